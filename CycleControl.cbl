000010*//KC03M08 JOB TIME=(,1)
000020*//        EXEC IGYWCLG
000030*//COBOL.SYSIN DD *
000040       IDENTIFICATION DIVISION.
000050       PROGRAM-ID. CYCLECTL.
000060*
000070*    MODIFICATION HISTORY
000080*    ----------------------------------------------------------
000090*    10/15/26  RDM  NEW PROGRAM. KEEPER OF THE PAYROLL CYCLE
000100*                  CONTROL FILE - ONE RECORD PER PAY GROUP AND
000110*                  PERIOD, WITH AN ENTRY FOR EACH STEP OF THE
000120*                  CYCLE SHOWING WHEN IT LAST RAN, ITS RETURN
000130*                  CODE, HOW MANY TIMES IT HAS RUN, AND ITS
000140*                  CONTROL COUNT AND AMOUNT. THE STEPS ARE, IN
000150*                  ORDER -
000160*                     1 EMPMAINT   MASTER MAINTENANCE
000170*                     2 RETROPAY   RETRO CARDS FOR THE PERIOD
000180*                     3 SAMPLE     THE REGULAR PAYROLL RUN
000190*                     4 PAYAUDIT   VARIANCE AUDIT
000200*                     5 RELEASE    ACH AND CHECK FILES RELEASED
000210*                     6 ACHRETRN   BANK RETURNS AND NOCS
000220*                     7 CHECKREC   PAID CHECK RECONCILIATION
000230*                  EACH STEP PROGRAM CHECKS THE FILE AT STARTUP
000240*                  AND STOPS WITH RETURN CODE 16 IF THE PERIOD IS
000250*                  CLOSED, AN EARLIER STEP HAS NOT COMPLETED WITH
000260*                  A RETURN CODE UNDER 8, OR A LATER STEP HAS
000270*                  ALREADY RUN. A STEP MAY BE RERUN UNTIL THE
000280*                  NEXT ONE STARTS. CHECKREC COMPLETING CLOSES
000290*                  THE PERIOD. THE RELEASE STEP HAS NO PROGRAM OF
000300*                  ITS OWN - THIS PROGRAM RECORDS IT FROM AN R
000310*                  CARD AS THE FIRST STEP OF THE RELEASE JOB, AND
000320*                  THE TRANSMIT STEPS TEST ITS RETURN CODE. EVERY
000330*                  RUN ENDS WITH THE STATUS LISTING OF THE OPEN
000340*                  PERIODS.
000350*    10/15/26  RDM  AN O CARD FOR A STEP THAT HAS NOT RUN OR HAS
000360*                  FAILED, WITH NOTHING LATER RUN, NOW MARKS THE
000370*                  STEP BYPASSED, AND EVERY ORDER CHECK TAKES A
000380*                  BYPASSED STEP AS COMPLETE. SKIPPING A STEP NO
000390*                  LONGER NEEDS AN OVERRIDE FOR EVERY LATER STEP.
000400*
000410*    SUPERVISOR OVERRIDE
000420*    ----------------------------------------------------------
000430*    WHEN A STEP MUST BE SKIPPED, RUN OUT OF ORDER, OR RUN
000440*    AGAINST A CLOSED PERIOD, THE PAYROLL SUPERVISOR SIGNS ON AN
000450*    OVERRIDE WITH AN O CARD:
000460*
000470*       COL  1     O
000480*       COL  2-3   PAY GROUP (BLANK IS BW)
000490*       COL  4-11  PERIOD END DATE CCYYMMDD
000500*       COL 12-19  STEP NAME AS IN THE TABLE ABOVE
000510*       COL 20-22  SUPERVISOR'S INITIALS - REQUIRED
000520*       COL 23-52  REASON - REQUIRED
000530*
000540*    A STEP THAT HAS NOT RUN OR HAS FAILED, WITH NO LATER STEP
000550*    RUN YET, IS MARKED BYPASSED AT ONCE WITH THE INITIALS ON
000560*    ITS ENTRY - A FAILED RETROPAY THE PERIOD CAN DO WITHOUT, OR
000570*    A CHECKREC FOR A PERIOD WITH NO CHECKS, WHICH CLOSES THE
000580*    PERIOD. EVERY LATER STEP TAKES A BYPASSED STEP AS COMPLETE.
000590*    A STEP WITH NOTHING TO DO THIS PERIOD - NO RATE CHANGES, NO
000600*    BANK RETURNS - IS NOT BYPASSED BUT RUN WITH AN EMPTY DECK.
000610*
000620*    ANY OTHER O CARD - A RERUN AFTER THE NEXT STEP HAS STARTED,
000630*    A STEP AGAINST A CLOSED PERIOD - IS HELD AND LETS THAT ONE
000640*    STEP THROUGH THE CHECK ONCE FOR THAT PERIOD. THE STEP'S
000650*    NEXT RUN USES IT UP AND CARRIES THE INITIALS ON ITS ENTRY,
000660*    SO THE LISTING SHOWS WHO LET IT GO. A PERIOD HOLDS ONE
000670*    OVERRIDE AT A TIME - A NEW O CARD REPLACES ONE NOT YET
000680*    USED. THE R CARD IS COLUMNS 1-11 ONLY.
000690*    A REJECTED CARD ENDS THE RUN WITH RETURN CODE 16.
000700*
000710       ENVIRONMENT DIVISION.
000720       INPUT-OUTPUT SECTION.
000730       FILE-CONTROL.
000740             SELECT CYCLE-CARDS ASSIGN CYCCARD.
000750             SELECT CYCLE-REPORT ASSIGN CYCRPT.
000760             SELECT CYCLE-CONTROL ASSIGN CYCCTL
000770                 ORGANIZATION IS INDEXED
000780                 ACCESS MODE IS DYNAMIC
000790                 RECORD KEY IS CY-KEY
000800                 FILE STATUS IS CY-FILE-STATUS.
000810       DATA DIVISION.
000820       FILE SECTION.
000830       FD CYCLE-CARDS RECORDING MODE F
000840              LABEL RECORDS ARE OMITTED.
000850       01 CYCLE-CARD.
000860            02 CC-ACTION        PIC X(01).
000870                 88 CC-RELEASE  VALUE "R".
000880                 88 CC-OVERRIDE VALUE "O".
000890            02 CC-PAY-GROUP     PIC X(02).
000900            02 CC-PP-END-DATE   PIC 9(8).
000910            02 CC-STEP-NAME     PIC X(08).
000920            02 CC-SUPERVISOR    PIC X(03).
000930            02 CC-REASON        PIC X(30).
000940            02 FILLER           PIC X(28).
000950       FD CYCLE-REPORT RECORDING MODE F
000960              LABEL RECORDS ARE OMITTED.
000970       01 CYCLE-PRINTOUT PIC X(132).
000980*
000990*    ONE RECORD PER PAY GROUP AND PERIOD, ONE ENTRY PER CYCLE
001000*    STEP. THE STEP PROGRAMS CARRY THIS LAYOUT AND MUST STAY IN
001010*    STEP WITH IT.
001020       FD CYCLE-CONTROL
001030              LABEL RECORDS ARE STANDARD.
001040       01 CYCLE-CONTROL-RECORD.
001050            02 CY-KEY.
001060                 03 CY-PAY-GROUP   PIC X(02).
001070                 03 CY-PP-END-DATE PIC 9(8).
001080            02 CY-PERIOD-STATUS  PIC X(01).
001090                 88 CY-PERIOD-OPEN   VALUE "O".
001100                 88 CY-PERIOD-CLOSED VALUE "C".
001110            02 CY-STEP-ENTRY OCCURS 7 TIMES.
001120                 03 CY-STEP-STATUS PIC X(01).
001130                      88 CY-STEP-NOT-RUN  VALUE SPACE.
001140                      88 CY-STEP-COMPLETE VALUE "C".
001150                      88 CY-STEP-FAILED   VALUE "F".
001160                      88 CY-STEP-BYPASSED VALUE "B".
001170                 03 CY-STEP-DATE   PIC 9(8).
001180                 03 CY-STEP-TIME   PIC 9(6).
001190                 03 CY-STEP-RC     PIC 9(4).
001200                 03 CY-STEP-RUNS   PIC 9(3).
001210                 03 CY-STEP-COUNT  PIC 9(7).
001220                 03 CY-STEP-AMOUNT PIC S9(9)V99.
001230                 03 CY-STEP-OVERRIDE-BY PIC X(03).
001240*
001250*    A SUPERVISOR OVERRIDE WAITING TO BE USED - THE STEP IT LETS
001260*    THROUGH (ZERO IS NONE), WHO SIGNED IT, WHEN, AND WHY.
001270            02 CY-OVERRIDE-STEP   PIC 9(1).
001280            02 CY-OVERRIDE-BY     PIC X(03).
001290            02 CY-OVERRIDE-DATE   PIC 9(8).
001300            02 CY-OVERRIDE-REASON PIC X(30).
001310            02 FILLER             PIC X(46).
001320       WORKING-STORAGE SECTION.
001330       01 CARD-EOF          PIC XXX VALUE "NO".
001340       01 SWEEP-EOF         PIC XXX VALUE "NO".
001350       01 CY-FILE-STATUS    PIC XX.
001360       01 CARD-VALID-SW     PIC XXX VALUE "YES".
001370            88 CARD-IS-VALID   VALUE "YES".
001380            88 CARD-IS-INVALID VALUE "NO".
001390       01 CARD-RESULT.
001400            02 CARD-RESULT-TEXT PIC X(38).
001410            02 CARD-RESULT-STEP PIC X(12).
001420       01 CYCLE-THIS-STEP   PIC 9(1) VALUE ZERO.
001430       01 CYCLE-PAY-GROUP   PIC X(2) VALUE SPACES.
001440       01 CYCLE-PP-END-DATE PIC 9(8) VALUE ZERO.
001450       01 CYCLE-STEP-INDEX  PIC 9(1).
001460       01 CYCLE-LATER-STEP  PIC 9(1).
001470       01 CYCLE-NEXT-STEP   PIC 9(1).
001480       01 CYCLE-RECORD-SW   PIC X(01) VALUE "N".
001490            88 CYCLE-RECORD-ON-FILE VALUE "Y".
001500            88 CYCLE-RECORD-NEW     VALUE "N".
001510       01 CYCLE-REFUSAL.
001520            02 CYCLE-REFUSAL-STEP PIC X(9).
001530            02 CYCLE-REFUSAL-TEXT PIC X(31).
001540       01 CYCLE-RUN-DATE    PIC 9(8).
001550       01 CYCLE-RUN-TIME    PIC 9(8).
001560       01 CYCLE-RUN-TIME-SPLIT REDEFINES CYCLE-RUN-TIME.
001570            02 CYCLE-RUN-HHMMSS PIC 9(6).
001580            02 FILLER           PIC 9(2).
001590       01 CYCLE-STEP-NAME-VALUES.
001600            02 FILLER PIC X(8) VALUE "EMPMAINT".
001610            02 FILLER PIC X(8) VALUE "RETROPAY".
001620            02 FILLER PIC X(8) VALUE "SAMPLE".
001630            02 FILLER PIC X(8) VALUE "PAYAUDIT".
001640            02 FILLER PIC X(8) VALUE "RELEASE".
001650            02 FILLER PIC X(8) VALUE "ACHRETRN".
001660            02 FILLER PIC X(8) VALUE "CHECKREC".
001670       01 CYCLE-STEP-NAME-TABLE REDEFINES CYCLE-STEP-NAME-VALUES.
001680            02 CYCLE-STEP-NAME PIC X(8) OCCURS 7 TIMES.
001690       01 RELEASE-STEP      PIC 9(1) VALUE 5.
001700       01 PAYROLL-RUN-STEP  PIC 9(1) VALUE 3.
001710       01 CLOSING-STEP      PIC 9(1) VALUE 7.
001720       01 STEP-TIME-WORK    PIC 9(6).
001730       01 STEP-TIME-SPLIT REDEFINES STEP-TIME-WORK.
001740            02 STEP-TIME-HH PIC 9(2).
001750            02 STEP-TIME-MM PIC 9(2).
001760            02 STEP-TIME-SS PIC 9(2).
001770       01 STEP-TIME-EDIT.
001780            02 EDIT-HH      PIC 9(2).
001790            02 FILLER       PIC X(1) VALUE ":".
001800            02 EDIT-MM      PIC 9(2).
001810            02 FILLER       PIC X(1) VALUE ":".
001820            02 EDIT-SS      PIC 9(2).
001830       01 APPLIED-COUNT     PIC 9(4) VALUE ZERO.
001840       01 REJECTED-COUNT    PIC 9(4) VALUE ZERO.
001850       01 OPEN-PERIOD-COUNT PIC 9(4) VALUE ZERO.
001860       01 CLOSED-PERIOD-COUNT PIC 9(4) VALUE ZERO.
001870       01 BLANK-LINE        PIC X(80).
001880       01 CYCLE-HEADER-ONE.
001890            02 FILLER PIC X(27) VALUE "PAYROLL CYCLE CONTROL".
001900            02 FILLER PIC X(5)  VALUE "RUN".
001910            02 HDR-RUN-DATE-OUT PIC 9(4)/99/99.
001920       01 ACTION-HEADER-LINE.
001930            02 FILLER PIC X(5)  VALUE "ACT".
001940            02 FILLER PIC X(4)  VALUE "PG".
001950            02 FILLER PIC X(13) VALUE "PERIOD".
001960            02 FILLER PIC X(10) VALUE "STEP".
001970            02 FILLER PIC X(5)  VALUE "BY".
001980            02 FILLER PIC X(50) VALUE "RESULT".
001990       01 ACTION-DETAIL-LINE.
002000            02 ACT-ACTION-OUT   PIC X(01).
002010            02 FILLER           PIC X(4) VALUE SPACE.
002020            02 ACT-GROUP-OUT    PIC X(02).
002030            02 FILLER           PIC X(2) VALUE SPACE.
002040            02 ACT-PERIOD-OUT   PIC X(08).
002050            02 FILLER           PIC X(5) VALUE SPACE.
002060            02 ACT-STEP-OUT     PIC X(08).
002070            02 FILLER           PIC X(2) VALUE SPACE.
002080            02 ACT-BY-OUT       PIC X(03).
002090            02 FILLER           PIC X(2) VALUE SPACE.
002100            02 ACT-RESULT-OUT   PIC X(50).
002110       01 ACTION-REASON-LINE.
002120            02 FILLER           PIC X(39) VALUE SPACE.
002130            02 ACT-REASON-OUT   PIC X(30).
002140       01 STATUS-HEADER-LINE.
002150            02 FILLER PIC X(40)
002160                VALUE "STATUS OF OPEN PAYROLL PERIODS".
002170       01 PERIOD-HEADER-LINE.
002180            02 FILLER PIC X(10) VALUE "PAY GROUP".
002190            02 PER-GROUP-OUT    PIC X(02).
002200            02 FILLER PIC X(17) VALUE "  PERIOD ENDING".
002210            02 PER-DATE-OUT     PIC 9(4)/99/99.
002220            02 FILLER PIC X(14) VALUE "  NEXT STEP".
002230            02 PER-NEXT-OUT     PIC X(08).
002240       01 STEP-HEADER-LINE.
002250            02 FILLER PIC X(3)  VALUE SPACE.
002260            02 FILLER PIC X(10) VALUE "STEP".
002270            02 FILLER PIC X(10) VALUE "STATUS".
002280            02 FILLER PIC X(12) VALUE "LAST RUN".
002290            02 FILLER PIC X(10) VALUE "TIME".
002300            02 FILLER PIC X(6)  VALUE "RC".
002310            02 FILLER PIC X(5)  VALUE "RUNS".
002320            02 FILLER PIC X(11) VALUE "COUNT".
002330            02 FILLER PIC X(18) VALUE "AMOUNT".
002340            02 FILLER PIC X(8)  VALUE "OVERRIDE".
002350       01 STEP-DETAIL-LINE.
002360            02 FILLER           PIC X(3) VALUE SPACE.
002370            02 STP-NAME-OUT     PIC X(08).
002380            02 FILLER           PIC X(2) VALUE SPACE.
002390            02 STP-STATUS-OUT   PIC X(08).
002400            02 FILLER           PIC X(2) VALUE SPACE.
002410            02 STP-RUN-DETAIL.
002420                 03 STP-DATE-OUT   PIC 9(4)/99/99.
002430                 03 FILLER         PIC X(2) VALUE SPACE.
002440                 03 STP-TIME-OUT   PIC X(08).
002450                 03 FILLER         PIC X(2) VALUE SPACE.
002460                 03 STP-RC-OUT     PIC Z9.
002470                 03 FILLER         PIC X(4) VALUE SPACE.
002480                 03 STP-RUNS-OUT   PIC ZZ9.
002490                 03 FILLER         PIC X(2) VALUE SPACE.
002500                 03 STP-COUNT-OUT  PIC Z,ZZZ,ZZ9.
002510                 03 FILLER         PIC X(2) VALUE SPACE.
002520                 03 STP-AMOUNT-OUT PIC $ZZZ,ZZZ,ZZ9.99-.
002530                 03 FILLER         PIC X(2) VALUE SPACE.
002540                 03 STP-BY-OUT     PIC X(03).
002550       01 OVERRIDE-PENDING-LINE.
002560            02 FILLER PIC X(3)  VALUE SPACE.
002570            02 FILLER PIC X(21) VALUE "OVERRIDE PENDING FOR".
002580            02 OVR-STEP-OUT     PIC X(08).
002590            02 FILLER PIC X(4)  VALUE " BY".
002600            02 OVR-BY-OUT       PIC X(03).
002610            02 FILLER PIC X(1)  VALUE SPACE.
002620            02 OVR-DATE-OUT     PIC 9(4)/99/99.
002630            02 FILLER PIC X(2)  VALUE SPACE.
002640            02 OVR-REASON-OUT   PIC X(30).
002650       01 CYCLE-TRAILER-LINE.
002660            02 FILLER PIC X(15) VALUE "CARDS APPLIED:".
002670            02 TRL-APPLIED-OUT  PIC ZZZ9.
002680            02 FILLER PIC X(18) VALUE "   CARDS REJECTED:".
002690            02 TRL-REJECTED-OUT PIC ZZZ9.
002700            02 FILLER PIC X(16) VALUE "   OPEN PERIODS:".
002710            02 TRL-OPEN-OUT     PIC ZZZ9.
002720            02 FILLER PIC X(18) VALUE "   CLOSED PERIODS:".
002730            02 TRL-CLOSED-OUT   PIC ZZZ9.
002740       PROCEDURE DIVISION.
002750            PERFORM OPEN-CYCLE-CONTROL.
002760            OPEN INPUT CYCLE-CARDS.
002770            OPEN OUTPUT CYCLE-REPORT.
002780            ACCEPT CYCLE-RUN-DATE FROM DATE YYYYMMDD.
002790            MOVE CYCLE-RUN-DATE TO HDR-RUN-DATE-OUT.
002800            WRITE CYCLE-PRINTOUT FROM CYCLE-HEADER-ONE.
002810            WRITE CYCLE-PRINTOUT FROM BLANK-LINE.
002820            WRITE CYCLE-PRINTOUT FROM ACTION-HEADER-LINE.
002830            WRITE CYCLE-PRINTOUT FROM BLANK-LINE.
002840            PERFORM READ-CYCLE-CARD.
002850            PERFORM PROCESS-CYCLE-CARD
002860                UNTIL CARD-EOF = "YES".
002870            PERFORM LIST-OPEN-PERIODS.
002880            PERFORM WRITE-CYCLE-TRAILER.
002890           CLOSE CYCLE-CARDS, CYCLE-REPORT, CYCLE-CONTROL.
002900           IF REJECTED-COUNT > ZERO
002910               MOVE 16 TO RETURN-CODE
002920           END-IF.
002930           STOP RUN.
002940*
002950*    THE FILE IS CREATED EMPTY IF NO STEP HAS EVER RUN, THE SAME
002960*    AS THE STEP PROGRAMS DO.
002970       OPEN-CYCLE-CONTROL.
002980           OPEN I-O CYCLE-CONTROL
002990           IF CY-FILE-STATUS = "35"
003000               OPEN OUTPUT CYCLE-CONTROL
003010               CLOSE CYCLE-CONTROL
003020               OPEN I-O CYCLE-CONTROL
003030           END-IF
003040           IF CY-FILE-STATUS NOT = "00"
003050               DISPLAY "CYCLE CONTROL NOT AVAILABLE - STATUS "
003060                   CY-FILE-STATUS
003070               MOVE 16 TO RETURN-CODE
003080               STOP RUN
003090           END-IF.
003100       READ-CYCLE-CARD.
003110           READ CYCLE-CARDS
003120               AT END MOVE "YES" TO CARD-EOF
003130           END-READ.
003140       PROCESS-CYCLE-CARD.
003150           PERFORM VALIDATE-CYCLE-CARD
003160           IF CARD-IS-VALID
003170               PERFORM FIND-CYCLE-RECORD
003180               IF CC-RELEASE
003190                   PERFORM RECORD-RELEASE
003200               END-IF
003210               IF CC-OVERRIDE
003220                   PERFORM SIGN-ON-OVERRIDE
003230               END-IF
003240           END-IF
003250           PERFORM WRITE-ACTION-LINE
003260           PERFORM READ-CYCLE-CARD.
003270       VALIDATE-CYCLE-CARD.
003280           MOVE "YES" TO CARD-VALID-SW
003290           MOVE SPACES TO CARD-RESULT
003300           IF NOT CC-RELEASE AND NOT CC-OVERRIDE
003310               MOVE "NO" TO CARD-VALID-SW
003320               MOVE "REJECTED - ACTION MUST BE R OR O"
003330                   TO CARD-RESULT
003340           END-IF
003350           IF CARD-IS-VALID
003360               IF CC-PP-END-DATE NOT NUMERIC
003370                   OR CC-PP-END-DATE = ZERO
003380                   MOVE "NO" TO CARD-VALID-SW
003390                   MOVE "REJECTED - PERIOD END DATE INVALID"
003400                       TO CARD-RESULT
003410               END-IF
003420           END-IF
003430           IF CARD-IS-VALID AND CC-OVERRIDE
003440               PERFORM VALIDATE-OVERRIDE-CARD
003450           END-IF
003460           IF CARD-IS-VALID
003470               MOVE CC-PAY-GROUP TO CYCLE-PAY-GROUP
003480               IF CYCLE-PAY-GROUP = SPACES
003490                   MOVE "BW" TO CYCLE-PAY-GROUP
003500               END-IF
003510               MOVE CC-PP-END-DATE TO CYCLE-PP-END-DATE
003520           END-IF.
003530       VALIDATE-OVERRIDE-CARD.
003540           MOVE ZERO TO CYCLE-THIS-STEP
003550           PERFORM FIND-STEP-NAME
003560               VARYING CYCLE-STEP-INDEX FROM 1 BY 1
003570               UNTIL CYCLE-STEP-INDEX > 7
003580           IF CYCLE-THIS-STEP = ZERO
003590               MOVE "NO" TO CARD-VALID-SW
003600               MOVE "REJECTED - STEP NAME NOT IN THE CYCLE"
003610                   TO CARD-RESULT
003620           ELSE
003630               IF CC-SUPERVISOR = SPACES
003640                   MOVE "NO" TO CARD-VALID-SW
003650                   MOVE "REJECTED - SUPERVISOR INITIALS REQUIRED"
003660                       TO CARD-RESULT
003670               ELSE
003680                   IF CC-REASON = SPACES
003690                       MOVE "NO" TO CARD-VALID-SW
003700                       MOVE "REJECTED - OVERRIDE REASON REQUIRED"
003710                           TO CARD-RESULT
003720                   END-IF
003730               END-IF
003740           END-IF.
003750       FIND-STEP-NAME.
003760           IF CC-STEP-NAME = CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
003770               MOVE CYCLE-STEP-INDEX TO CYCLE-THIS-STEP
003780           END-IF.
003790       FIND-CYCLE-RECORD.
003800           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
003810           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
003820           READ CYCLE-CONTROL
003830               INVALID KEY
003840                   MOVE "N" TO CYCLE-RECORD-SW
003850                   PERFORM CLEAR-CYCLE-RECORD
003860               NOT INVALID KEY
003870                   MOVE "Y" TO CYCLE-RECORD-SW
003880           END-READ.
003890       CLEAR-CYCLE-RECORD.
003900           MOVE SPACES TO CYCLE-CONTROL-RECORD
003910           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
003920           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
003930           MOVE "O" TO CY-PERIOD-STATUS
003940           PERFORM CLEAR-CYCLE-STEP
003950               VARYING CYCLE-STEP-INDEX FROM 1 BY 1
003960               UNTIL CYCLE-STEP-INDEX > 7
003970           MOVE ZERO TO CY-OVERRIDE-STEP
003980           MOVE ZERO TO CY-OVERRIDE-DATE.
003990       CLEAR-CYCLE-STEP.
004000           MOVE ZERO TO CY-STEP-DATE (CYCLE-STEP-INDEX)
004010           MOVE ZERO TO CY-STEP-TIME (CYCLE-STEP-INDEX)
004020           MOVE ZERO TO CY-STEP-RC (CYCLE-STEP-INDEX)
004030           MOVE ZERO TO CY-STEP-RUNS (CYCLE-STEP-INDEX)
004040           MOVE ZERO TO CY-STEP-COUNT (CYCLE-STEP-INDEX)
004050           MOVE ZERO TO CY-STEP-AMOUNT (CYCLE-STEP-INDEX).
004060*
004070*    THE RELEASE IS HELD TO THE SAME ORDER AS EVERY OTHER STEP -
004080*    PAYAUDIT MUST HAVE APPROVED THE PERIOD AND NEITHER ACHRETRN
004090*    NOR CHECKREC MAY HAVE RUN - WITH THE SAME SUPERVISOR
004100*    OVERRIDE. ITS CONTROL TOTALS ARE THE PAYROLL RUN'S, SINCE
004110*    THAT IS THE MONEY THE TRANSMIT STEPS SEND.
004120       RECORD-RELEASE.
004130           MOVE RELEASE-STEP TO CYCLE-THIS-STEP
004140           PERFORM CHECK-CYCLE-ORDER
004150           IF CYCLE-REFUSAL NOT = SPACES
004160               AND CY-OVERRIDE-STEP NOT = CYCLE-THIS-STEP
004170               MOVE "NO" TO CARD-VALID-SW
004180               MOVE CYCLE-REFUSAL TO CARD-RESULT
004190           ELSE
004200               ACCEPT CYCLE-RUN-TIME FROM TIME
004210               MOVE CYCLE-RUN-DATE
004220                   TO CY-STEP-DATE (CYCLE-THIS-STEP)
004230               MOVE CYCLE-RUN-HHMMSS
004240                   TO CY-STEP-TIME (CYCLE-THIS-STEP)
004250               MOVE ZERO TO CY-STEP-RC (CYCLE-THIS-STEP)
004260               MOVE "C" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
004270               ADD 1 TO CY-STEP-RUNS (CYCLE-THIS-STEP)
004280               MOVE CY-STEP-COUNT (PAYROLL-RUN-STEP)
004290                   TO CY-STEP-COUNT (CYCLE-THIS-STEP)
004300               MOVE CY-STEP-AMOUNT (PAYROLL-RUN-STEP)
004310                   TO CY-STEP-AMOUNT (CYCLE-THIS-STEP)
004320               MOVE SPACES
004330                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
004340               MOVE "RELEASE RECORDED" TO CARD-RESULT
004350               IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
004360                   IF CYCLE-REFUSAL NOT = SPACES
004370                       MOVE CY-OVERRIDE-BY TO
004380                           CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
004390                       MOVE "RELEASE RECORDED BY OVERRIDE"
004400                           TO CARD-RESULT
004410                   END-IF
004420                   PERFORM CLEAR-OVERRIDE
004430               END-IF
004440               PERFORM SAVE-CYCLE-RECORD
004450           END-IF.
004460*
004470*    THE SAME ORDER TEST THE STEP PROGRAMS MAKE AT STARTUP.
004480       CHECK-CYCLE-ORDER.
004490           MOVE SPACES TO CYCLE-REFUSAL
004500           IF CY-PERIOD-CLOSED
004510               MOVE "PERIOD ALREADY CLOSED" TO CYCLE-REFUSAL-TEXT
004520           ELSE
004530               PERFORM CHECK-EARLIER-STEP
004540                   VARYING CYCLE-STEP-INDEX FROM 1 BY 1
004550                   UNTIL CYCLE-STEP-INDEX NOT < CYCLE-THIS-STEP
004560               COMPUTE CYCLE-LATER-STEP = CYCLE-THIS-STEP + 1
004570               PERFORM CHECK-LATER-STEP
004580                   VARYING CYCLE-STEP-INDEX FROM CYCLE-LATER-STEP
004590                   BY 1 UNTIL CYCLE-STEP-INDEX > 7
004600           END-IF.
004610       CHECK-EARLIER-STEP.
004620           IF NOT CY-STEP-COMPLETE (CYCLE-STEP-INDEX)
004630               AND NOT CY-STEP-BYPASSED (CYCLE-STEP-INDEX)
004640               AND CYCLE-REFUSAL = SPACES
004650               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
004660                   TO CYCLE-REFUSAL-STEP
004670               MOVE "NOT COMPLETE" TO CYCLE-REFUSAL-TEXT
004680           END-IF.
004690       CHECK-LATER-STEP.
004700           IF NOT CY-STEP-NOT-RUN (CYCLE-STEP-INDEX)
004710               AND CYCLE-REFUSAL = SPACES
004720               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
004730                   TO CYCLE-REFUSAL-STEP
004740               MOVE "HAS ALREADY RUN" TO CYCLE-REFUSAL-TEXT
004750           END-IF.
004760*
004770*    AN OVERRIDE FOR A PERIOD NOTHING HAS RUN FOR YET OPENS THE
004780*    PERIOD'S RECORD. A STEP NOT RUN OR FAILED, WITH NOTHING
004790*    AFTER IT RUN, IS BYPASSED ON THE SPOT - ANYTHING ELSE IS
004800*    HELD FOR THE STEP'S NEXT RUN.
004810       SIGN-ON-OVERRIDE.
004820           MOVE SPACES TO CYCLE-REFUSAL
004830           IF CY-PERIOD-OPEN
004840               AND (CY-STEP-NOT-RUN (CYCLE-THIS-STEP)
004850                   OR CY-STEP-FAILED (CYCLE-THIS-STEP))
004860               COMPUTE CYCLE-LATER-STEP = CYCLE-THIS-STEP + 1
004870               PERFORM CHECK-LATER-STEP
004880                   VARYING CYCLE-STEP-INDEX FROM CYCLE-LATER-STEP
004890                   BY 1 UNTIL CYCLE-STEP-INDEX > 7
004900               IF CYCLE-REFUSAL = SPACES
004910                   PERFORM BYPASS-CYCLE-STEP
004920               ELSE
004930                   PERFORM HOLD-OVERRIDE
004940               END-IF
004950           ELSE
004960               PERFORM HOLD-OVERRIDE
004970           END-IF.
004980*
004990*    THE BYPASSED STEP KEEPS ITS RUN COUNT AND THE DATE, TIME,
005000*    AND INITIALS OF THE BYPASS. AN OVERRIDE HELD FOR THE SAME
005010*    STEP HAS NOTHING LEFT TO DO AND IS DROPPED. BYPASSING THE
005020*    LAST STEP CLOSES THE PERIOD, AS ITS COMPLETING WOULD.
005030       BYPASS-CYCLE-STEP.
005040           ACCEPT CYCLE-RUN-TIME FROM TIME
005050           MOVE "B" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
005060           MOVE CYCLE-RUN-DATE TO CY-STEP-DATE (CYCLE-THIS-STEP)
005070           MOVE CYCLE-RUN-HHMMSS TO CY-STEP-TIME (CYCLE-THIS-STEP)
005080           MOVE ZERO TO CY-STEP-RC (CYCLE-THIS-STEP)
005090           MOVE ZERO TO CY-STEP-COUNT (CYCLE-THIS-STEP)
005100           MOVE ZERO TO CY-STEP-AMOUNT (CYCLE-THIS-STEP)
005110           MOVE CC-SUPERVISOR
005120               TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
005130           MOVE "STEP BYPASSED" TO CARD-RESULT
005140           IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
005150               PERFORM CLEAR-OVERRIDE
005160           END-IF
005170           IF CYCLE-THIS-STEP = CLOSING-STEP
005180               MOVE "C" TO CY-PERIOD-STATUS
005190               MOVE "STEP BYPASSED - PERIOD CLOSED" TO CARD-RESULT
005200           END-IF
005210           PERFORM SAVE-CYCLE-RECORD.
005220       HOLD-OVERRIDE.
005230           IF CY-OVERRIDE-STEP NOT = ZERO
005240               MOVE "OVERRIDE SIGNED ON - REPLACES ONE FOR"
005250                   TO CARD-RESULT-TEXT
005260               MOVE CYCLE-STEP-NAME (CY-OVERRIDE-STEP)
005270                   TO CARD-RESULT-STEP
005280           ELSE
005290               MOVE "OVERRIDE SIGNED ON" TO CARD-RESULT
005300           END-IF
005310           MOVE CYCLE-THIS-STEP TO CY-OVERRIDE-STEP
005320           MOVE CC-SUPERVISOR TO CY-OVERRIDE-BY
005330           MOVE CYCLE-RUN-DATE TO CY-OVERRIDE-DATE
005340           MOVE CC-REASON TO CY-OVERRIDE-REASON
005350           PERFORM SAVE-CYCLE-RECORD.
005360       CLEAR-OVERRIDE.
005370           MOVE ZERO TO CY-OVERRIDE-STEP
005380           MOVE SPACES TO CY-OVERRIDE-BY
005390           MOVE ZERO TO CY-OVERRIDE-DATE
005400           MOVE SPACES TO CY-OVERRIDE-REASON.
005410       SAVE-CYCLE-RECORD.
005420           IF CYCLE-RECORD-ON-FILE
005430               REWRITE CYCLE-CONTROL-RECORD
005440           ELSE
005450               WRITE CYCLE-CONTROL-RECORD
005460           END-IF
005470           IF CY-FILE-STATUS NOT = "00"
005480               DISPLAY "CYCLE CONTROL NOT UPDATED - STATUS "
005490                   CY-FILE-STATUS
005500               MOVE 16 TO RETURN-CODE
005510               STOP RUN
005520           END-IF.
005530       WRITE-ACTION-LINE.
005540           MOVE CC-ACTION TO ACT-ACTION-OUT
005550           MOVE CC-PAY-GROUP TO ACT-GROUP-OUT
005560           MOVE CC-PP-END-DATE TO ACT-PERIOD-OUT
005570           MOVE CC-STEP-NAME TO ACT-STEP-OUT
005580           MOVE CC-SUPERVISOR TO ACT-BY-OUT
005590           MOVE CARD-RESULT TO ACT-RESULT-OUT
005600           WRITE CYCLE-PRINTOUT FROM ACTION-DETAIL-LINE
005610           IF CC-OVERRIDE AND CC-REASON NOT = SPACES
005620               MOVE CC-REASON TO ACT-REASON-OUT
005630               WRITE CYCLE-PRINTOUT FROM ACTION-REASON-LINE
005640           END-IF
005650           IF CARD-IS-VALID
005660               ADD 1 TO APPLIED-COUNT
005670           ELSE
005680               ADD 1 TO REJECTED-COUNT
005690           END-IF.
005700*
005710*    SWEEP THE WHOLE FILE. EVERY OPEN PERIOD PRINTS ITS STEPS
005720*    AND WHERE IT STANDS - THE NEXT STEP IS THE FIRST ONE NOT
005730*    YET COMPLETE OR BYPASSED. CLOSED PERIODS ARE ONLY COUNTED.
005740       LIST-OPEN-PERIODS.
005750           WRITE CYCLE-PRINTOUT FROM BLANK-LINE
005760           WRITE CYCLE-PRINTOUT FROM STATUS-HEADER-LINE
005770           MOVE LOW-VALUES TO CY-KEY
005780           START CYCLE-CONTROL
005790               KEY NOT LESS THAN CY-KEY
005800               INVALID KEY
005810                   MOVE "YES" TO SWEEP-EOF
005820           END-START
005830           IF SWEEP-EOF NOT = "YES"
005840               PERFORM READ-NEXT-PERIOD
005850           END-IF
005860           PERFORM LIST-ONE-PERIOD UNTIL SWEEP-EOF = "YES".
005870       READ-NEXT-PERIOD.
005880           READ CYCLE-CONTROL NEXT RECORD
005890               AT END MOVE "YES" TO SWEEP-EOF
005900           END-READ.
005910       LIST-ONE-PERIOD.
005920           IF CY-PERIOD-OPEN
005930               PERFORM LIST-PERIOD-STEPS
005940               ADD 1 TO OPEN-PERIOD-COUNT
005950           ELSE
005960               ADD 1 TO CLOSED-PERIOD-COUNT
005970           END-IF
005980           PERFORM READ-NEXT-PERIOD.
005990       LIST-PERIOD-STEPS.
006000           MOVE ZERO TO CYCLE-NEXT-STEP
006010           PERFORM FIND-NEXT-STEP
006020               VARYING CYCLE-STEP-INDEX FROM 7 BY -1
006030               UNTIL CYCLE-STEP-INDEX < 1
006040           MOVE CY-PAY-GROUP TO PER-GROUP-OUT
006050           MOVE CY-PP-END-DATE TO PER-DATE-OUT
006060           IF CYCLE-NEXT-STEP = ZERO
006070               MOVE "NONE" TO PER-NEXT-OUT
006080           ELSE
006090               MOVE CYCLE-STEP-NAME (CYCLE-NEXT-STEP)
006100                   TO PER-NEXT-OUT
006110           END-IF
006120           WRITE CYCLE-PRINTOUT FROM BLANK-LINE
006130           WRITE CYCLE-PRINTOUT FROM PERIOD-HEADER-LINE
006140           WRITE CYCLE-PRINTOUT FROM STEP-HEADER-LINE
006150           PERFORM LIST-ONE-STEP
006160               VARYING CYCLE-STEP-INDEX FROM 1 BY 1
006170               UNTIL CYCLE-STEP-INDEX > 7
006180           IF CY-OVERRIDE-STEP NOT = ZERO
006190               MOVE CYCLE-STEP-NAME (CY-OVERRIDE-STEP)
006200                   TO OVR-STEP-OUT
006210               MOVE CY-OVERRIDE-BY TO OVR-BY-OUT
006220               MOVE CY-OVERRIDE-DATE TO OVR-DATE-OUT
006230               MOVE CY-OVERRIDE-REASON TO OVR-REASON-OUT
006240               WRITE CYCLE-PRINTOUT FROM OVERRIDE-PENDING-LINE
006250           END-IF.
006260*
006270*    WORKED FROM THE LAST STEP BACK SO THE FIRST INCOMPLETE STEP
006280*    IS THE ONE LEFT STANDING.
006290       FIND-NEXT-STEP.
006300           IF NOT CY-STEP-COMPLETE (CYCLE-STEP-INDEX)
006310               AND NOT CY-STEP-BYPASSED (CYCLE-STEP-INDEX)
006320               MOVE CYCLE-STEP-INDEX TO CYCLE-NEXT-STEP
006330           END-IF.
006340       LIST-ONE-STEP.
006350           MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX) TO STP-NAME-OUT
006360           IF CY-STEP-NOT-RUN (CYCLE-STEP-INDEX)
006370               MOVE "NOT RUN" TO STP-STATUS-OUT
006380               MOVE SPACES TO STP-RUN-DETAIL
006390           ELSE
006400               IF CY-STEP-COMPLETE (CYCLE-STEP-INDEX)
006410                   MOVE "COMPLETE" TO STP-STATUS-OUT
006420               END-IF
006430               IF CY-STEP-FAILED (CYCLE-STEP-INDEX)
006440                   MOVE "FAILED" TO STP-STATUS-OUT
006450               END-IF
006460               IF CY-STEP-BYPASSED (CYCLE-STEP-INDEX)
006470                   MOVE "BYPASSED" TO STP-STATUS-OUT
006480               END-IF
006490               MOVE CY-STEP-DATE (CYCLE-STEP-INDEX)
006500                   TO STP-DATE-OUT
006510               MOVE CY-STEP-TIME (CYCLE-STEP-INDEX)
006520                   TO STEP-TIME-WORK
006530               MOVE STEP-TIME-HH TO EDIT-HH
006540               MOVE STEP-TIME-MM TO EDIT-MM
006550               MOVE STEP-TIME-SS TO EDIT-SS
006560               MOVE STEP-TIME-EDIT TO STP-TIME-OUT
006570               MOVE CY-STEP-RC (CYCLE-STEP-INDEX) TO STP-RC-OUT
006580               MOVE CY-STEP-RUNS (CYCLE-STEP-INDEX)
006590                   TO STP-RUNS-OUT
006600               MOVE CY-STEP-COUNT (CYCLE-STEP-INDEX)
006610                   TO STP-COUNT-OUT
006620               MOVE CY-STEP-AMOUNT (CYCLE-STEP-INDEX)
006630                   TO STP-AMOUNT-OUT
006640               MOVE CY-STEP-OVERRIDE-BY (CYCLE-STEP-INDEX)
006650                   TO STP-BY-OUT
006660           END-IF
006670           WRITE CYCLE-PRINTOUT FROM STEP-DETAIL-LINE.
006680       WRITE-CYCLE-TRAILER.
006690           MOVE APPLIED-COUNT TO TRL-APPLIED-OUT
006700           MOVE REJECTED-COUNT TO TRL-REJECTED-OUT
006710           MOVE OPEN-PERIOD-COUNT TO TRL-OPEN-OUT
006720           MOVE CLOSED-PERIOD-COUNT TO TRL-CLOSED-OUT
006730           WRITE CYCLE-PRINTOUT FROM BLANK-LINE
006740           WRITE CYCLE-PRINTOUT FROM CYCLE-TRAILER-LINE.
006750*/*
006760*//GO.CYCCARD DD *
006770*OBW20260821RETROPAYRDMRETRO DECK HELD TO NEXT PERIOD
006780*/*
006790*//GO.CYCCTL DD DSN=PAY.CYCCTL,DISP=OLD
006800*//GO.CYCRPT DD SYSOUT=A
