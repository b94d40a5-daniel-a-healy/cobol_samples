000010*//KC03M07 JOB TIME=(,1)
000020*//        EXEC IGYWCLG
000030*//COBOL.SYSIN DD *
000040       IDENTIFICATION DIVISION.
000050       PROGRAM-ID. HISTARCH.
000060*
000070*    MODIFICATION HISTORY
000080*    ----------------------------------------------------------
000090*    10/15/26  RDM  NEW PROGRAM. RETENTION RUN FOR THE KEYED
000100*                  PAY-HISTORY AND DEDUCTION-DETAIL FILES, WHICH
000110*                  KEPT EVERY PERIOD EVER PAID AND GREW SLOWER
000120*                  WITH EVERY RUN. THE PARM CARD SAYS HOW MANY
000130*                  CLOSED YEARS STAY ONLINE. EVERY RECORD FOR AN
000140*                  OLDER CLOSED YEAR (FROM THE YEAR-CONTROL FILE
000150*                  YEAREND KEEPS) IS COPIED TO A NEW GENERATION
000160*                  OF THE SEQUENTIAL HISTORY ARCHIVE, STAMPED
000170*                  WITH THE ARCHIVE DATE, THEN DELETED FROM THE
000180*                  KEYED FILE. A PAYMENT STILL OPEN - A CHECK
000190*                  OUTSTANDING ON CHECKREC'S OUTSTANDING-CHECKS
000200*                  FILE, OR AN ACH PAYMENT RETURNED AND NOT YET
000210*                  REPLACED - STAYS ONLINE WITH ITS DEDUCTION
000220*                  DETAIL HOWEVER OLD IT IS. THE ARCHIVE TRAILER
000230*                  CARRIES THE RECORD COUNTS AND MONEY CONTROL
000240*                  TOTALS. PAYSTMT AND RETROPAY READ THE ARCHIVE
000250*                  BACK WHEN AN ARCHIVED PERIOD IS ASKED FOR.
000260*
000270       ENVIRONMENT DIVISION.
000280       INPUT-OUTPUT SECTION.
000290       FILE-CONTROL.
000300             SELECT RETENTION-PARM ASSIGN RETPARM.
000310             SELECT YEAR-CONTROL ASSIGN YRCTL
000320                 FILE STATUS IS YC-FILE-STATUS.
000330             SELECT PAY-HISTORY ASSIGN PAYHST
000340                 ORGANIZATION IS INDEXED
000350                 ACCESS MODE IS SEQUENTIAL
000360                 RECORD KEY IS PH-KEY
000370                 FILE STATUS IS PH-FILE-STATUS.
000380             SELECT DEDUCTION-DETAIL ASSIGN DEDDTL
000390                 ORGANIZATION IS INDEXED
000400                 ACCESS MODE IS SEQUENTIAL
000410                 RECORD KEY IS DD-KEY
000420                 FILE STATUS IS DD-FILE-STATUS.
000430             SELECT OUTSTANDING-CHECKS ASSIGN OUTCHK
000440                 ORGANIZATION IS INDEXED
000450                 ACCESS MODE IS SEQUENTIAL
000460                 RECORD KEY IS OC-CHECK-NUMBER
000470                 FILE STATUS IS OC-FILE-STATUS.
000480             SELECT HISTORY-ARCHIVE ASSIGN HISTARC.
000490             SELECT ARCHIVE-REPORT ASSIGN ARCRPT.
000500       DATA DIVISION.
000510       FILE SECTION.
000520*
000530*    ONE PARM CARD - HOW MANY CLOSED YEARS STAY ONLINE, AND THE
000540*    DATE THE ARCHIVE GENERATION IS STAMPED WITH.
000550       FD RETENTION-PARM RECORDING MODE F
000560              LABEL RECORDS ARE OMITTED.
000570       01 RETENTION-PARM-RECORD.
000580            02 RP-KEEP-YEARS    PIC 9(2).
000590            02 RP-ARCHIVE-DATE  PIC 9(8).
000600            02 FILLER           PIC X(70).
000610*
000620*    YEAR-CONTROL AS THE YEAREND PROGRAM KEEPS IT - ONE RECORD
000630*    PER PAYROLL YEAR ALREADY CLOSED. THE RECORD LAYOUT HERE
000640*    MUST STAY IN STEP WITH THE ONE THERE.
000650       FD YEAR-CONTROL RECORDING MODE F
000660              LABEL RECORDS ARE OMITTED.
000670       01 YEAR-CONTROL-RECORD.
000680            02 YC-YEAR PIC 9(4).
000690            02 FILLER  PIC X(76).
000700*
000710*    PAY HISTORY AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
000720*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
000730       FD PAY-HISTORY
000740              LABEL RECORDS ARE STANDARD.
000750       01 PAY-HISTORY-RECORD.
000760            02 PH-KEY.
000770                 03 PH-EMPLOYEE-ID PIC X(06).
000780                 03 PH-PP-END-DATE PIC 9(8).
000790                 03 PH-PAY-SEQ     PIC 9(2).
000800            02 PH-GROSS-PAY      PIC S9(6)V99.
000810            02 PH-REGULAR-PAY    PIC S9(6)V99.
000820            02 PH-OVERTIME-PAY   PIC S9(6)V99.
000830            02 PH-REGULAR-HOURS  PIC 9(2).
000840            02 PH-OVERTIME-HOURS PIC 9(2).
000850            02 PH-DEDUCTION      PIC S9(5)V99.
000860            02 PH-FED-TAX        PIC S9(5)V99.
000870            02 PH-STATE-TAX      PIC S9(5)V99.
000880            02 PH-SOC-SEC-TAX    PIC S9(5)V99.
000890            02 PH-MEDICARE-TAX   PIC S9(5)V99.
000900            02 PH-VOL-DEDUCTION  PIC S9(5)V99.
000910            02 PH-NET-PAY        PIC S9(6)V99.
000920            02 PH-EMPLOYER-FUTA  PIC S9(5)V99.
000930            02 PH-EMPLOYER-SUTA  PIC S9(5)V99.
000940            02 PH-PAY-INSTRUMENT PIC X(01).
000950                 88 PH-PAID-BY-ACH   VALUE "D".
000960                 88 PH-PAID-BY-CHECK VALUE "C".
000970            02 PH-CHECK-NUMBER   PIC 9(08).
000980            02 PH-VOID-SW        PIC X(01).
000990                 88 PH-VOIDED VALUE "V".
001000            02 PH-ACH-TRACE      PIC X(15).
001010            02 PH-RETURN-SW      PIC X(01).
001020                 88 PH-RETURNED VALUE "R".
001030            02 PH-EARNINGS-ENTRY OCCURS 5 TIMES.
001040                 03 PH-EARN-CODE   PIC X(04).
001050                 03 PH-EARN-HOURS  PIC 9(3).
001060                 03 PH-EARN-AMOUNT PIC S9(6)V99.
001070*
001080*    PER-DEDUCTION DETAIL AS THE PAYROLL PROGRAM POSTS IT. THE
001090*    RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001100       FD DEDUCTION-DETAIL
001110              LABEL RECORDS ARE STANDARD.
001120       01 DEDUCTION-DETAIL-RECORD.
001130            02 DD-KEY.
001140                 03 DD-EMPLOYEE-ID PIC X(06).
001150                 03 DD-PP-END-DATE PIC 9(8).
001160                 03 DD-PAY-SEQ     PIC 9(2).
001170                 03 DD-CODE        PIC X(04).
001180            02 DD-TAX-CLASS       PIC X(01).
001190            02 DD-AMOUNT-TAKEN    PIC S9(5)V99.
001200            02 DD-ARREARS-APPLIED PIC S9(5)V99.
001210            02 DD-ANNUAL-CAP      PIC 9(6)V99.
001220            02 DD-CAP-ROOM-LEFT   PIC S9(6)V99.
001230*
001240*    THE OUTSTANDING CHECK FILE AS THE CHECKREC PROGRAM KEEPS
001250*    IT. THE RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE
001260*    THERE. THE EMPLOYEE ID, HISTORY DATE, AND SEQUENCE ARE THE
001270*    PAY-HISTORY KEY OF THE PAYMENT THE CHECK SETTLED.
001280       FD OUTSTANDING-CHECKS
001290              LABEL RECORDS ARE STANDARD.
001300       01 OUTSTANDING-RECORD.
001310            02 OC-CHECK-NUMBER PIC 9(08).
001320            02 OC-ISSUE-DATE   PIC 9(08).
001330            02 OC-AMOUNT       PIC 9(08)V99.
001340            02 OC-EMPLOYEE-ID  PIC X(06).
001350            02 OC-PAYEE        PIC X(10).
001360            02 OC-STATUS       PIC X(01).
001370                 88 OC-OUTSTANDING VALUE "O".
001380                 88 OC-PAID        VALUE "P".
001390            02 OC-PAID-DATE    PIC 9(08).
001400            02 OC-HISTORY-DATE PIC 9(08).
001410            02 OC-HISTORY-SEQ  PIC 9(02).
001420*
001430*    THE SEQUENTIAL HISTORY ARCHIVE - ONE GENERATION PER RUN.
001440*    A HEADER, THEN EACH PAY-HISTORY IMAGE FOLLOWED BY ITS OWN
001450*    DEDUCTION-DETAIL IMAGES IN KEY ORDER, THEN A TRAILER WITH
001460*    THE COUNTS AND MONEY TOTALS OF WHAT WENT OUT. PAYSTMT AND
001470*    RETROPAY READ THIS LAYOUT BACK AND MUST STAY IN STEP.
001480       FD HISTORY-ARCHIVE RECORDING MODE F
001490              LABEL RECORDS ARE OMITTED.
001500       01 ARCHIVE-RECORD.
001510            02 AR-RECORD-TYPE  PIC X(01).
001520                 88 AR-HEADER      VALUE "H".
001530                 88 AR-PAY-HISTORY VALUE "P".
001540                 88 AR-DEDUCTION   VALUE "D".
001550                 88 AR-TRAILER     VALUE "T".
001560            02 AR-ARCHIVE-DATE PIC 9(8).
001570            02 AR-IMAGE        PIC X(209).
001580            02 AR-DD-VIEW REDEFINES AR-IMAGE.
001590                 03 AR-DD-IMAGE PIC X(51).
001600                 03 FILLER      PIC X(158).
001610            02 AR-DD-KEY-VIEW REDEFINES AR-IMAGE.
001620                 03 AR-DD-PAYMENT-KEY PIC X(16).
001630                 03 FILLER            PIC X(193).
001640            02 AR-CONTROL-VIEW REDEFINES AR-IMAGE.
001650                 03 AR-KEEP-YEARS      PIC 9(2).
001660                 03 AR-LAST-YEAR       PIC 9(4).
001670                 03 AR-PH-COUNT        PIC 9(7).
001680                 03 AR-PH-GROSS-TOTAL  PIC S9(9)V99.
001690                 03 AR-PH-NET-TOTAL    PIC S9(9)V99.
001700                 03 AR-DD-COUNT        PIC 9(7).
001710                 03 AR-DD-AMOUNT-TOTAL PIC S9(9)V99.
001720                 03 FILLER             PIC X(156).
001730       FD ARCHIVE-REPORT RECORDING MODE F
001740              LABEL RECORDS ARE OMITTED.
001750       01 ARCHIVE-PRINTOUT PIC X(132).
001760       WORKING-STORAGE SECTION.
001770       01 YC-FILE-STATUS   PIC XX.
001780       01 PH-FILE-STATUS   PIC XX.
001790       01 DD-FILE-STATUS   PIC XX.
001800       01 OC-FILE-STATUS   PIC XX.
001810       01 YEAR-CONTROL-EOF PIC XXX VALUE "NO".
001820       01 OUTSTANDING-EOF  PIC XXX VALUE "NO".
001830       01 KEEP-YEARS       PIC 9(2) VALUE ZERO.
001840       01 ARCHIVE-DATE     PIC 9(8) VALUE ZERO.
001850       01 LAST-YEAR-ARCHIVED PIC 9(4) VALUE ZERO.
001860*
001870*    EVERY CLOSED YEAR ON FILE, MARKED A WHEN AT LEAST THE
001880*    RETAINED NUMBER OF CLOSED YEARS ARE NEWER THAN IT.
001890       01 CLOSED-YEAR-COUNT PIC 9(2) VALUE ZERO.
001900       01 CLOSED-YEAR-INDEX PIC 9(2).
001910       01 NEWER-YEAR-INDEX  PIC 9(2).
001920       01 NEWER-YEAR-COUNT  PIC 9(2).
001930       01 CLOSED-YEAR-TABLE.
001940            02 CLOSED-YEAR-ENTRY OCCURS 50 TIMES.
001950                 03 CLOSED-YEAR        PIC 9(4).
001960                 03 CLOSED-YEAR-ACTION PIC X(01).
001970                      88 CLOSED-YEAR-TO-ARCHIVE VALUE "A".
001980       01 RECORD-DATE-WORK PIC 9(8).
001990       01 RECORD-DATE-SPLIT REDEFINES RECORD-DATE-WORK.
002000            02 RECORD-CCYY PIC 9(4).
002010            02 FILLER      PIC 9(4).
002020       01 YEAR-ARCHIVABLE-SW PIC X(01) VALUE "N".
002030            88 YEAR-ARCHIVABLE VALUE "Y".
002040       01 PAYMENT-ACTION-SW PIC X(01) VALUE "K".
002050            88 PAYMENT-ARCHIVED VALUE "A".
002060            88 PAYMENT-KEPT     VALUE "K".
002070       01 HIST-MATCH-KEY   PIC X(16).
002080       01 DTL-MATCH-KEY    PIC X(16).
002090*
002100*    CHECKS STILL OUTSTANDING AGAINST A PAYMENT IN A YEAR DUE
002110*    FOR THE ARCHIVE, KEYED THE WAY PAY-HISTORY IS.
002120       01 OPEN-ITEM-COUNT  PIC 9(3) VALUE ZERO.
002130       01 OPEN-ITEM-INDEX  PIC 9(3).
002140       01 OPEN-ITEM-FOUND-SW PIC X(01) VALUE "N".
002150            88 OPEN-ITEM-FOUND VALUE "Y".
002160       01 OPEN-ITEM-TABLE.
002170            02 OPEN-ITEM-ENTRY OCCURS 500 TIMES.
002180                 03 OPEN-ITEM-KEY   PIC X(16).
002190                 03 OPEN-ITEM-CHECK PIC 9(08).
002200       01 OPEN-ITEM-KEY-WORK.
002210            02 OIK-EMPLOYEE-ID PIC X(06).
002220            02 OIK-PP-END-DATE PIC 9(8).
002230            02 OIK-PAY-SEQ     PIC 9(2).
002240       01 HELD-CHECK-NUMBER PIC 9(08).
002250       01 PH-ARCHIVED-COUNT PIC 9(7) VALUE ZERO.
002260       01 PH-GROSS-TOTAL    PIC S9(9)V99 VALUE ZERO.
002270       01 PH-NET-TOTAL      PIC S9(9)V99 VALUE ZERO.
002280       01 DD-ARCHIVED-COUNT PIC 9(7) VALUE ZERO.
002290       01 DD-AMOUNT-TOTAL   PIC S9(9)V99 VALUE ZERO.
002300       01 HELD-OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
002310       01 HELD-RETURNED-COUNT    PIC 9(5) VALUE ZERO.
002320       01 DD-HELD-COUNT     PIC 9(7) VALUE ZERO.
002330       01 BLANK-LINE       PIC X(80).
002340       01 ARCHIVE-HEADER-ONE.
002350            02 FILLER PIC X(40)
002360                VALUE "PAY HISTORY RETENTION AND ARCHIVE".
002370            02 FILLER PIC X(6)  VALUE "AS OF".
002380            02 ARC-HDR-DATE-OUT PIC 9(4)/99/99.
002390       01 ARCHIVE-HEADER-TWO.
002400            02 FILLER PIC X(26)
002410                VALUE "CLOSED YEARS KEPT ONLINE:".
002420            02 ARC-HDR-KEEP-OUT PIC Z9.
002430       01 CLOSED-YEAR-LINE.
002440            02 FILLER PIC X(12) VALUE "CLOSED YEAR".
002450            02 CYL-YEAR-OUT PIC 9(4).
002460            02 FILLER PIC X(3)  VALUE SPACE.
002470            02 CYL-ACTION-OUT PIC X(20).
002480       01 NO-YEAR-LINE.
002490            02 FILLER PIC X(50)
002500                VALUE "NO CLOSED YEAR PAST THE RETENTION PERIOD".
002510       01 HELD-HEADER-ONE.
002520            02 FILLER PIC X(40)
002530                VALUE "OPEN ITEMS KEPT ONLINE".
002540       01 HELD-HEADER-TWO.
002550            02 FILLER PIC X(9)  VALUE "EMP ID".
002560            02 FILLER PIC X(12) VALUE "PERIOD".
002570            02 FILLER PIC X(5)  VALUE "SEQ".
002580            02 FILLER PIC X(11) VALUE "CHECK NO".
002590            02 FILLER PIC X(12) VALUE "NET PAY".
002600            02 FILLER PIC X(10) VALUE "REASON".
002610       01 HELD-DETAIL-LINE.
002620            02 HLD-EMP-ID-OUT PIC X(06).
002630            02 FILLER PIC X(3)  VALUE SPACE.
002640            02 HLD-PERIOD-OUT PIC 9(4)/99/99.
002650            02 FILLER PIC X(2)  VALUE SPACE.
002660            02 HLD-SEQ-OUT PIC 99.
002670            02 FILLER PIC X(3)  VALUE SPACE.
002680            02 HLD-CHECK-OUT PIC ZZZZZZZ9.
002690            02 FILLER PIC X(3)  VALUE SPACE.
002700            02 HLD-NET-OUT PIC $ZZZZZ9.99-.
002710            02 FILLER PIC X(2)  VALUE SPACE.
002720            02 HLD-REASON-OUT PIC X(34).
002730       01 ARCHIVE-TRAILER-ONE.
002740            02 FILLER PIC X(27)
002750                VALUE "PAY HISTORY ARCHIVED:".
002760            02 TRL-PH-COUNT-OUT PIC ZZZZZZ9.
002770            02 FILLER PIC X(9)  VALUE "  GROSS".
002780            02 TRL-PH-GROSS-OUT PIC $ZZZZZZZZ9.99-.
002790            02 FILLER PIC X(7)  VALUE "  NET".
002800            02 TRL-PH-NET-OUT PIC $ZZZZZZZZ9.99-.
002810       01 ARCHIVE-TRAILER-TWO.
002820            02 FILLER PIC X(27)
002830                VALUE "DEDUCTION DETAIL ARCHIVED:".
002840            02 TRL-DD-COUNT-OUT PIC ZZZZZZ9.
002850            02 FILLER PIC X(9)  VALUE "  AMOUNT".
002860            02 TRL-DD-AMT-OUT PIC $ZZZZZZZZ9.99-.
002870       01 ARCHIVE-TRAILER-THREE.
002880            02 FILLER PIC X(27)
002890                VALUE "KEPT - CHECK OUTSTANDING:".
002900            02 TRL-HELD-OC-OUT PIC ZZZZZZ9.
002910            02 FILLER PIC X(3)  VALUE SPACE.
002920            02 FILLER PIC X(23)
002930                VALUE "ACH RETURN UNREPLACED:".
002940            02 TRL-HELD-RT-OUT PIC ZZZZZZ9.
002950            02 FILLER PIC X(3)  VALUE SPACE.
002960            02 FILLER PIC X(15) VALUE "THEIR DETAIL:".
002970            02 TRL-HELD-DD-OUT PIC ZZZZZZ9.
002980       PROCEDURE DIVISION.
002990            PERFORM READ-RETENTION-PARM.
003000            PERFORM LOAD-CLOSED-YEARS.
003010            PERFORM MARK-ARCHIVE-YEARS
003020                VARYING CLOSED-YEAR-INDEX FROM 1 BY 1
003030                UNTIL CLOSED-YEAR-INDEX > CLOSED-YEAR-COUNT.
003040            OPEN OUTPUT ARCHIVE-REPORT HISTORY-ARCHIVE.
003050            PERFORM WRITE-REPORT-HEADING.
003060            PERFORM WRITE-ARCHIVE-HEADER.
003070            IF LAST-YEAR-ARCHIVED = ZERO
003080               WRITE ARCHIVE-PRINTOUT FROM NO-YEAR-LINE
003090            ELSE
003100               PERFORM LOAD-OPEN-ITEMS
003110               PERFORM OPEN-HISTORY-FILES
003120               PERFORM READ-HISTORY-RECORD
003130               PERFORM READ-DETAIL-RECORD
003140               PERFORM ARCHIVE-NEXT-ITEM
003150                   UNTIL HIST-MATCH-KEY = HIGH-VALUES
003160                     AND DTL-MATCH-KEY = HIGH-VALUES
003170               CLOSE PAY-HISTORY, DEDUCTION-DETAIL
003180            END-IF.
003190            PERFORM WRITE-ARCHIVE-TRAILER.
003200            PERFORM WRITE-REPORT-TRAILER.
003210           CLOSE HISTORY-ARCHIVE, ARCHIVE-REPORT.
003220           STOP RUN.
003230*
003240*    AT LEAST ONE CLOSED YEAR ALWAYS STAYS ONLINE - THE YEAR
003250*    JUST CLOSED STILL ANSWERS W-2 CORRECTIONS AND THE
003260*    INTEGCHK RECONCILIATION.
003270       READ-RETENTION-PARM.
003280           OPEN INPUT RETENTION-PARM
003290           READ RETENTION-PARM
003300               AT END
003310                   DISPLAY "RETENTION PARM CARD MISSING"
003320                   MOVE 16 TO RETURN-CODE
003330                   STOP RUN
003340           END-READ
003350           CLOSE RETENTION-PARM
003360           IF RP-KEEP-YEARS NOT NUMERIC
003370               OR RP-KEEP-YEARS = ZERO
003380               DISPLAY "RETENTION PARM YEARS NOT NUMERIC OR ZERO"
003390               MOVE 16 TO RETURN-CODE
003400               STOP RUN
003410           END-IF
003420           IF RP-ARCHIVE-DATE NOT NUMERIC
003430               OR RP-ARCHIVE-DATE = ZERO
003440               DISPLAY "RETENTION PARM DATE NOT NUMERIC"
003450               MOVE 16 TO RETURN-CODE
003460               STOP RUN
003470           END-IF
003480           MOVE RP-KEEP-YEARS TO KEEP-YEARS
003490           MOVE RP-ARCHIVE-DATE TO ARCHIVE-DATE.
003500*
003510*    THE YEAR-CONTROL FILE NAMES EVERY YEAR YEAREND HAS CLOSED.
003520*    NO FILE MEANS NO YEAR IS CLOSED YET AND NOTHING ARCHIVES.
003530*    A YEAR LEFT OFF THE TABLE COULD LET A NEWER YEAR ARCHIVE
003540*    EARLY, SO A FULL TABLE STOPS THE RUN.
003550       LOAD-CLOSED-YEARS.
003560           OPEN INPUT YEAR-CONTROL
003570           IF YC-FILE-STATUS = "35"
003580               MOVE "YES" TO YEAR-CONTROL-EOF
003590           ELSE
003600               PERFORM READ-YEAR-CONTROL
003610               PERFORM STORE-CLOSED-YEAR
003620                   UNTIL YEAR-CONTROL-EOF = "YES"
003630               CLOSE YEAR-CONTROL
003640           END-IF.
003650       READ-YEAR-CONTROL.
003660           READ YEAR-CONTROL
003670               AT END MOVE "YES" TO YEAR-CONTROL-EOF
003680           END-READ.
003690       STORE-CLOSED-YEAR.
003700           IF CLOSED-YEAR-COUNT = 50
003710               DISPLAY "YEAR-CONTROL FILE HOLDS OVER 50 YEARS"
003720               MOVE 16 TO RETURN-CODE
003730               STOP RUN
003740           END-IF
003750           ADD 1 TO CLOSED-YEAR-COUNT
003760           MOVE YC-YEAR TO CLOSED-YEAR (CLOSED-YEAR-COUNT)
003770           MOVE SPACE TO CLOSED-YEAR-ACTION (CLOSED-YEAR-COUNT)
003780           PERFORM READ-YEAR-CONTROL.
003790*
003800*    A CLOSED YEAR GOES TO THE ARCHIVE ONCE THE RETAINED NUMBER
003810*    OF CLOSED YEARS ARE NEWER THAN IT. A YEAR NEVER CLOSED IS
003820*    NEVER ARCHIVED, HOWEVER OLD.
003830       MARK-ARCHIVE-YEARS.
003840           MOVE ZERO TO NEWER-YEAR-COUNT
003850           PERFORM COUNT-NEWER-YEAR
003860               VARYING NEWER-YEAR-INDEX FROM 1 BY 1
003870               UNTIL NEWER-YEAR-INDEX > CLOSED-YEAR-COUNT
003880           IF NEWER-YEAR-COUNT NOT < KEEP-YEARS
003890               MOVE "A" TO CLOSED-YEAR-ACTION (CLOSED-YEAR-INDEX)
003900               IF CLOSED-YEAR (CLOSED-YEAR-INDEX)
003910                   > LAST-YEAR-ARCHIVED
003920                   MOVE CLOSED-YEAR (CLOSED-YEAR-INDEX)
003930                       TO LAST-YEAR-ARCHIVED
003940               END-IF
003950           END-IF.
003960       COUNT-NEWER-YEAR.
003970           IF CLOSED-YEAR (NEWER-YEAR-INDEX)
003980               > CLOSED-YEAR (CLOSED-YEAR-INDEX)
003990               ADD 1 TO NEWER-YEAR-COUNT
004000           END-IF.
004010       CHECK-RECORD-YEAR.
004020           MOVE "N" TO YEAR-ARCHIVABLE-SW
004030           PERFORM MATCH-ARCHIVE-YEAR
004040               VARYING CLOSED-YEAR-INDEX FROM 1 BY 1
004050               UNTIL CLOSED-YEAR-INDEX > CLOSED-YEAR-COUNT.
004060       MATCH-ARCHIVE-YEAR.
004070           IF RECORD-CCYY = CLOSED-YEAR (CLOSED-YEAR-INDEX)
004080               AND CLOSED-YEAR-TO-ARCHIVE (CLOSED-YEAR-INDEX)
004090               MOVE "Y" TO YEAR-ARCHIVABLE-SW
004100           END-IF.
004110*
004120*    EVERY CHECK THE BANK HAS NOT YET PAID THAT SETTLED A
004130*    PAYMENT IN A YEAR DUE FOR THE ARCHIVE. THE PAYMENT STAYS
004140*    ONLINE SO THE CHECK CAN STILL BE VOIDED OR ESCHEATED
004150*    AGAINST ITS HISTORY. A CHECK LOADED BEFORE THE EXTRACT
004160*    CARRIED THE HISTORY DATE TIES BACK ON ITS ISSUE DATE. A
004170*    FULL TABLE STOPS THE RUN RATHER THAN ARCHIVE AN OPEN ITEM.
004180       LOAD-OPEN-ITEMS.
004190           OPEN INPUT OUTSTANDING-CHECKS
004200           IF OC-FILE-STATUS NOT = "00"
004210               DISPLAY "OUTSTANDING CHECKS NOT AVAILABLE - "
004220                   "STATUS "
004230                   OC-FILE-STATUS
004240               MOVE 16 TO RETURN-CODE
004250               STOP RUN
004260           END-IF
004270           PERFORM READ-OUTSTANDING-CHECK
004280           PERFORM STORE-OPEN-ITEM
004290               UNTIL OUTSTANDING-EOF = "YES"
004300           CLOSE OUTSTANDING-CHECKS.
004310       READ-OUTSTANDING-CHECK.
004320           READ OUTSTANDING-CHECKS
004330               AT END MOVE "YES" TO OUTSTANDING-EOF
004340           END-READ.
004350       STORE-OPEN-ITEM.
004360           IF OC-OUTSTANDING
004370               MOVE OC-EMPLOYEE-ID TO OIK-EMPLOYEE-ID
004380               IF OC-HISTORY-DATE NUMERIC
004390                   AND OC-HISTORY-DATE NOT = ZERO
004400                   MOVE OC-HISTORY-DATE TO OIK-PP-END-DATE
004410               ELSE
004420                   MOVE OC-ISSUE-DATE TO OIK-PP-END-DATE
004430               END-IF
004440               IF OC-HISTORY-SEQ NUMERIC
004450                   MOVE OC-HISTORY-SEQ TO OIK-PAY-SEQ
004460               ELSE
004470                   MOVE ZERO TO OIK-PAY-SEQ
004480               END-IF
004490               MOVE OIK-PP-END-DATE TO RECORD-DATE-WORK
004500               PERFORM CHECK-RECORD-YEAR
004510               IF YEAR-ARCHIVABLE
004520                   PERFORM ADD-OPEN-ITEM
004530               END-IF
004540           END-IF
004550           PERFORM READ-OUTSTANDING-CHECK.
004560       ADD-OPEN-ITEM.
004570           IF OPEN-ITEM-COUNT = 500
004580               DISPLAY "OVER 500 OPEN CHECKS IN YEARS TO ARCHIVE"
004590               MOVE 16 TO RETURN-CODE
004600               STOP RUN
004610           END-IF
004620           ADD 1 TO OPEN-ITEM-COUNT
004630           MOVE OPEN-ITEM-KEY-WORK
004640               TO OPEN-ITEM-KEY (OPEN-ITEM-COUNT)
004650           MOVE OC-CHECK-NUMBER
004660               TO OPEN-ITEM-CHECK (OPEN-ITEM-COUNT).
004670       OPEN-HISTORY-FILES.
004680           OPEN I-O PAY-HISTORY
004690           IF PH-FILE-STATUS NOT = "00"
004700               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
004710                   PH-FILE-STATUS
004720               MOVE 16 TO RETURN-CODE
004730               STOP RUN
004740           END-IF
004750           OPEN I-O DEDUCTION-DETAIL
004760           IF DD-FILE-STATUS NOT = "00"
004770               DISPLAY "DEDUCTION DETAIL NOT AVAILABLE - STATUS "
004780                   DD-FILE-STATUS
004790               MOVE 16 TO RETURN-CODE
004800               STOP RUN
004810           END-IF.
004820       READ-HISTORY-RECORD.
004830           READ PAY-HISTORY
004840               AT END
004850                   MOVE HIGH-VALUES TO HIST-MATCH-KEY
004860               NOT AT END
004870                   MOVE PH-KEY TO HIST-MATCH-KEY
004880           END-READ.
004890       READ-DETAIL-RECORD.
004900           READ DEDUCTION-DETAIL
004910               AT END
004920                   MOVE HIGH-VALUES TO DTL-MATCH-KEY
004930               NOT AT END
004940                   MOVE DD-KEY TO DTL-MATCH-KEY
004950           END-READ.
004960*
004970*    BOTH FILES ARE IN EMPLOYEE, PERIOD, SEQUENCE ORDER. DETAIL
004980*    KEYED AHEAD OF THE CURRENT PAYMENT HAS NO PAYMENT OF ITS
004990*    OWN AND GOES ON ITS YEAR ALONE. OTHERWISE THE PAYMENT IS
005000*    DECIDED AND ITS DETAIL FOLLOWS IT EITHER WAY.
005010       ARCHIVE-NEXT-ITEM.
005020           IF DTL-MATCH-KEY < HIST-MATCH-KEY
005030               PERFORM ARCHIVE-UNMATCHED-DETAIL
005040           ELSE
005050               PERFORM ARCHIVE-ONE-PAYMENT
005060           END-IF.
005070       ARCHIVE-UNMATCHED-DETAIL.
005080           MOVE DD-PP-END-DATE TO RECORD-DATE-WORK
005090           PERFORM CHECK-RECORD-YEAR
005100           IF YEAR-ARCHIVABLE
005110               PERFORM ARCHIVE-DETAIL-RECORD
005120           END-IF
005130           PERFORM READ-DETAIL-RECORD.
005140       ARCHIVE-ONE-PAYMENT.
005150           PERFORM DECIDE-PAYMENT-ACTION
005160           IF PAYMENT-ARCHIVED
005170               PERFORM ARCHIVE-HISTORY-RECORD
005180           END-IF
005190           PERFORM FOLLOW-PAYMENT-DETAIL
005200               UNTIL DTL-MATCH-KEY NOT = HIST-MATCH-KEY
005210           PERFORM READ-HISTORY-RECORD.
005220*
005230*    A PAYMENT IN A YEAR DUE FOR THE ARCHIVE GOES UNLESS IT IS
005240*    STILL OPEN - AN ACH PAYMENT RETURNED AND WAITING ON ITS
005250*    REPLACEMENT CHECK, OR A CHECK THE BANK HAS NOT PAID. A
005260*    VOIDED PAYMENT IS CLOSED AND GOES WITH THE REST.
005270       DECIDE-PAYMENT-ACTION.
005280           MOVE "K" TO PAYMENT-ACTION-SW
005290           MOVE PH-PP-END-DATE TO RECORD-DATE-WORK
005300           PERFORM CHECK-RECORD-YEAR
005310           IF YEAR-ARCHIVABLE
005320               MOVE "A" TO PAYMENT-ACTION-SW
005330               IF PH-RETURNED
005340                   MOVE "K" TO PAYMENT-ACTION-SW
005350                   MOVE ZERO TO HELD-CHECK-NUMBER
005360                   MOVE "ACH RETURNED - NOT YET REPLACED"
005370                       TO HLD-REASON-OUT
005380                   PERFORM WRITE-HELD-LINE
005390                   ADD 1 TO HELD-RETURNED-COUNT
005400               ELSE
005410                   PERFORM FIND-OPEN-ITEM
005420                   IF OPEN-ITEM-FOUND
005430                       MOVE "K" TO PAYMENT-ACTION-SW
005440                       MOVE "CHECK STILL OUTSTANDING"
005450                           TO HLD-REASON-OUT
005460                       PERFORM WRITE-HELD-LINE
005470                       ADD 1 TO HELD-OUTSTANDING-COUNT
005480                   END-IF
005490               END-IF
005500           END-IF.
005510       FIND-OPEN-ITEM.
005520           MOVE "N" TO OPEN-ITEM-FOUND-SW
005530           PERFORM MATCH-ONE-OPEN-ITEM
005540               VARYING OPEN-ITEM-INDEX FROM 1 BY 1
005550               UNTIL OPEN-ITEM-INDEX > OPEN-ITEM-COUNT
005560                   OR OPEN-ITEM-FOUND.
005570       MATCH-ONE-OPEN-ITEM.
005580           IF OPEN-ITEM-KEY (OPEN-ITEM-INDEX) = PH-KEY
005590               MOVE "Y" TO OPEN-ITEM-FOUND-SW
005600               MOVE OPEN-ITEM-CHECK (OPEN-ITEM-INDEX)
005610                   TO HELD-CHECK-NUMBER
005620           END-IF.
005630       WRITE-HELD-LINE.
005640           MOVE PH-EMPLOYEE-ID TO HLD-EMP-ID-OUT
005650           MOVE PH-PP-END-DATE TO HLD-PERIOD-OUT
005660           MOVE PH-PAY-SEQ TO HLD-SEQ-OUT
005670           MOVE HELD-CHECK-NUMBER TO HLD-CHECK-OUT
005680           MOVE PH-NET-PAY TO HLD-NET-OUT
005690           WRITE ARCHIVE-PRINTOUT FROM HELD-DETAIL-LINE.
005700       FOLLOW-PAYMENT-DETAIL.
005710           IF PAYMENT-ARCHIVED
005720               PERFORM ARCHIVE-DETAIL-RECORD
005730           ELSE
005740               IF YEAR-ARCHIVABLE
005750                   ADD 1 TO DD-HELD-COUNT
005760               END-IF
005770           END-IF
005780           PERFORM READ-DETAIL-RECORD.
005790*
005800*    EACH RECORD IS ON THE ARCHIVE BEFORE IT LEAVES THE KEYED
005810*    FILE, SO A RUN THAT STOPS PART WAY LOSES NOTHING - THE NEXT
005820*    RUN ARCHIVES WHAT IS LEFT INTO A GENERATION OF ITS OWN.
005830       ARCHIVE-HISTORY-RECORD.
005840           MOVE SPACES TO ARCHIVE-RECORD
005850           MOVE "P" TO AR-RECORD-TYPE
005860           MOVE ARCHIVE-DATE TO AR-ARCHIVE-DATE
005870           MOVE PAY-HISTORY-RECORD TO AR-IMAGE
005880           WRITE ARCHIVE-RECORD
005890           DELETE PAY-HISTORY RECORD
005900           IF PH-FILE-STATUS NOT = "00"
005910               DISPLAY "PAY HISTORY DELETE FAILED - STATUS "
005920                   PH-FILE-STATUS
005930               MOVE 16 TO RETURN-CODE
005940               STOP RUN
005950           END-IF
005960           ADD 1 TO PH-ARCHIVED-COUNT
005970           ADD PH-GROSS-PAY TO PH-GROSS-TOTAL
005980           ADD PH-NET-PAY TO PH-NET-TOTAL.
005990       ARCHIVE-DETAIL-RECORD.
006000           MOVE SPACES TO ARCHIVE-RECORD
006010           MOVE "D" TO AR-RECORD-TYPE
006020           MOVE ARCHIVE-DATE TO AR-ARCHIVE-DATE
006030           MOVE DEDUCTION-DETAIL-RECORD TO AR-DD-IMAGE
006040           WRITE ARCHIVE-RECORD
006050           DELETE DEDUCTION-DETAIL RECORD
006060           IF DD-FILE-STATUS NOT = "00"
006070               DISPLAY "DEDUCTION DETAIL DELETE FAILED - STATUS "
006080                   DD-FILE-STATUS
006090               MOVE 16 TO RETURN-CODE
006100               STOP RUN
006110           END-IF
006120           ADD 1 TO DD-ARCHIVED-COUNT
006130           ADD DD-AMOUNT-TAKEN TO DD-AMOUNT-TOTAL.
006140       WRITE-ARCHIVE-HEADER.
006150           MOVE SPACES TO ARCHIVE-RECORD
006160           MOVE "H" TO AR-RECORD-TYPE
006170           MOVE ARCHIVE-DATE TO AR-ARCHIVE-DATE
006180           MOVE KEEP-YEARS TO AR-KEEP-YEARS
006190           MOVE LAST-YEAR-ARCHIVED TO AR-LAST-YEAR
006200           MOVE ZERO TO AR-PH-COUNT
006210           MOVE ZERO TO AR-PH-GROSS-TOTAL
006220           MOVE ZERO TO AR-PH-NET-TOTAL
006230           MOVE ZERO TO AR-DD-COUNT
006240           MOVE ZERO TO AR-DD-AMOUNT-TOTAL
006250           WRITE ARCHIVE-RECORD.
006260       WRITE-ARCHIVE-TRAILER.
006270           MOVE SPACES TO ARCHIVE-RECORD
006280           MOVE "T" TO AR-RECORD-TYPE
006290           MOVE ARCHIVE-DATE TO AR-ARCHIVE-DATE
006300           MOVE KEEP-YEARS TO AR-KEEP-YEARS
006310           MOVE LAST-YEAR-ARCHIVED TO AR-LAST-YEAR
006320           MOVE PH-ARCHIVED-COUNT TO AR-PH-COUNT
006330           MOVE PH-GROSS-TOTAL TO AR-PH-GROSS-TOTAL
006340           MOVE PH-NET-TOTAL TO AR-PH-NET-TOTAL
006350           MOVE DD-ARCHIVED-COUNT TO AR-DD-COUNT
006360           MOVE DD-AMOUNT-TOTAL TO AR-DD-AMOUNT-TOTAL
006370           WRITE ARCHIVE-RECORD.
006380       WRITE-REPORT-HEADING.
006390           MOVE ARCHIVE-DATE TO ARC-HDR-DATE-OUT
006400           MOVE KEEP-YEARS TO ARC-HDR-KEEP-OUT
006410           WRITE ARCHIVE-PRINTOUT FROM ARCHIVE-HEADER-ONE
006420           WRITE ARCHIVE-PRINTOUT FROM BLANK-LINE
006430           WRITE ARCHIVE-PRINTOUT FROM ARCHIVE-HEADER-TWO
006440           WRITE ARCHIVE-PRINTOUT FROM BLANK-LINE
006450           PERFORM WRITE-CLOSED-YEAR-LINE
006460               VARYING CLOSED-YEAR-INDEX FROM 1 BY 1
006470               UNTIL CLOSED-YEAR-INDEX > CLOSED-YEAR-COUNT
006480           WRITE ARCHIVE-PRINTOUT FROM BLANK-LINE
006490           WRITE ARCHIVE-PRINTOUT FROM HELD-HEADER-ONE
006500           WRITE ARCHIVE-PRINTOUT FROM HELD-HEADER-TWO
006510           WRITE ARCHIVE-PRINTOUT FROM BLANK-LINE.
006520       WRITE-CLOSED-YEAR-LINE.
006530           MOVE CLOSED-YEAR (CLOSED-YEAR-INDEX) TO CYL-YEAR-OUT
006540           IF CLOSED-YEAR-TO-ARCHIVE (CLOSED-YEAR-INDEX)
006550               MOVE "ARCHIVED" TO CYL-ACTION-OUT
006560           ELSE
006570               MOVE "KEPT ONLINE" TO CYL-ACTION-OUT
006580           END-IF
006590           WRITE ARCHIVE-PRINTOUT FROM CLOSED-YEAR-LINE.
006600       WRITE-REPORT-TRAILER.
006610           MOVE PH-ARCHIVED-COUNT TO TRL-PH-COUNT-OUT
006620           MOVE PH-GROSS-TOTAL TO TRL-PH-GROSS-OUT
006630           MOVE PH-NET-TOTAL TO TRL-PH-NET-OUT
006640           MOVE DD-ARCHIVED-COUNT TO TRL-DD-COUNT-OUT
006650           MOVE DD-AMOUNT-TOTAL TO TRL-DD-AMT-OUT
006660           MOVE HELD-OUTSTANDING-COUNT TO TRL-HELD-OC-OUT
006670           MOVE HELD-RETURNED-COUNT TO TRL-HELD-RT-OUT
006680           MOVE DD-HELD-COUNT TO TRL-HELD-DD-OUT
006690           WRITE ARCHIVE-PRINTOUT FROM BLANK-LINE
006700           WRITE ARCHIVE-PRINTOUT FROM ARCHIVE-TRAILER-ONE
006710           WRITE ARCHIVE-PRINTOUT FROM ARCHIVE-TRAILER-TWO
006720           WRITE ARCHIVE-PRINTOUT FROM ARCHIVE-TRAILER-THREE.
006730*/*
006740*//GO.RETPARM DD *
006750*0320270115
006760*/*
006770*//GO.YRCTL DD DSN=PAY.YRCTL,DISP=SHR
006780*//GO.PAYHST DD DSN=PAY.PAYHIST,DISP=OLD
006790*//GO.DEDDTL DD DSN=PAY.DEDDTL,DISP=OLD
006800*//GO.OUTCHK DD DSN=PAY.OUTCHK,DISP=SHR
006810*//GO.HISTARC DD DSN=PAY.HISTARCH(+1),DISP=(NEW,CATLG)
006820*//GO.ARCRPT DD SYSOUT=A
