000290*                  AND A V CARD CUT FROM THE CHECK DATE WOULD
000300*                  FIND NO HISTORY. AGING STILL RUNS ON THE
000310*                  ISSUE DATE.
000320*    10/15/26  RDM  THE POSITIVE-PAY EXTRACT NOW CARRIES THE
000330*                  PAY-HISTORY PAYMENT SEQUENCE BESIDE THE
000340*                  HISTORY DATE (00 REGULAR, 01 UP OFF-CYCLE),
000350*                  AND THE ESCHEAT LIST PRINTS IT FOR THE V CARD.
000360*                  THE OUTSTANDING-CHECKS RECORD GREW TO CARRY IT.
000370*    10/15/26  RDM  PAYROLL CYCLE CONTROL. THE PARM CARD NOW ALSO
000380*                  NAMES THE PAY GROUP AND PERIOD WHOSE CHECKS
000390*                  ARE BEING RECONCILED. THE RUN IS REFUSED IF
000400*                  ACHRETRN HAS NOT COMPLETED FOR THE PERIOD OR
000410*                  THE PERIOD IS ALREADY CLOSED, UNLESS A
000420*                  SUPERVISOR OVERRIDE IS SIGNED ON THROUGH
000430*                  CYCLECTL. AS THE LAST STEP OF THE CYCLE A CLEAN
000440*                  RUN CLOSES THE PERIOD, RECORDING THE PAID ITEMS
000450*                  MATCHED AND THEIR TOTAL.
000460*    10/15/26  RDM  AN EARLIER CYCLE STEP THE SUPERVISOR HAS
000470*                  BYPASSED THROUGH CYCLECTL COUNTS AS COMPLETE
000480*                  IN THE ORDER CHECK.
000490*
000500       ENVIRONMENT DIVISION.
000510       INPUT-OUTPUT SECTION.
000520       FILE-CONTROL.
000530             SELECT RECON-PARM ASSIGN RECPARM.
000540             SELECT ISSUE-FILE ASSIGN ISSUEDD
000550                 FILE STATUS IS ISS-FILE-STATUS.
000560             SELECT PAID-ITEMS ASSIGN PAIDDD
000570                 FILE STATUS IS PD-FILE-STATUS.
000580             SELECT RECON-REPORT ASSIGN RECRPT.
000590             SELECT ESCHEAT-LIST ASSIGN ESCHRPT.
000600             SELECT OUTSTANDING-CHECKS ASSIGN OUTCHK
000610                 ORGANIZATION IS INDEXED
000620                 ACCESS MODE IS DYNAMIC
000630                 RECORD KEY IS OC-CHECK-NUMBER
000640                 FILE STATUS IS OC-FILE-STATUS.
000650             SELECT CYCLE-CONTROL ASSIGN CYCCTL
000660                 ORGANIZATION IS INDEXED
000670                 ACCESS MODE IS DYNAMIC
000680                 RECORD KEY IS CY-KEY
000690                 FILE STATUS IS CY-FILE-STATUS.
000700       DATA DIVISION.
000710       FILE SECTION.
000720*
000730*    ONE PARM CARD - THE AS-OF DATE THE OPEN ITEMS ARE AGED
000740*    AGAINST, THEN THE PAY GROUP (BLANK IS BW) AND PERIOD END
000750*    DATE OF THE PAYROLL CYCLE THE RECONCILIATION CLOSES.
000760       FD RECON-PARM RECORDING MODE F
000770              LABEL RECORDS ARE OMITTED.
000780       01 RECON-PARM-RECORD.
000790            02 RP-AS-OF-DATE PIC 9(8).
000800            02 RP-PAY-GROUP  PIC X(2).
000810            02 RP-PP-END-DATE PIC 9(8).
000820            02 FILLER        PIC X(62).
000830*
000840*    THE RUN'S POSITIVE-PAY EXTRACT, RE-READ HERE AS THE ISSUE
000850*    FEED. THE RECORD LAYOUT MUST STAY IN STEP WITH THE ONE IN
000860*    THE PAYROLL PROGRAM.
000870       FD ISSUE-FILE RECORDING MODE F
000880              LABEL RECORDS ARE OMITTED.
000890       01 ISSUE-RECORD-IN.
000900            02 ISS-CHECK-NUMBER PIC 9(08).
000910            02 ISS-CHECK-DATE   PIC 9(08).
000920            02 ISS-CHECK-AMOUNT PIC 9(08)V99.
000930            02 ISS-PAYEE        PIC X(10).
000940            02 ISS-EMPLOYEE-ID  PIC X(06).
000950*
000960*    THE PAY-HISTORY PERIOD DATE THE CHECK SETTLED - USUALLY
000970*    THE CHECK DATE, BUT A REPLACEMENT CHECK FOR A RETURNED
000980*    ACH PAYMENT SETTLES THE ORIGINAL RETURNED PERIOD.
000990            02 ISS-HISTORY-DATE PIC 9(08).
001000            02 ISS-HISTORY-SEQ  PIC 9(02).
001010            02 FILLER           PIC X(28).
001020*
001030*    THE BANK'S PAID ITEMS FILE - ONE RECORD PER CHECK THE BANK
001040*    HONORED SINCE THE LAST RECONCILIATION.
001050       FD PAID-ITEMS RECORDING MODE F
001060              LABEL RECORDS ARE OMITTED.
001070       01 PAID-RECORD-IN.
001080            02 PD-CHECK-NUMBER PIC 9(08).
001090            02 PD-PAID-DATE    PIC 9(08).
001100            02 PD-AMOUNT       PIC 9(08)V99.
001110            02 FILLER          PIC X(54).
001120       FD RECON-REPORT RECORDING MODE F
001130              LABEL RECORDS ARE OMITTED.
001140       01 RECON-PRINTOUT PIC X(132).
001150       FD ESCHEAT-LIST RECORDING MODE F
001160              LABEL RECORDS ARE OMITTED.
001170       01 ESCHEAT-PRINTOUT PIC X(132).
001180*
001190*    THE OUTSTANDING CHECK FILE CARRIED FORWARD BETWEEN
001200*    RECONCILIATIONS - ONE RECORD PER CHECK ISSUED, KEYED ON
001210*    THE CHECK NUMBER, MARKED P WHEN THE BANK PAYS IT. THE
001220*    EMPLOYEE ID AND HISTORY DATE ARE THE PAY-HISTORY KEY OF
001230*    THE PAYMENT THE CHECK SETTLED - FOR A REPLACEMENT CHECK
001240*    THAT IS THE RETURNED PERIOD, NOT THE CHECK DATE, SO THE
001250*    AGING RUNS ON THE ISSUE DATE AND THE VOID TIE-BACK ON THE
001260*    HISTORY DATE.
001270       FD OUTSTANDING-CHECKS
001280              LABEL RECORDS ARE STANDARD.
001290       01 OUTSTANDING-RECORD.
001300            02 OC-CHECK-NUMBER PIC 9(08).
001310            02 OC-ISSUE-DATE   PIC 9(08).
001320            02 OC-AMOUNT       PIC 9(08)V99.
001330            02 OC-EMPLOYEE-ID  PIC X(06).
001340            02 OC-PAYEE        PIC X(10).
001350            02 OC-STATUS       PIC X(01).
001360                 88 OC-OUTSTANDING VALUE "O".
001370                 88 OC-PAID        VALUE "P".
001380            02 OC-PAID-DATE    PIC 9(08).
001390            02 OC-HISTORY-DATE PIC 9(08).
001400            02 OC-HISTORY-SEQ  PIC 9(02).
001410*
001420*    PAYROLL CYCLE CONTROL AS THE CYCLECTL PROGRAM KEEPS IT - ONE
001430*    RECORD PER PAY GROUP AND PERIOD, ONE ENTRY PER CYCLE STEP.
001440*    THE RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001450       FD CYCLE-CONTROL
001460              LABEL RECORDS ARE STANDARD.
001470       01 CYCLE-CONTROL-RECORD.
001480            02 CY-KEY.
001490                 03 CY-PAY-GROUP   PIC X(02).
001500                 03 CY-PP-END-DATE PIC 9(8).
001510            02 CY-PERIOD-STATUS  PIC X(01).
001520                 88 CY-PERIOD-OPEN   VALUE "O".
001530                 88 CY-PERIOD-CLOSED VALUE "C".
001540            02 CY-STEP-ENTRY OCCURS 7 TIMES.
001550                 03 CY-STEP-STATUS PIC X(01).
001560                      88 CY-STEP-NOT-RUN  VALUE SPACE.
001570                      88 CY-STEP-COMPLETE VALUE "C".
001580                      88 CY-STEP-FAILED   VALUE "F".
001590                      88 CY-STEP-BYPASSED VALUE "B".
001600                 03 CY-STEP-DATE   PIC 9(8).
001610                 03 CY-STEP-TIME   PIC 9(6).
001620                 03 CY-STEP-RC     PIC 9(4).
001630                 03 CY-STEP-RUNS   PIC 9(3).
001640                 03 CY-STEP-COUNT  PIC 9(7).
001650                 03 CY-STEP-AMOUNT PIC S9(9)V99.
001660                 03 CY-STEP-OVERRIDE-BY PIC X(03).
001670*
001680*    A SUPERVISOR OVERRIDE WAITING TO BE USED - THE STEP IT LETS
001690*    THROUGH (ZERO IS NONE), WHO SIGNED IT, WHEN, AND WHY.
001700            02 CY-OVERRIDE-STEP   PIC 9(1).
001710            02 CY-OVERRIDE-BY     PIC X(03).
001720            02 CY-OVERRIDE-DATE   PIC 9(8).
001730            02 CY-OVERRIDE-REASON PIC X(30).
001740            02 FILLER             PIC X(46).
001750       WORKING-STORAGE SECTION.
001760       01 ISSUE-EOF       PIC XXX VALUE "NO".
001770       01 PAID-EOF        PIC XXX VALUE "NO".
001780       01 SWEEP-EOF       PIC XXX VALUE "NO".
001790       01 ISS-FILE-STATUS PIC XX.
001800       01 PD-FILE-STATUS  PIC XX.
001810       01 OC-FILE-STATUS  PIC XX.
001820       01 AS-OF-DATE      PIC 9(8) VALUE ZERO.
001830       01 AS-OF-SPLIT REDEFINES AS-OF-DATE.
001840            02 AS-OF-CCYY PIC 9(4).
001850            02 AS-OF-MM   PIC 9(2).
001860            02 AS-OF-DD   PIC 9(2).
001870       01 ISSUE-DATE-WORK PIC 9(8).
001880       01 ISSUE-DATE-SPLIT REDEFINES ISSUE-DATE-WORK.
001890            02 ISSUE-CCYY PIC 9(4).
001900            02 ISSUE-MM   PIC 9(2).
001910            02 ISSUE-DD   PIC 9(2).
001920*
001930*    AGE IN DAYS ON A 30/360 BASIS - CLOSE ENOUGH TO PICK THE
001940*    AGING BUCKET AND THE 180 DAY STALE WINDOW WITHOUT A
001950*    CALENDAR ROUTINE.
001960       01 AGE-DAYS        PIC S9(5) VALUE ZERO.
001970       01 STALE-DAY-LIMIT PIC 9(3) VALUE 180.
001980       01 ISSUES-LOADED-COUNT PIC 9(6) VALUE ZERO.
001990       01 ISSUES-LOADED-TOTAL PIC S9(9)V99 VALUE ZERO.
002000       01 PAID-MATCHED-COUNT  PIC 9(6) VALUE ZERO.
002010       01 PAID-MATCHED-TOTAL  PIC S9(9)V99 VALUE ZERO.
002020       01 EXCEPTION-COUNT     PIC 9(6) VALUE ZERO.
002030       01 OUTSTANDING-COUNT   PIC 9(6) VALUE ZERO.
002040       01 OUTSTANDING-TOTAL   PIC S9(9)V99 VALUE ZERO.
002050       01 STALE-COUNT         PIC 9(6) VALUE ZERO.
002060       01 STALE-TOTAL         PIC S9(9)V99 VALUE ZERO.
002070       01 AGE-BUCKET-INDEX    PIC 9(1).
002080       01 AGE-BUCKET-TABLE.
002090            02 AGE-BUCKET OCCURS 4 TIMES.
002100                 03 AGE-BUCKET-COUNT  PIC 9(6).
002110                 03 AGE-BUCKET-AMOUNT PIC S9(9)V99.
002120       01 BLANK-LINE      PIC X(80).
002130       01 RECON-HEADER-ONE.
002140            02 FILLER PIC X(31)
002150                VALUE "CHECK RECONCILIATION AS OF".
002160            02 RECON-HDR-DATE-OUT PIC 9(4)/99/99.
002170       01 EXCEPTION-DETAIL-LINE.
002180            02 EXC-CHECK-NO-OUT PIC 9(08).
002190            02 FILLER PIC X(3)  VALUE SPACE.
002200            02 EXC-DATE-OUT PIC 9(4)/99/99.
002210            02 FILLER PIC X(3)  VALUE SPACE.
002220            02 EXC-AMOUNT-OUT PIC $ZZZZZZZ9.99.
002230            02 FILLER PIC X(3)  VALUE SPACE.
002240            02 EXC-REASON-OUT PIC X(40).
002250       01 AGING-HEADER-LINE.
002260            02 FILLER PIC X(14) VALUE "AGING".
002270            02 FILLER PIC X(10) VALUE "CHECKS".
002280            02 FILLER PIC X(12) VALUE "AMOUNT".
002290       01 AGING-DETAIL-LINE.
002300            02 AGING-LABEL-OUT PIC X(12).
002310            02 FILLER PIC X(2)  VALUE SPACE.
002320            02 AGING-COUNT-OUT PIC ZZZZZ9.
002330            02 FILLER PIC X(3)  VALUE SPACE.
002340            02 AGING-AMOUNT-OUT PIC $ZZZZZZZZ9.99.
002350       01 RECON-TRAILER-ONE.
002360            02 FILLER PIC X(15) VALUE "ISSUES LOADED:".
002370            02 TRAILER-ISS-COUNT-OUT PIC ZZZZZ9.
002380            02 FILLER PIC X(3)  VALUE SPACE.
002390            02 TRAILER-ISS-AMT-OUT PIC $ZZZZZZZZ9.99.
002400            02 FILLER PIC X(3)  VALUE SPACE.
002410            02 FILLER PIC X(13) VALUE "PAID MATCHED:".
002420            02 TRAILER-PAID-COUNT-OUT PIC ZZZZZ9.
002430            02 FILLER PIC X(3)  VALUE SPACE.
002440            02 TRAILER-PAID-AMT-OUT PIC $ZZZZZZZZ9.99.
002450       01 RECON-TRAILER-TWO.
002460            02 FILLER PIC X(13) VALUE "OUTSTANDING:".
002470            02 TRAILER-OUT-COUNT-OUT PIC ZZZZZ9.
002480            02 FILLER PIC X(3)  VALUE SPACE.
002490            02 TRAILER-OUT-AMT-OUT PIC $ZZZZZZZZ9.99.
002500            02 FILLER PIC X(3)  VALUE SPACE.
002510            02 FILLER PIC X(7)  VALUE "STALE:".
002520            02 TRAILER-STALE-COUNT-OUT PIC ZZZZZ9.
002530            02 FILLER PIC X(3)  VALUE SPACE.
002540            02 TRAILER-STALE-AMT-OUT PIC $ZZZZZZZZ9.99.
002550            02 FILLER PIC X(3)  VALUE SPACE.
002560            02 FILLER PIC X(12) VALUE "EXCEPTIONS:".
002570            02 TRAILER-EXC-COUNT-OUT PIC ZZZZZ9.
002580       01 ESCHEAT-HEADER-ONE.
002590            02 FILLER PIC X(40)
002600                VALUE "ESCHEATMENT CANDIDATES - STALE OVER".
002610            02 ESCH-HDR-DAYS-OUT PIC ZZ9.
002620            02 FILLER PIC X(5) VALUE " DAYS".
002630       01 ESCHEAT-HEADER-TWO.
002640            02 FILLER PIC X(10) VALUE "CHECK NO".
002650            02 FILLER PIC X(12) VALUE "PERIOD".
002660            02 FILLER PIC X(5)  VALUE "SEQ".
002670            02 FILLER PIC X(9)  VALUE "EMP ID".
002680            02 FILLER PIC X(13) VALUE "PAYEE".
002690            02 FILLER PIC X(14) VALUE "AMOUNT".
002700            02 FILLER PIC X(9)  VALUE "AGE DAYS".
002710       01 ESCHEAT-DETAIL-LINE.
002720            02 ESC-CHECK-NO-OUT PIC 9(08).
002730            02 FILLER PIC X(2)  VALUE SPACE.
002740            02 ESC-DATE-OUT PIC 9(4)/99/99.
002750            02 FILLER PIC X(2)  VALUE SPACE.
002760            02 ESC-SEQ-OUT PIC 99.
002770            02 FILLER PIC X(3)  VALUE SPACE.
002780            02 ESC-EMP-ID-OUT PIC X(06).
002790            02 FILLER PIC X(3)  VALUE SPACE.
002800            02 ESC-PAYEE-OUT PIC X(10).
002810            02 FILLER PIC X(3)  VALUE SPACE.
002820            02 ESC-AMOUNT-OUT PIC $ZZZZZZZ9.99.
002830            02 FILLER PIC X(3)  VALUE SPACE.
002840            02 ESC-AGE-OUT PIC ZZZZ9.
002850       01 ESCHEAT-TRAILER-LINE.
002860            02 FILLER PIC X(12) VALUE "CANDIDATES:".
002870            02 ESC-COUNT-OUT PIC ZZZZZ9.
002880            02 FILLER PIC X(3)  VALUE SPACE.
002890            02 FILLER PIC X(7)  VALUE "TOTAL:".
002900            02 ESC-TOTAL-OUT PIC $ZZZZZZZZ9.99.
002910*
002920*    PAYROLL CYCLE CONTROL. THIS PROGRAM IS STEP 7 OF THE CYCLE -
002930*    EMPMAINT, RETROPAY, SAMPLE, PAYAUDIT, RELEASE, ACHRETRN,
002940*    CHECKREC - AND RECORDS ITS COMPLETION ON THE PERIOD'S RECORD.
002950       01 CY-FILE-STATUS    PIC XX.
002960       01 CYCLE-THIS-STEP   PIC 9(1) VALUE 7.
002970       01 CYCLE-PAY-GROUP   PIC X(2) VALUE SPACES.
002980       01 CYCLE-PP-END-DATE PIC 9(8) VALUE ZERO.
002990       01 CYCLE-STEP-INDEX  PIC 9(1).
003000       01 CYCLE-LATER-STEP  PIC 9(1).
003010       01 CYCLE-RECORD-SW   PIC X(01) VALUE "N".
003020            88 CYCLE-RECORD-ON-FILE VALUE "Y".
003030            88 CYCLE-RECORD-NEW     VALUE "N".
003040       01 CYCLE-OVERRIDE-SW PIC X(01) VALUE "N".
003050            88 CYCLE-OVERRIDE-USED VALUE "Y".
003060       01 CYCLE-REFUSAL.
003070            02 CYCLE-REFUSAL-STEP PIC X(9).
003080            02 CYCLE-REFUSAL-TEXT PIC X(31).
003090       01 CYCLE-RUN-DATE    PIC 9(8).
003100       01 CYCLE-RUN-TIME    PIC 9(8).
003110       01 CYCLE-RUN-TIME-SPLIT REDEFINES CYCLE-RUN-TIME.
003120            02 CYCLE-RUN-HHMMSS PIC 9(6).
003130            02 FILLER           PIC 9(2).
003140       01 CYCLE-CONTROL-COUNT  PIC 9(7) VALUE ZERO.
003150       01 CYCLE-CONTROL-AMOUNT PIC S9(9)V99 VALUE ZERO.
003160       01 CYCLE-STEP-NAME-VALUES.
003170            02 FILLER PIC X(8) VALUE "EMPMAINT".
003180            02 FILLER PIC X(8) VALUE "RETROPAY".
003190            02 FILLER PIC X(8) VALUE "SAMPLE".
003200            02 FILLER PIC X(8) VALUE "PAYAUDIT".
003210            02 FILLER PIC X(8) VALUE "RELEASE".
003220            02 FILLER PIC X(8) VALUE "ACHRETRN".
003230            02 FILLER PIC X(8) VALUE "CHECKREC".
003240       01 CYCLE-STEP-NAME-TABLE REDEFINES CYCLE-STEP-NAME-VALUES.
003250            02 CYCLE-STEP-NAME PIC X(8) OCCURS 7 TIMES.
003260       PROCEDURE DIVISION.
003270            PERFORM READ-RECON-PARM.
003280            PERFORM CHECK-CYCLE-CONTROL.
003290            PERFORM OPEN-OUTSTANDING-CHECKS.
003300            OPEN OUTPUT RECON-REPORT ESCHEAT-LIST.
003310            MOVE AS-OF-DATE TO RECON-HDR-DATE-OUT
003320            WRITE RECON-PRINTOUT FROM RECON-HEADER-ONE
003330            WRITE RECON-PRINTOUT FROM BLANK-LINE
003340            PERFORM LOAD-ISSUE-FILE.
003350            PERFORM MATCH-PAID-ITEMS.
003360            PERFORM AGE-OPEN-ITEMS.
003370            PERFORM WRITE-RECON-TRAILER.
003380            MOVE PAID-MATCHED-COUNT TO CYCLE-CONTROL-COUNT.
003390            MOVE PAID-MATCHED-TOTAL TO CYCLE-CONTROL-AMOUNT.
003400            PERFORM RECORD-CYCLE-STEP.
003410           CLOSE OUTSTANDING-CHECKS, RECON-REPORT, ESCHEAT-LIST.
003420           STOP RUN.
003430       READ-RECON-PARM.
003440           OPEN INPUT RECON-PARM
003450           READ RECON-PARM
003460               AT END
003470                   DISPLAY "RECON PARM CARD MISSING"
003480                   MOVE 16 TO RETURN-CODE
003490                   STOP RUN
003500           END-READ
003510           CLOSE RECON-PARM
003520           IF RP-AS-OF-DATE NOT NUMERIC
003530               OR RP-AS-OF-DATE = ZERO
003540               DISPLAY "RECON PARM DATE NOT NUMERIC"
003550               MOVE 16 TO RETURN-CODE
003560               STOP RUN
003570           END-IF
003580           IF RP-PP-END-DATE NOT NUMERIC
003590               OR RP-PP-END-DATE = ZERO
003600               DISPLAY "RECON PARM PERIOD NOT NUMERIC"
003610               MOVE 16 TO RETURN-CODE
003620               STOP RUN
003630           END-IF
003640           MOVE RP-AS-OF-DATE TO AS-OF-DATE
003650           MOVE RP-PAY-GROUP TO CYCLE-PAY-GROUP
003660           MOVE RP-PP-END-DATE TO CYCLE-PP-END-DATE.
003670       OPEN-OUTSTANDING-CHECKS.
003680           OPEN I-O OUTSTANDING-CHECKS
003690           IF OC-FILE-STATUS = "35"
003700               OPEN OUTPUT OUTSTANDING-CHECKS
003710               CLOSE OUTSTANDING-CHECKS
003720               OPEN I-O OUTSTANDING-CHECKS
003730           END-IF.
003740*
003750*    LOAD THE RUN'S ISSUES. AN ISSUE WHOSE CHECK NUMBER IS
003760*    ALREADY ON FILE WAS LOADED BY AN EARLIER RECONCILIATION
003770*    AND IS SKIPPED QUIETLY - THE SAME POSITIVE-PAY FILE CAN BE
003780*    FED TWICE WITHOUT DOUBLING THE OUTSTANDING FILE. NO ISSUE
003790*    FILE ON THE RUN JUST MEANS NO NEW CHECKS THIS TIME.
003800       LOAD-ISSUE-FILE.
003810           OPEN INPUT ISSUE-FILE
003820           IF ISS-FILE-STATUS = "35"
003830               MOVE "YES" TO ISSUE-EOF
003840           ELSE
003850               PERFORM READ-ISSUE-RECORD
003860               PERFORM LOAD-ONE-ISSUE
003870                   UNTIL ISSUE-EOF = "YES"
003880               CLOSE ISSUE-FILE
003890           END-IF.
003900       READ-ISSUE-RECORD.
003910           READ ISSUE-FILE AT END MOVE "YES" TO ISSUE-EOF
003920           END-READ.
003930       LOAD-ONE-ISSUE.
003940           MOVE ISS-CHECK-NUMBER TO OC-CHECK-NUMBER
003950           READ OUTSTANDING-CHECKS
003960               INVALID KEY
003970                   MOVE ISS-CHECK-NUMBER TO OC-CHECK-NUMBER
003980                   MOVE ISS-CHECK-DATE TO OC-ISSUE-DATE
003990                   MOVE ISS-CHECK-AMOUNT TO OC-AMOUNT
004000                   MOVE ISS-EMPLOYEE-ID TO OC-EMPLOYEE-ID
004010                   MOVE ISS-PAYEE TO OC-PAYEE
004020                   MOVE "O" TO OC-STATUS
004030                   MOVE ZERO TO OC-PAID-DATE
004040*
004050*    AN EXTRACT CUT BEFORE THE TIE-BACK DATE EXISTED LEAVES
004060*    THE FIELD BLANK - THE CHECK DATE IS THE HISTORY KEY THEN.
004070                   IF ISS-HISTORY-DATE NUMERIC
004080                       AND ISS-HISTORY-DATE NOT = ZERO
004090                       MOVE ISS-HISTORY-DATE TO OC-HISTORY-DATE
004100                   ELSE
004110                       MOVE ISS-CHECK-DATE TO OC-HISTORY-DATE
004120                   END-IF
004130                   IF ISS-HISTORY-SEQ NUMERIC
004140                       MOVE ISS-HISTORY-SEQ TO OC-HISTORY-SEQ
004150                   ELSE
004160                       MOVE ZERO TO OC-HISTORY-SEQ
004170                   END-IF
004180                   WRITE OUTSTANDING-RECORD
004190                   ADD 1 TO ISSUES-LOADED-COUNT
004200                   ADD ISS-CHECK-AMOUNT TO ISSUES-LOADED-TOTAL
004210           END-READ
004220           PERFORM READ-ISSUE-RECORD.
004230*
004240*    MATCH THE BANK'S PAID ITEMS. A PAID CHECK WITH NO ISSUE ON
004250*    FILE, A PAID AMOUNT THAT DISAGREES WITH THE ISSUE, OR A
004260*    CHECK THE BANK HAS ALREADY PAID ONCE IS AN EXCEPTION - THE
004270*    ITEM IS REPORTED AND THE OUTSTANDING RECORD LEFT ALONE SO
004280*    NOTHING CLEARS ON BAD EVIDENCE.
004290       MATCH-PAID-ITEMS.
004300           OPEN INPUT PAID-ITEMS
004310           IF PD-FILE-STATUS = "35"
004320               MOVE "YES" TO PAID-EOF
004330           ELSE
004340               PERFORM READ-PAID-RECORD
004350               PERFORM MATCH-ONE-PAID-ITEM
004360                   UNTIL PAID-EOF = "YES"
004370               CLOSE PAID-ITEMS
004380           END-IF.
004390       READ-PAID-RECORD.
004400           READ PAID-ITEMS AT END MOVE "YES" TO PAID-EOF
004410           END-READ.
004420       MATCH-ONE-PAID-ITEM.
004430           MOVE PD-CHECK-NUMBER TO OC-CHECK-NUMBER
004440           READ OUTSTANDING-CHECKS
004450               INVALID KEY
004460                   MOVE "PAID - NO ISSUE ON FILE"
004470                       TO EXC-REASON-OUT
004480                   PERFORM WRITE-PAID-EXCEPTION
004490               NOT INVALID KEY
004500                   PERFORM CHECK-MATCHED-PAID-ITEM
004510           END-READ
004520           PERFORM READ-PAID-RECORD.
004530       CHECK-MATCHED-PAID-ITEM.
004540           IF OC-PAID
004550               MOVE "DUPLICATE PAID ITEM" TO EXC-REASON-OUT
004560               PERFORM WRITE-PAID-EXCEPTION
004570           ELSE
004580               IF PD-AMOUNT NOT = OC-AMOUNT
004590                   MOVE "PAID AMOUNT DISAGREES WITH ISSUE"
004600                       TO EXC-REASON-OUT
004610                   PERFORM WRITE-PAID-EXCEPTION
004620               ELSE
004630                   MOVE "P" TO OC-STATUS
004640                   MOVE PD-PAID-DATE TO OC-PAID-DATE
004650                   REWRITE OUTSTANDING-RECORD
004660                   ADD 1 TO PAID-MATCHED-COUNT
004670                   ADD PD-AMOUNT TO PAID-MATCHED-TOTAL
004680               END-IF
004690           END-IF.
004700       WRITE-PAID-EXCEPTION.
004710           MOVE PD-CHECK-NUMBER TO EXC-CHECK-NO-OUT
004720           MOVE PD-PAID-DATE TO EXC-DATE-OUT
004730           MOVE PD-AMOUNT TO EXC-AMOUNT-OUT
004740           WRITE RECON-PRINTOUT FROM EXCEPTION-DETAIL-LINE
004750           ADD 1 TO EXCEPTION-COUNT.
004760*
004770*    SWEEP THE WHOLE OUTSTANDING FILE, AGE EVERY OPEN ITEM
004780*    AGAINST THE AS-OF DATE, AND BUCKET IT 0-30 / 31-90 /
004790*    91-180 / OVER 180. ANYTHING OVER THE STALE WINDOW GOES ON
004800*    THE ESCHEATMENT CANDIDATE LIST.
004810       AGE-OPEN-ITEMS.
004820           PERFORM ZERO-AGE-BUCKET
004830               VARYING AGE-BUCKET-INDEX FROM 1 BY 1
004840               UNTIL AGE-BUCKET-INDEX > 4
004850           MOVE STALE-DAY-LIMIT TO ESCH-HDR-DAYS-OUT
004860           WRITE ESCHEAT-PRINTOUT FROM ESCHEAT-HEADER-ONE
004870           WRITE ESCHEAT-PRINTOUT FROM BLANK-LINE
004880           WRITE ESCHEAT-PRINTOUT FROM ESCHEAT-HEADER-TWO
004890           WRITE ESCHEAT-PRINTOUT FROM BLANK-LINE
004900           MOVE ZERO TO OC-CHECK-NUMBER
004910           START OUTSTANDING-CHECKS
004920               KEY NOT LESS THAN OC-CHECK-NUMBER
004930               INVALID KEY
004940                   MOVE "YES" TO SWEEP-EOF
004950           END-START
004960           IF SWEEP-EOF NOT = "YES"
004970               PERFORM READ-NEXT-OUTSTANDING
004980           END-IF
004990           PERFORM AGE-ONE-ITEM UNTIL SWEEP-EOF = "YES"
005000           WRITE ESCHEAT-PRINTOUT FROM BLANK-LINE
005010           MOVE STALE-COUNT TO ESC-COUNT-OUT
005020           MOVE STALE-TOTAL TO ESC-TOTAL-OUT
005030           WRITE ESCHEAT-PRINTOUT FROM ESCHEAT-TRAILER-LINE
005040           WRITE RECON-PRINTOUT FROM BLANK-LINE
005050           WRITE RECON-PRINTOUT FROM AGING-HEADER-LINE
005060           MOVE "0-30 DAYS" TO AGING-LABEL-OUT
005070           MOVE 1 TO AGE-BUCKET-INDEX
005080           PERFORM WRITE-AGING-LINE
005090           MOVE "31-90 DAYS" TO AGING-LABEL-OUT
005100           MOVE 2 TO AGE-BUCKET-INDEX
005110           PERFORM WRITE-AGING-LINE
005120           MOVE "91-180 DAYS" TO AGING-LABEL-OUT
005130           MOVE 3 TO AGE-BUCKET-INDEX
005140           PERFORM WRITE-AGING-LINE
005150           MOVE "OVER 180" TO AGING-LABEL-OUT
005160           MOVE 4 TO AGE-BUCKET-INDEX
005170           PERFORM WRITE-AGING-LINE.
005180       ZERO-AGE-BUCKET.
005190           MOVE ZERO TO AGE-BUCKET-COUNT (AGE-BUCKET-INDEX)
005200           MOVE ZERO TO AGE-BUCKET-AMOUNT (AGE-BUCKET-INDEX).
005210       READ-NEXT-OUTSTANDING.
005220           READ OUTSTANDING-CHECKS NEXT RECORD
005230               AT END MOVE "YES" TO SWEEP-EOF
005240           END-READ.
005250       AGE-ONE-ITEM.
005260           IF OC-OUTSTANDING
005270               PERFORM AGE-OUTSTANDING-ITEM
005280           END-IF
005290           PERFORM READ-NEXT-OUTSTANDING.
005300       AGE-OUTSTANDING-ITEM.
005310           MOVE OC-ISSUE-DATE TO ISSUE-DATE-WORK
005320           COMPUTE AGE-DAYS =
005330               ((AS-OF-CCYY - ISSUE-CCYY) * 360)
005340               + ((AS-OF-MM - ISSUE-MM) * 30)
005350               + (AS-OF-DD - ISSUE-DD)
005360           IF AGE-DAYS < ZERO
005370               MOVE ZERO TO AGE-DAYS
005380           END-IF
005390           ADD 1 TO OUTSTANDING-COUNT
005400           ADD OC-AMOUNT TO OUTSTANDING-TOTAL
005410           IF AGE-DAYS > STALE-DAY-LIMIT
005420               MOVE 4 TO AGE-BUCKET-INDEX
005430               PERFORM WRITE-ESCHEAT-CANDIDATE
005440           ELSE
005450               IF AGE-DAYS > 90
005460                   MOVE 3 TO AGE-BUCKET-INDEX
005470               ELSE
005480                   IF AGE-DAYS > 30
005490                       MOVE 2 TO AGE-BUCKET-INDEX
005500                   ELSE
005510                       MOVE 1 TO AGE-BUCKET-INDEX
005520                   END-IF
005530               END-IF
005540           END-IF
005550           ADD 1 TO AGE-BUCKET-COUNT (AGE-BUCKET-INDEX)
005560           ADD OC-AMOUNT TO AGE-BUCKET-AMOUNT (AGE-BUCKET-INDEX).
005570*
005580*    THE DATE ON THE LIST IS THE PAY-HISTORY PERIOD THE CHECK
005590*    SETTLED, AND THE SEQUENCE THE PAYMENT WITHIN IT, SO THE V
005600*    CARD PUNCHED FROM THIS LINE FINDS THE HISTORY RECORD EVEN
005610*    FOR A REPLACEMENT OR OFF-CYCLE CHECK.
005620       WRITE-ESCHEAT-CANDIDATE.
005630           MOVE OC-CHECK-NUMBER TO ESC-CHECK-NO-OUT
005640           MOVE OC-HISTORY-DATE TO ESC-DATE-OUT
005650           IF OC-HISTORY-SEQ NUMERIC
005660               MOVE OC-HISTORY-SEQ TO ESC-SEQ-OUT
005670           ELSE
005680               MOVE ZERO TO ESC-SEQ-OUT
005690           END-IF
005700           MOVE OC-EMPLOYEE-ID TO ESC-EMP-ID-OUT
005710           MOVE OC-PAYEE TO ESC-PAYEE-OUT
005720           MOVE OC-AMOUNT TO ESC-AMOUNT-OUT
005730           MOVE AGE-DAYS TO ESC-AGE-OUT
005740           WRITE ESCHEAT-PRINTOUT FROM ESCHEAT-DETAIL-LINE
005750           ADD 1 TO STALE-COUNT
005760           ADD OC-AMOUNT TO STALE-TOTAL.
005770       WRITE-AGING-LINE.
005780           MOVE AGE-BUCKET-COUNT (AGE-BUCKET-INDEX)
005790               TO AGING-COUNT-OUT
005800           MOVE AGE-BUCKET-AMOUNT (AGE-BUCKET-INDEX)
005810               TO AGING-AMOUNT-OUT
005820           WRITE RECON-PRINTOUT FROM AGING-DETAIL-LINE.
005830       WRITE-RECON-TRAILER.
005840           MOVE ISSUES-LOADED-COUNT TO TRAILER-ISS-COUNT-OUT
005850           MOVE ISSUES-LOADED-TOTAL TO TRAILER-ISS-AMT-OUT
005860           MOVE PAID-MATCHED-COUNT TO TRAILER-PAID-COUNT-OUT
005870           MOVE PAID-MATCHED-TOTAL TO TRAILER-PAID-AMT-OUT
005880           WRITE RECON-PRINTOUT FROM BLANK-LINE
005890           WRITE RECON-PRINTOUT FROM RECON-TRAILER-ONE
005900           MOVE OUTSTANDING-COUNT TO TRAILER-OUT-COUNT-OUT
005910           MOVE OUTSTANDING-TOTAL TO TRAILER-OUT-AMT-OUT
005920           MOVE STALE-COUNT TO TRAILER-STALE-COUNT-OUT
005930           MOVE STALE-TOTAL TO TRAILER-STALE-AMT-OUT
005940           MOVE EXCEPTION-COUNT TO TRAILER-EXC-COUNT-OUT
005950           WRITE RECON-PRINTOUT FROM RECON-TRAILER-TWO.
005960*
005970*    THE PERIOD'S CYCLE RECORD IS CHECKED BEFORE ANY WORK IS
005980*    DONE. NO RECORD YET MEANS NOTHING HAS RUN FOR THE PERIOD,
005990*    SO ONLY THE FIRST STEP CAN START IT. A CLOSED PERIOD, AN
006000*    EARLIER STEP NOT COMPLETE, OR A LATER STEP ALREADY RUN
006010*    STOPS THE RUN WITH RETURN CODE 16 UNLESS A SUPERVISOR
006020*    OVERRIDE FOR THIS STEP IS ON THE RECORD - SEE CYCLECTL.
006030       CHECK-CYCLE-CONTROL.
006040           IF CYCLE-PAY-GROUP = SPACES
006050               MOVE "BW" TO CYCLE-PAY-GROUP
006060           END-IF
006070           PERFORM READ-CYCLE-RECORD
006080           CLOSE CYCLE-CONTROL
006090           MOVE SPACES TO CYCLE-REFUSAL
006100           IF CY-PERIOD-CLOSED
006110               MOVE "PERIOD ALREADY CLOSED" TO CYCLE-REFUSAL-TEXT
006120           ELSE
006130               PERFORM CHECK-EARLIER-STEP
006140                   VARYING CYCLE-STEP-INDEX FROM 1 BY 1
006150                   UNTIL CYCLE-STEP-INDEX NOT < CYCLE-THIS-STEP
006160               COMPUTE CYCLE-LATER-STEP = CYCLE-THIS-STEP + 1
006170               PERFORM CHECK-LATER-STEP
006180                   VARYING CYCLE-STEP-INDEX FROM CYCLE-LATER-STEP
006190                   BY 1 UNTIL CYCLE-STEP-INDEX > 7
006200           END-IF
006210           IF CYCLE-REFUSAL NOT = SPACES
006220               DISPLAY "CYCLE CONTROL - "
006230                   CYCLE-STEP-NAME (CYCLE-THIS-STEP) " FOR "
006240                   CYCLE-PAY-GROUP " " CYCLE-PP-END-DATE ": "
006250                   CYCLE-REFUSAL
006260               IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
006270                   MOVE "Y" TO CYCLE-OVERRIDE-SW
006280                   DISPLAY "CYCLE CONTROL - RUN ALLOWED BY "
006290                       "SUPERVISOR OVERRIDE " CY-OVERRIDE-BY
006300               ELSE
006310                   DISPLAY "CYCLE CONTROL - RUN REFUSED"
006320                   MOVE 16 TO RETURN-CODE
006330                   STOP RUN
006340               END-IF
006350           END-IF.
006360       CHECK-EARLIER-STEP.
006370           IF NOT CY-STEP-COMPLETE (CYCLE-STEP-INDEX)
006380               AND NOT CY-STEP-BYPASSED (CYCLE-STEP-INDEX)
006390               AND CYCLE-REFUSAL = SPACES
006400               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
006410                   TO CYCLE-REFUSAL-STEP
006420               MOVE "NOT COMPLETE" TO CYCLE-REFUSAL-TEXT
006430           END-IF.
006440       CHECK-LATER-STEP.
006450           IF NOT CY-STEP-NOT-RUN (CYCLE-STEP-INDEX)
006460               AND CYCLE-REFUSAL = SPACES
006470               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
006480                   TO CYCLE-REFUSAL-STEP
006490               MOVE "HAS ALREADY RUN" TO CYCLE-REFUSAL-TEXT
006500           END-IF.
006510*
006520*    THE FILE IS CREATED EMPTY THE FIRST TIME ANY STEP RUNS. A
006530*    PERIOD NOT YET ON IT GETS A FRESH OPEN RECORD IN THE AREA.
006540       READ-CYCLE-RECORD.
006550           OPEN I-O CYCLE-CONTROL
006560           IF CY-FILE-STATUS = "35"
006570               OPEN OUTPUT CYCLE-CONTROL
006580               CLOSE CYCLE-CONTROL
006590               OPEN I-O CYCLE-CONTROL
006600           END-IF
006610           IF CY-FILE-STATUS NOT = "00"
006620               DISPLAY "CYCLE CONTROL NOT AVAILABLE - STATUS "
006630                   CY-FILE-STATUS
006640               MOVE 16 TO RETURN-CODE
006650               STOP RUN
006660           END-IF
006670           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
006680           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
006690           READ CYCLE-CONTROL
006700               INVALID KEY
006710                   MOVE "N" TO CYCLE-RECORD-SW
006720                   PERFORM CLEAR-CYCLE-RECORD
006730               NOT INVALID KEY
006740                   MOVE "Y" TO CYCLE-RECORD-SW
006750           END-READ.
006760       CLEAR-CYCLE-RECORD.
006770           MOVE SPACES TO CYCLE-CONTROL-RECORD
006780           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
006790           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
006800           MOVE "O" TO CY-PERIOD-STATUS
006810           PERFORM CLEAR-CYCLE-STEP
006820               VARYING CYCLE-STEP-INDEX FROM 1 BY 1
006830               UNTIL CYCLE-STEP-INDEX > 7
006840           MOVE ZERO TO CY-OVERRIDE-STEP
006850           MOVE ZERO TO CY-OVERRIDE-DATE.
006860       CLEAR-CYCLE-STEP.
006870           MOVE ZERO TO CY-STEP-DATE (CYCLE-STEP-INDEX)
006880           MOVE ZERO TO CY-STEP-TIME (CYCLE-STEP-INDEX)
006890           MOVE ZERO TO CY-STEP-RC (CYCLE-STEP-INDEX)
006900           MOVE ZERO TO CY-STEP-RUNS (CYCLE-STEP-INDEX)
006910           MOVE ZERO TO CY-STEP-COUNT (CYCLE-STEP-INDEX)
006920           MOVE ZERO TO CY-STEP-AMOUNT (CYCLE-STEP-INDEX).
006930*
006940*    THE STEP GOES ON THE PERIOD'S RECORD WITH THE CLOCK TIME,
006950*    THE RETURN CODE, AND THE RUN'S CONTROL TOTALS. A RETURN
006960*    CODE OF 8 OR MORE LEAVES THE STEP FAILED, WHICH HOLDS THE
006970*    NEXT STEP BACK UNTIL THIS ONE IS RERUN CLEAN. AN OVERRIDE
006980*    FOR THIS STEP IS USED UP BY THE RUN, AND THE LAST STEP
006990*    FINISHING CLEAN CLOSES THE PERIOD.
007000       RECORD-CYCLE-STEP.
007010           PERFORM READ-CYCLE-RECORD
007020           ACCEPT CYCLE-RUN-DATE FROM DATE YYYYMMDD
007030           ACCEPT CYCLE-RUN-TIME FROM TIME
007040           MOVE CYCLE-RUN-DATE TO CY-STEP-DATE (CYCLE-THIS-STEP)
007050           MOVE CYCLE-RUN-HHMMSS TO CY-STEP-TIME (CYCLE-THIS-STEP)
007060           MOVE RETURN-CODE TO CY-STEP-RC (CYCLE-THIS-STEP)
007070           IF RETURN-CODE < 8
007080               MOVE "C" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
007090           ELSE
007100               MOVE "F" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
007110           END-IF
007120           ADD 1 TO CY-STEP-RUNS (CYCLE-THIS-STEP)
007130           MOVE CYCLE-CONTROL-COUNT
007140               TO CY-STEP-COUNT (CYCLE-THIS-STEP)
007150           MOVE CYCLE-CONTROL-AMOUNT
007160               TO CY-STEP-AMOUNT (CYCLE-THIS-STEP)
007170           IF CYCLE-OVERRIDE-USED
007180               MOVE CY-OVERRIDE-BY
007190                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
007200           ELSE
007210               MOVE SPACES
007220                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
007230           END-IF
007240           IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
007250               MOVE ZERO TO CY-OVERRIDE-STEP
007260               MOVE SPACES TO CY-OVERRIDE-BY
007270               MOVE ZERO TO CY-OVERRIDE-DATE
007280               MOVE SPACES TO CY-OVERRIDE-REASON
007290           END-IF
007300           IF CYCLE-THIS-STEP = 7
007310               AND CY-STEP-COMPLETE (CYCLE-THIS-STEP)
007320               MOVE "C" TO CY-PERIOD-STATUS
007330           END-IF
007340           IF CYCLE-RECORD-ON-FILE
007350               REWRITE CYCLE-CONTROL-RECORD
007360           ELSE
007370               WRITE CYCLE-CONTROL-RECORD
007380           END-IF
007390           IF CY-FILE-STATUS NOT = "00"
007400               DISPLAY "CYCLE CONTROL NOT UPDATED - STATUS "
007410                   CY-FILE-STATUS
007420               MOVE 16 TO RETURN-CODE
007430               STOP RUN
007440           END-IF
007450           CLOSE CYCLE-CONTROL.
007460*/*
007470*//GO.RECPARM DD *
007480*20260901BW20260821
007490*/*
007500*//GO.ISSUEDD DD DSN=PAY.POSPAY,DISP=SHR
007510*//GO.PAIDDD DD DSN=PAY.BANKPAID,DISP=SHR
007520*//GO.OUTCHK DD DSN=PAY.OUTCHK,DISP=OLD
007530*//GO.CYCCTL DD DSN=PAY.CYCCTL,DISP=OLD
007540*//GO.RECRPT DD SYSOUT=A
007550*//GO.ESCHRPT DD SYSOUT=A
