000170*                  EMPLOYEES WHO GET NO CHECK STUB, AND FOR
000180*                  ANSWERING A QUESTION ABOUT ANY PAYMENT STILL
000190*                  ON HISTORY.
000200*    10/15/26  RDM  EMPLOYEE-MASTER LAYOUT GREW THE W-4
000210*                  ELECTION FIELDS IN STEP WITH THE EMPMAINT
000220*                  PROGRAM.
000230*    10/15/26  RDM  PAY-HISTORY LAYOUT GREW THE EARNINGS-CODE
000240*                  LINES IN STEP WITH THE PAYROLL PROGRAM. EACH
000250*                  CODE PAID IN THE PERIOD PRINTS ON ITS OWN
000260*                  LINE UNDER THE EARNINGS LINE.
000270*    10/15/26  RDM  PAY-HISTORY AND DEDUCTION-DETAIL KEYS GREW
000280*                  THE PAYMENT SEQUENCE IN STEP WITH THE PAYROLL
000290*                  PROGRAM. AN OFF-CYCLE PAYMENT IN THE PERIOD
000300*                  PRINTS AS ITS OWN STATEMENT, MARKED OFF-CYCLE,
000310*                  WITH ONLY ITS OWN DEDUCTIONS.
000320*    10/15/26  RDM  EMPLOYEE-MASTER LAYOUT GREW THE PAY GROUP
000330*                  CODE IN STEP WITH THE EMPMAINT PROGRAM.
000340*    10/15/26  RDM  AN A IN PARM COLUMN 9 PRINTS THE PERIOD FROM
000350*                  THE HISTORY ARCHIVE THE HISTARCH RETENTION RUN
000360*                  WRITES, FOR A PERIOD NO LONGER ONLINE. EACH
000370*                  ARCHIVED PAYMENT CARRIES ITS OWN DEDUCTION
000380*                  DETAIL. THE YTD LINE IS NOT PRINTED - THE
000390*                  MASTER HOLDS THE CURRENT YEAR, NOT THE
000400*                  ARCHIVED ONE.
000410*
000420       ENVIRONMENT DIVISION.
000430       INPUT-OUTPUT SECTION.
000440       FILE-CONTROL.
000450             SELECT STMT-PARM ASSIGN STMTPARM.
000460             SELECT STATEMENT-PRINT ASSIGN STMTPRT.
000470             SELECT PAY-HISTORY ASSIGN PAYHST
000480                 ORGANIZATION IS INDEXED
000490                 ACCESS MODE IS DYNAMIC
000500                 RECORD KEY IS PH-KEY
000510                 FILE STATUS IS PH-FILE-STATUS.
000520             SELECT DEDUCTION-DETAIL ASSIGN DEDDTL
000530                 ORGANIZATION IS INDEXED
000540                 ACCESS MODE IS DYNAMIC
000550                 RECORD KEY IS DD-KEY
000560                 FILE STATUS IS DD-FILE-STATUS.
000570             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
000580                 ORGANIZATION IS INDEXED
000590                 ACCESS MODE IS DYNAMIC
000600                 RECORD KEY IS EM-EMPLOYEE-ID
000610                 FILE STATUS IS EM-FILE-STATUS.
000620             SELECT YTD-MASTER ASSIGN YTDDD
000630                 ORGANIZATION IS INDEXED
000640                 ACCESS MODE IS DYNAMIC
000650                 RECORD KEY IS YTD-EMPLOYEE-ID
000660                 FILE STATUS IS YTD-FILE-STATUS.
000670             SELECT HISTORY-ARCHIVE ASSIGN HISTARC
000680                 FILE STATUS IS AR-FILE-STATUS.
000690       DATA DIVISION.
000700       FILE SECTION.
000710*
000720*    ONE PARM CARD - THE PAY PERIOD END DATE TO PRINT, AND AN A
000730*    WHEN THE PERIOD HAS GONE TO THE HISTORY ARCHIVE.
000740       FD STMT-PARM RECORDING MODE F
000750              LABEL RECORDS ARE OMITTED.
000760       01 STMT-PARM-RECORD.
000770            02 SP-PP-END-DATE PIC 9(8).
000780            02 SP-SOURCE      PIC X(01).
000790                 88 SP-FROM-ARCHIVE VALUE "A".
000800            02 FILLER         PIC X(71).
000810       FD STATEMENT-PRINT RECORDING MODE F
000820              LABEL RECORDS ARE OMITTED.
000830       01 STATEMENT-PRINTOUT PIC X(132).
000840*
000850*    PAY HISTORY AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
000860*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
000870       FD PAY-HISTORY
000880              LABEL RECORDS ARE STANDARD.
000890       01 PAY-HISTORY-RECORD.
000900            02 PH-KEY.
000910                 03 PH-EMPLOYEE-ID PIC X(06).
000920                 03 PH-PP-END-DATE PIC 9(8).
000930                 03 PH-PAY-SEQ     PIC 9(2).
000940            02 PH-GROSS-PAY      PIC S9(6)V99.
000950            02 PH-REGULAR-PAY    PIC S9(6)V99.
000960            02 PH-OVERTIME-PAY   PIC S9(6)V99.
000970            02 PH-REGULAR-HOURS  PIC 9(2).
000980            02 PH-OVERTIME-HOURS PIC 9(2).
000990            02 PH-DEDUCTION      PIC S9(5)V99.
001000            02 PH-FED-TAX        PIC S9(5)V99.
001010            02 PH-STATE-TAX      PIC S9(5)V99.
001020            02 PH-SOC-SEC-TAX    PIC S9(5)V99.
001030            02 PH-MEDICARE-TAX   PIC S9(5)V99.
001040            02 PH-VOL-DEDUCTION  PIC S9(5)V99.
001050            02 PH-NET-PAY        PIC S9(6)V99.
001060            02 PH-EMPLOYER-FUTA  PIC S9(5)V99.
001070            02 PH-EMPLOYER-SUTA  PIC S9(5)V99.
001080            02 PH-PAY-INSTRUMENT PIC X(01).
001090                 88 PH-PAID-BY-ACH   VALUE "D".
001100                 88 PH-PAID-BY-CHECK VALUE "C".
001110            02 PH-CHECK-NUMBER   PIC 9(08).
001120            02 PH-VOID-SW        PIC X(01).
001130                 88 PH-VOIDED VALUE "V".
001140            02 PH-ACH-TRACE      PIC X(15).
001150            02 PH-RETURN-SW      PIC X(01).
001160                 88 PH-RETURNED VALUE "R".
001170*
001180*    EARNINGS PAID UNDER AN EARNINGS CODE, ONE SLOT PER CODE,
001190*    CLAIMED THE FIRST TIME THE CODE SHOWS UP IN THE PERIOD.
001200*    THE AMOUNTS ARE PART OF PH-GROSS-PAY, NOT IN ADDITION TO
001210*    IT. A BLANK CODE IS AN UNUSED SLOT.
001220            02 PH-EARNINGS-ENTRY OCCURS 5 TIMES.
001230                 03 PH-EARN-CODE   PIC X(04).
001240                 03 PH-EARN-HOURS  PIC 9(3).
001250                 03 PH-EARN-AMOUNT PIC S9(6)V99.
001260*
001270*    PER-DEDUCTION DETAIL AS THE PAYROLL PROGRAM POSTS IT. THE
001280*    RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001290       FD DEDUCTION-DETAIL
001300              LABEL RECORDS ARE STANDARD.
001310       01 DEDUCTION-DETAIL-RECORD.
001320            02 DD-KEY.
001330                 03 DD-EMPLOYEE-ID PIC X(06).
001340                 03 DD-PP-END-DATE PIC 9(8).
001350                 03 DD-PAY-SEQ     PIC 9(2).
001360                 03 DD-CODE        PIC X(04).
001370            02 DD-TAX-CLASS       PIC X(01).
001380            02 DD-AMOUNT-TAKEN    PIC S9(5)V99.
001390            02 DD-ARREARS-APPLIED PIC S9(5)V99.
001400            02 DD-ANNUAL-CAP      PIC 9(6)V99.
001410            02 DD-CAP-ROOM-LEFT   PIC S9(6)V99.
001420*
001430*    STANDING EMPLOYEE DATA KEPT BY THE EMPMAINT PROGRAM. THE
001440*    RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001450       FD EMPLOYEE-MASTER
001460              LABEL RECORDS ARE STANDARD.
001470       01 EMPLOYEE-MASTER-RECORD.
001480            02 EM-EMPLOYEE-ID   PIC X(06).
001490            02 EM-EMPLOYEE-NAME PIC X(10).
001500            02 EM-PAY-RATE      PIC 9(2)V99.
001510            02 EM-EMPLOYEE-TYPE PIC X(01).
001520                 88 EM-HOURLY   VALUE "H".
001530                 88 EM-SALARIED VALUE "S".
001540            02 EM-PERIOD-SALARY PIC 9(6)V99.
001550            02 EM-DEPENDENTS    PIC 9(2).
001560            02 EM-DEPARTMENT    PIC X(04).
001570            02 EM-PAYMENT-METHOD PIC X(01).
001580                 88 EM-PAY-BY-ACH   VALUE "D".
001590                 88 EM-PAY-BY-CHECK VALUE "C".
001600            02 EM-STATUS-CODE   PIC X(01).
001610                 88 EM-ACTIVE     VALUE "A".
001620                 88 EM-ON-LEAVE   VALUE "L".
001630                 88 EM-TERMINATED VALUE "T".
001640            02 EM-TERM-DATE     PIC 9(8).
001650            02 EM-WORK-STATE    PIC X(02).
001660*
001670*    W-4 WITHHOLDING ELECTIONS. THE CREDIT, OTHER INCOME, AND
001680*    DEDUCTIONS ARE THE ANNUAL AMOUNTS FROM STEPS 3, 4(A), AND
001690*    4(B) - THE EXTRA WITHHOLDING IS PER CHECK. AN EXEMPT CLAIM
001700*    HOLDS THROUGH ITS EXPIRATION DATE. THE STATE ELECTIONS
001710*    FOLLOW THE STATE CERTIFICATE - ALLOWANCES, A FLAT EXTRA,
001720*    AND AN EXEMPT CLAIM.
001730            02 EM-FILING-STATUS PIC X(01).
001740                 88 EM-FILE-SINGLE VALUES SPACE "S".
001750                 88 EM-FILE-JOINT  VALUE "M".
001760                 88 EM-FILE-HEAD   VALUE "H".
001770            02 EM-W4-CREDIT     PIC 9(5)V99.
001780            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
001790            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
001800            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
001810            02 EM-FED-EXEMPT    PIC X(01).
001820                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
001830            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
001840            02 EM-ST-ALLOWANCES PIC 9(2).
001850            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
001860            02 EM-ST-EXEMPT     PIC X(01).
001870                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
001880            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
001890*
001900*    PAY GROUP - WHICH PAY CALENDAR THE EMPLOYEE IS PAID ON.
001910*    BLANK IS THE BIWEEKLY GROUP BW, WHICH IS WHAT EVERYONE
001920*    WAS PAID ON BEFORE THE GROUPS EXISTED.
001930            02 EM-PAY-GROUP     PIC X(02).
001940*
001950*    YTD-MASTER AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
001960*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001970       FD YTD-MASTER
001980              LABEL RECORDS ARE STANDARD.
001990       01 YTD-RECORD.
002000            02 YTD-EMPLOYEE-ID   PIC X(06).
002010            02 YTD-EMPLOYEE-NAME PIC X(10).
002020            02 YTD-GROSS-PAY     PIC S9(6)V99.
002030            02 YTD-DEDUCTION     PIC S9(5)V99.
002040            02 YTD-FED-TAX       PIC S9(6)V99.
002050            02 YTD-STATE-TAX     PIC S9(5)V99.
002060            02 YTD-SOC-SEC-TAX   PIC S9(5)V99.
002070            02 YTD-MEDICARE-TAX  PIC S9(5)V99.
002080            02 YTD-NET-PAY       PIC S9(6)V99.
002090            02 YTD-QUARTER-TOTALS OCCURS 4 TIMES.
002100                 03 YTD-QTR-GROSS     PIC S9(6)V99.
002110                 03 YTD-QTR-FED-TAX   PIC S9(5)V99.
002120                 03 YTD-QTR-STATE-TAX PIC S9(5)V99.
002130                 03 YTD-QTR-SOC-SEC   PIC S9(5)V99.
002140                 03 YTD-QTR-MEDICARE  PIC S9(5)V99.
002150            02 YTD-STATE-BUCKETS OCCURS 3 TIMES.
002160                 03 YTD-ST-CODE      PIC X(02).
002170                 03 YTD-ST-TAX       PIC S9(5)V99.
002180                 03 YTD-ST-QTR-WAGES PIC S9(6)V99
002190                     OCCURS 4 TIMES.
002200            02 YTD-PRETAX-125   PIC S9(5)V99.
002210            02 YTD-401K-AMOUNT  PIC S9(5)V99.
002220*
002230*    THE SEQUENTIAL HISTORY ARCHIVE AS THE HISTARCH PROGRAM
002240*    WRITES IT - EACH PAY-HISTORY IMAGE FOLLOWED BY ITS OWN
002250*    DEDUCTION-DETAIL IMAGES. THE RECORD LAYOUT HERE MUST STAY
002260*    IN STEP WITH THE ONE THERE.
002270       FD HISTORY-ARCHIVE RECORDING MODE F
002280              LABEL RECORDS ARE OMITTED.
002290       01 ARCHIVE-RECORD.
002300            02 AR-RECORD-TYPE  PIC X(01).
002310                 88 AR-HEADER      VALUE "H".
002320                 88 AR-PAY-HISTORY VALUE "P".
002330                 88 AR-DEDUCTION   VALUE "D".
002340                 88 AR-TRAILER     VALUE "T".
002350            02 AR-ARCHIVE-DATE PIC 9(8).
002360            02 AR-IMAGE        PIC X(209).
002370            02 AR-DD-VIEW REDEFINES AR-IMAGE.
002380                 03 AR-DD-IMAGE PIC X(51).
002390                 03 FILLER      PIC X(158).
002400            02 AR-DD-KEY-VIEW REDEFINES AR-IMAGE.
002410                 03 AR-DD-PAYMENT-KEY PIC X(16).
002420                 03 FILLER            PIC X(193).
002430            02 AR-CONTROL-VIEW REDEFINES AR-IMAGE.
002440                 03 AR-KEEP-YEARS      PIC 9(2).
002450                 03 AR-LAST-YEAR       PIC 9(4).
002460                 03 AR-PH-COUNT        PIC 9(7).
002470                 03 AR-PH-GROSS-TOTAL  PIC S9(9)V99.
002480                 03 AR-PH-NET-TOTAL    PIC S9(9)V99.
002490                 03 AR-DD-COUNT        PIC 9(7).
002500                 03 AR-DD-AMOUNT-TOTAL PIC S9(9)V99.
002510                 03 FILLER             PIC X(156).
002520       WORKING-STORAGE SECTION.
002530       01 HISTORY-EOF      PIC XXX VALUE "NO".
002540       01 PH-FILE-STATUS   PIC XX.
002550       01 DD-FILE-STATUS   PIC XX.
002560       01 EM-FILE-STATUS   PIC XX.
002570       01 YTD-FILE-STATUS  PIC XX.
002580       01 STMT-PP-END-DATE PIC 9(8) VALUE ZERO.
002590       01 AR-FILE-STATUS   PIC XX.
002600       01 ARCHIVE-EOF      PIC XXX VALUE "NO".
002610       01 STMT-SOURCE-SW   PIC X(01) VALUE SPACE.
002620            88 STMT-FROM-ARCHIVE VALUE "A".
002630*
002640*    THE DEDUCTION DETAIL THAT FOLLOWED AN ARCHIVED PAYMENT,
002650*    HELD UNTIL ITS STATEMENT PRINTS.
002660       01 ARCHIVED-DETAIL-COUNT PIC 9(2) VALUE ZERO.
002670       01 ARCHIVED-DETAIL-INDEX PIC 9(2).
002680       01 ARCHIVED-DETAIL-TABLE.
002690            02 ARCHIVED-DETAIL PIC X(51) OCCURS 20 TIMES.
002700       01 DETAIL-SCAN-DONE-SW PIC XXX VALUE "YES".
002710            88 DETAIL-SCAN-DONE     VALUE "YES".
002720            88 DETAIL-SCAN-NOT-DONE VALUE "NO".
002730       01 STATEMENT-COUNT  PIC 9(4) VALUE ZERO.
002740       01 FIRST-PAGE-SW    PIC XXX VALUE "YES".
002750       01 BLANK-LINE       PIC X(80).
002760       01 STMT-TITLE-LINE.
002770            02 FILLER PIC X(16) VALUE "ACME MFG CO".
002780            02 FILLER PIC X(22)
002790                VALUE "EARNINGS STATEMENT".
002800            02 FILLER PIC X(7)  VALUE "PERIOD".
002810            02 STMT-DATE-OUT PIC 9(4)/99/99.
002820            02 STMT-OFF-CYCLE-OUT PIC X(22).
002830       01 STMT-ARCHIVE-LINE.
002840            02 FILLER PIC X(40)
002850                VALUE "REPRINTED FROM THE PAY HISTORY ARCHIVE".
002860       01 STMT-EMPLOYEE-LINE.
002870            02 FILLER PIC X(9)  VALUE "EMPLOYEE".
002880            02 STMT-EMP-ID-OUT PIC X(06).
002890            02 FILLER PIC X(3)  VALUE SPACE.
002900            02 STMT-NAME-OUT PIC X(10).
002910            02 FILLER PIC X(8)  VALUE "   DEPT".
002920            02 FILLER PIC X(1)  VALUE SPACE.
002930            02 STMT-DEPT-OUT PIC X(04).
002940       01 STMT-EARNINGS-LINE.
002950            02 FILLER PIC X(9)  VALUE "REG HRS".
002960            02 STMT-REG-HRS-OUT PIC Z9.
002970            02 FILLER PIC X(9)  VALUE "  OT HRS".
002980            02 STMT-OT-HRS-OUT PIC Z9.
002990            02 FILLER PIC X(10) VALUE "  REG PAY".
003000            02 STMT-REG-PAY-OUT PIC $ZZZZZ9.99-.
003010            02 FILLER PIC X(8)  VALUE "  OT PAY".
003020            02 STMT-OT-PAY-OUT PIC $ZZZZZ9.99-.
003030            02 FILLER PIC X(7)  VALUE "  GROSS".
003040            02 STMT-GROSS-OUT PIC $ZZZZZ9.99-.
003050       01 STMT-EARN-CODE-LINE.
003060            02 FILLER PIC X(2)  VALUE SPACE.
003070            02 STMT-EARN-CODE-OUT PIC X(04).
003080            02 FILLER PIC X(7)  VALUE "   HRS".
003090            02 STMT-EARN-HRS-OUT PIC ZZ9.
003100            02 FILLER PIC X(9)  VALUE "  AMOUNT".
003110            02 STMT-EARN-AMT-OUT PIC $ZZZZZ9.99-.
003120       01 STMT-EARN-INDEX  PIC 9(1).
003130       01 STMT-TAX-LINE.
003140            02 FILLER PIC X(9)  VALUE "FED TAX".
003150            02 STMT-FED-OUT PIC $ZZZZ9.99-.
003160            02 FILLER PIC X(11) VALUE "  STATE TAX".
003170            02 STMT-STATE-OUT PIC $ZZZZ9.99-.
003180            02 FILLER PIC X(9)  VALUE "  SOC SEC".
003190            02 STMT-SS-OUT PIC $ZZZZ9.99-.
003200            02 FILLER PIC X(10) VALUE "  MEDICARE".
003210            02 STMT-MEDI-OUT PIC $ZZZZ9.99-.
003220       01 STMT-DED-HEADER-LINE.
003230            02 FILLER PIC X(11) VALUE "DEDUCTION".
003240            02 FILLER PIC X(12) VALUE "AMOUNT".
003250            02 FILLER PIC X(12) VALUE "ARREARS".
003260            02 FILLER PIC X(12) VALUE "CAP ROOM".
003270       01 STMT-DED-DETAIL-LINE.
003280            02 FILLER PIC X(2)  VALUE SPACE.
003290            02 STMT-DED-CODE-OUT PIC X(04).
003300            02 FILLER PIC X(1)  VALUE SPACE.
003310            02 STMT-DED-CLASS-OUT PIC X(01).
003320            02 FILLER PIC X(2)  VALUE SPACE.
003330            02 STMT-DED-AMT-OUT PIC $ZZZZ9.99-.
003340            02 FILLER PIC X(2)  VALUE SPACE.
003350            02 STMT-DED-ARR-OUT PIC $ZZZZ9.99-.
003360            02 FILLER PIC X(2)  VALUE SPACE.
003370            02 STMT-DED-ROOM-OUT PIC $ZZZZZ9.99-.
003380       01 STMT-DED-TOTAL-LINE.
003390            02 FILLER PIC X(18) VALUE "TOTAL DEDUCTIONS".
003400            02 STMT-DED-TOT-OUT PIC $ZZZZ9.99-.
003410       01 STMT-NET-LINE.
003420            02 FILLER PIC X(9)  VALUE "NET PAY".
003430            02 STMT-NET-OUT PIC $ZZZZZ9.99-.
003440            02 FILLER PIC X(3)  VALUE SPACE.
003450            02 STMT-PAID-BY-OUT PIC X(30).
003460       01 STMT-YTD-LINE.
003470            02 FILLER PIC X(11) VALUE "YTD  GROSS".
003480            02 STMT-YTD-GROSS-OUT PIC $ZZZZZ9.99-.
003490            02 FILLER PIC X(5)  VALUE "  FED".
003500            02 STMT-YTD-FED-OUT PIC $ZZZZZ9.99-.
003510            02 FILLER PIC X(7)  VALUE "  STATE".
003520            02 STMT-YTD-STATE-OUT PIC $ZZZZ9.99-.
003530            02 FILLER PIC X(6)  VALUE "  FICA".
003540            02 STMT-YTD-FICA-OUT PIC $ZZZZ9.99-.
003550            02 FILLER PIC X(6)  VALUE "  MEDI".
003560            02 STMT-YTD-MEDI-OUT PIC $ZZZZ9.99-.
003570            02 FILLER PIC X(5)  VALUE "  NET".
003580            02 STMT-YTD-NET-OUT PIC $ZZZZZ9.99-.
003590       01 STMT-YTD-ARCHIVE-LINE.
003600            02 FILLER PIC X(50)
003610                VALUE "ARCHIVED YEAR - YTD IS ON THE YTD HISTORY".
003620       01 STMT-TRAILER-LINE.
003630            02 FILLER PIC X(21) VALUE "STATEMENTS PRINTED:".
003640            02 TRAILER-STMT-COUNT-OUT PIC ZZZ9.
003650       PROCEDURE DIVISION.
003660            PERFORM READ-STMT-PARM.
003670            PERFORM OPEN-STATEMENT-FILES.
003680            IF STMT-FROM-ARCHIVE
003690               PERFORM PRINT-ARCHIVED-STATEMENTS
003700               MOVE "YES" TO HISTORY-EOF
003710            ELSE
003720               PERFORM START-HISTORY-SWEEP
003730            END-IF.
003740            PERFORM UNTIL HISTORY-EOF = "YES"
003750               IF PH-PP-END-DATE = STMT-PP-END-DATE
003760                   AND NOT PH-VOIDED
003770                   PERFORM PRINT-ONE-STATEMENT
003780               END-IF
003790               PERFORM READ-NEXT-HISTORY
003800            END-PERFORM.
003810           MOVE STATEMENT-COUNT TO TRAILER-STMT-COUNT-OUT
003820           WRITE STATEMENT-PRINTOUT FROM BLANK-LINE
003830           WRITE STATEMENT-PRINTOUT FROM STMT-TRAILER-LINE
003840           CLOSE PAY-HISTORY, DEDUCTION-DETAIL,
003850                 EMPLOYEE-MASTER, YTD-MASTER, STATEMENT-PRINT.
003860           IF STMT-FROM-ARCHIVE
003870               CLOSE HISTORY-ARCHIVE
003880           END-IF.
003890           STOP RUN.
003900       READ-STMT-PARM.
003910           OPEN INPUT STMT-PARM
003920           READ STMT-PARM
003930               AT END
003940                   DISPLAY "STATEMENT PARM CARD MISSING"
003950                   MOVE 16 TO RETURN-CODE
003960                   STOP RUN
003970           END-READ
003980           CLOSE STMT-PARM
003990           IF SP-PP-END-DATE NOT NUMERIC
004000               OR SP-PP-END-DATE = ZERO
004010               DISPLAY "STATEMENT PARM DATE NOT NUMERIC"
004020               MOVE 16 TO RETURN-CODE
004030               STOP RUN
004040           END-IF
004050           MOVE SP-PP-END-DATE TO STMT-PP-END-DATE
004060           MOVE SP-SOURCE TO STMT-SOURCE-SW.
004070       OPEN-STATEMENT-FILES.
004080           OPEN INPUT PAY-HISTORY
004090           IF PH-FILE-STATUS NOT = "00"
004100               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
004110                   PH-FILE-STATUS
004120               MOVE 16 TO RETURN-CODE
004130               STOP RUN
004140           END-IF
004150           OPEN INPUT DEDUCTION-DETAIL
004160           IF DD-FILE-STATUS NOT = "00"
004170               DISPLAY "DEDUCTION DETAIL NOT AVAILABLE - STATUS "
004180                   DD-FILE-STATUS
004190               MOVE 16 TO RETURN-CODE
004200               STOP RUN
004210           END-IF
004220           OPEN INPUT EMPLOYEE-MASTER
004230           IF EM-FILE-STATUS NOT = "00"
004240               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
004250                   EM-FILE-STATUS
004260               MOVE 16 TO RETURN-CODE
004270               STOP RUN
004280           END-IF
004290           OPEN INPUT YTD-MASTER
004300           IF YTD-FILE-STATUS NOT = "00"
004310               DISPLAY "YTD MASTER NOT AVAILABLE - STATUS "
004320                   YTD-FILE-STATUS
004330               MOVE 16 TO RETURN-CODE
004340               STOP RUN
004350           END-IF
004360           IF STMT-FROM-ARCHIVE
004370               OPEN INPUT HISTORY-ARCHIVE
004380               IF AR-FILE-STATUS NOT = "00"
004390                   DISPLAY "HISTORY ARCHIVE NOT AVAILABLE - "
004400                       "STATUS " AR-FILE-STATUS
004410                   MOVE 16 TO RETURN-CODE
004420                   STOP RUN
004430               END-IF
004440           END-IF
004450           OPEN OUTPUT STATEMENT-PRINT.
004460       START-HISTORY-SWEEP.
004470           MOVE LOW-VALUES TO PH-KEY
004480           START PAY-HISTORY KEY NOT LESS THAN PH-KEY
004490               INVALID KEY
004500                   MOVE "YES" TO HISTORY-EOF
004510           END-START
004520           IF HISTORY-EOF NOT = "YES"
004530               PERFORM READ-NEXT-HISTORY
004540           END-IF.
004550       READ-NEXT-HISTORY.
004560           READ PAY-HISTORY NEXT RECORD
004570               AT END MOVE "YES" TO HISTORY-EOF
004580           END-READ.
004590*
004600*    ONE STATEMENT - A PAGE PER EMPLOYEE, SUITABLE TO HAND OUT
004610*    OR TO ANSWER A QUESTION FROM HISTORY A YEAR LATER.
004620       PRINT-ONE-STATEMENT.
004630           IF FIRST-PAGE-SW = "YES"
004640               MOVE "NO" TO FIRST-PAGE-SW
004650           ELSE
004660               WRITE STATEMENT-PRINTOUT FROM BLANK-LINE
004670                   AFTER ADVANCING PAGE
004680           END-IF
004690           MOVE STMT-PP-END-DATE TO STMT-DATE-OUT
004700           MOVE SPACES TO STMT-OFF-CYCLE-OUT
004710           IF PH-PAY-SEQ NOT = ZERO
004720               STRING "  OFF-CYCLE PAYMENT " PH-PAY-SEQ
004730                   DELIMITED BY SIZE INTO STMT-OFF-CYCLE-OUT
004740           END-IF
004750           WRITE STATEMENT-PRINTOUT FROM STMT-TITLE-LINE
004760           IF STMT-FROM-ARCHIVE
004770               WRITE STATEMENT-PRINTOUT FROM STMT-ARCHIVE-LINE
004780           END-IF
004790           WRITE STATEMENT-PRINTOUT FROM BLANK-LINE
004800           MOVE PH-EMPLOYEE-ID TO STMT-EMP-ID-OUT
004810           MOVE PH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
004820           READ EMPLOYEE-MASTER
004830               INVALID KEY
004840                   MOVE SPACES TO STMT-NAME-OUT
004850                   MOVE SPACES TO STMT-DEPT-OUT
004860               NOT INVALID KEY
004870                   MOVE EM-EMPLOYEE-NAME TO STMT-NAME-OUT
004880                   MOVE EM-DEPARTMENT TO STMT-DEPT-OUT
004890           END-READ
004900           WRITE STATEMENT-PRINTOUT FROM STMT-EMPLOYEE-LINE
004910           WRITE STATEMENT-PRINTOUT FROM BLANK-LINE
004920           MOVE PH-REGULAR-HOURS TO STMT-REG-HRS-OUT
004930           MOVE PH-OVERTIME-HOURS TO STMT-OT-HRS-OUT
004940           MOVE PH-REGULAR-PAY TO STMT-REG-PAY-OUT
004950           MOVE PH-OVERTIME-PAY TO STMT-OT-PAY-OUT
004960           MOVE PH-GROSS-PAY TO STMT-GROSS-OUT
004970           WRITE STATEMENT-PRINTOUT FROM STMT-EARNINGS-LINE
004980           PERFORM LIST-EARNINGS-CODE
004990               VARYING STMT-EARN-INDEX FROM 1 BY 1
005000               UNTIL STMT-EARN-INDEX > 5
005010           MOVE PH-FED-TAX TO STMT-FED-OUT
005020           MOVE PH-STATE-TAX TO STMT-STATE-OUT
005030           MOVE PH-SOC-SEC-TAX TO STMT-SS-OUT
005040           MOVE PH-MEDICARE-TAX TO STMT-MEDI-OUT
005050           WRITE STATEMENT-PRINTOUT FROM STMT-TAX-LINE
005060           WRITE STATEMENT-PRINTOUT FROM BLANK-LINE
005070           WRITE STATEMENT-PRINTOUT FROM STMT-DED-HEADER-LINE
005080           IF STMT-FROM-ARCHIVE
005090               PERFORM LIST-ARCHIVED-DEDUCTION
005100                   VARYING ARCHIVED-DETAIL-INDEX FROM 1 BY 1
005110                   UNTIL ARCHIVED-DETAIL-INDEX
005120                       > ARCHIVED-DETAIL-COUNT
005130           ELSE
005140               PERFORM LIST-DEDUCTION-DETAIL
005150           END-IF
005160           MOVE PH-VOL-DEDUCTION TO STMT-DED-TOT-OUT
005170           WRITE STATEMENT-PRINTOUT FROM STMT-DED-TOTAL-LINE
005180           WRITE STATEMENT-PRINTOUT FROM BLANK-LINE
005190           MOVE PH-NET-PAY TO STMT-NET-OUT
005200           IF PH-PAID-BY-CHECK
005210               MOVE SPACES TO STMT-PAID-BY-OUT
005220               STRING "PAID BY CHECK NO " PH-CHECK-NUMBER
005230                   DELIMITED BY SIZE INTO STMT-PAID-BY-OUT
005240           ELSE
005250               MOVE "PAID BY DIRECT DEPOSIT"
005260                   TO STMT-PAID-BY-OUT
005270           END-IF
005280           WRITE STATEMENT-PRINTOUT FROM STMT-NET-LINE
005290           WRITE STATEMENT-PRINTOUT FROM BLANK-LINE
005300           IF STMT-FROM-ARCHIVE
005310               WRITE STATEMENT-PRINTOUT FROM STMT-YTD-ARCHIVE-LINE
005320           ELSE
005330               PERFORM WRITE-YTD-LINE
005340           END-IF
005350           ADD 1 TO STATEMENT-COUNT.
005360*
005370*    ONE LINE PER EARNINGS CODE PAID IN THE PERIOD - BONUS,
005380*    COMMISSION, SHIFT DIFFERENTIAL, HOLIDAY PREMIUM, TIPS. THEY
005390*    ARE ALREADY IN THE GROSS ABOVE. A RECORD WRITTEN BEFORE THE
005400*    EARNINGS LINES EXISTED HAS NOTHING USABLE THERE.
005410       LIST-EARNINGS-CODE.
005420           IF PH-EARN-CODE (STMT-EARN-INDEX) NOT = SPACES
005430               AND PH-EARN-AMOUNT (STMT-EARN-INDEX) NUMERIC
005440               MOVE PH-EARN-CODE (STMT-EARN-INDEX)
005450                   TO STMT-EARN-CODE-OUT
005460               MOVE PH-EARN-HOURS (STMT-EARN-INDEX)
005470                   TO STMT-EARN-HRS-OUT
005480               MOVE PH-EARN-AMOUNT (STMT-EARN-INDEX)
005490                   TO STMT-EARN-AMT-OUT
005500               WRITE STATEMENT-PRINTOUT FROM STMT-EARN-CODE-LINE
005510           END-IF.
005520*
005530*    SWEEP THE DEDUCTION DETAIL FOR THIS EMPLOYEE, PERIOD, AND
005540*    PAYMENT - ONE LINE PER CODE. THE CAP ROOM COLUMN ONLY MEANS
005550*    ANYTHING FOR A CAPPED DEDUCTION.
005560       LIST-DEDUCTION-DETAIL.
005570           MOVE "NO" TO DETAIL-SCAN-DONE-SW
005580           MOVE PH-EMPLOYEE-ID TO DD-EMPLOYEE-ID
005590           MOVE PH-PP-END-DATE TO DD-PP-END-DATE
005600           MOVE PH-PAY-SEQ TO DD-PAY-SEQ
005610           MOVE SPACES TO DD-CODE
005620           START DEDUCTION-DETAIL KEY NOT LESS THAN DD-KEY
005630               INVALID KEY
005640                   MOVE "YES" TO DETAIL-SCAN-DONE-SW
005650           END-START
005660           IF DETAIL-SCAN-NOT-DONE
005670               PERFORM READ-NEXT-DETAIL
005680           END-IF
005690           PERFORM LIST-ONE-DEDUCTION UNTIL DETAIL-SCAN-DONE.
005700       READ-NEXT-DETAIL.
005710           READ DEDUCTION-DETAIL NEXT RECORD
005720               AT END
005730                   MOVE "YES" TO DETAIL-SCAN-DONE-SW
005740           END-READ
005750           IF DETAIL-SCAN-NOT-DONE
005760               AND (DD-EMPLOYEE-ID NOT = PH-EMPLOYEE-ID
005770                   OR DD-PP-END-DATE NOT = PH-PP-END-DATE
005780                   OR DD-PAY-SEQ NOT = PH-PAY-SEQ)
005790               MOVE "YES" TO DETAIL-SCAN-DONE-SW
005800           END-IF.
005810       LIST-ONE-DEDUCTION.
005820           PERFORM PRINT-DEDUCTION-LINE
005830           PERFORM READ-NEXT-DETAIL.
005840       PRINT-DEDUCTION-LINE.
005850           MOVE DD-CODE TO STMT-DED-CODE-OUT
005860           MOVE DD-TAX-CLASS TO STMT-DED-CLASS-OUT
005870           MOVE DD-AMOUNT-TAKEN TO STMT-DED-AMT-OUT
005880           MOVE DD-ARREARS-APPLIED TO STMT-DED-ARR-OUT
005890           IF DD-ANNUAL-CAP = ZERO
005900               MOVE ZERO TO STMT-DED-ROOM-OUT
005910           ELSE
005920               MOVE DD-CAP-ROOM-LEFT TO STMT-DED-ROOM-OUT
005930           END-IF
005940           WRITE STATEMENT-PRINTOUT FROM STMT-DED-DETAIL-LINE.
005950       WRITE-YTD-LINE.
005960           MOVE PH-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
005970           READ YTD-MASTER
005980               INVALID KEY
005990                   MOVE ZERO TO STMT-YTD-GROSS-OUT
006000                   MOVE ZERO TO STMT-YTD-FED-OUT
006010                   MOVE ZERO TO STMT-YTD-STATE-OUT
006020                   MOVE ZERO TO STMT-YTD-FICA-OUT
006030                   MOVE ZERO TO STMT-YTD-MEDI-OUT
006040                   MOVE ZERO TO STMT-YTD-NET-OUT
006050               NOT INVALID KEY
006060                   MOVE YTD-GROSS-PAY TO STMT-YTD-GROSS-OUT
006070                   MOVE YTD-FED-TAX TO STMT-YTD-FED-OUT
006080                   MOVE YTD-STATE-TAX TO STMT-YTD-STATE-OUT
006090                   MOVE YTD-SOC-SEC-TAX TO STMT-YTD-FICA-OUT
006100                   MOVE YTD-MEDICARE-TAX TO STMT-YTD-MEDI-OUT
006110                   MOVE YTD-NET-PAY TO STMT-YTD-NET-OUT
006120           END-READ
006130           WRITE STATEMENT-PRINTOUT FROM STMT-YTD-LINE.
006140*
006150*    THE ARCHIVE IS READ FRONT TO BACK - EVERY GENERATION, IN
006160*    WHATEVER ORDER THE GENERATIONS COME. EACH PAYMENT IMAGE
006170*    IS FOLLOWED BY ITS DEDUCTION DETAIL, WHICH IS GATHERED
006180*    BEFORE THE PAYMENT IS PRINTED. HEADER AND TRAILER RECORDS
006190*    ARE PASSED OVER.
006200       PRINT-ARCHIVED-STATEMENTS.
006210           PERFORM READ-ARCHIVE-RECORD
006220           PERFORM SCAN-ARCHIVE-RECORD
006230               UNTIL ARCHIVE-EOF = "YES".
006240       READ-ARCHIVE-RECORD.
006250           READ HISTORY-ARCHIVE
006260               AT END MOVE "YES" TO ARCHIVE-EOF
006270           END-READ.
006280       SCAN-ARCHIVE-RECORD.
006290           IF AR-PAY-HISTORY
006300               MOVE AR-IMAGE TO PAY-HISTORY-RECORD
006310               PERFORM READ-ARCHIVE-RECORD
006320               PERFORM GATHER-ARCHIVED-DETAIL
006330               IF PH-PP-END-DATE = STMT-PP-END-DATE
006340                   AND NOT PH-VOIDED
006350                   PERFORM PRINT-ONE-STATEMENT
006360               END-IF
006370           ELSE
006380               PERFORM READ-ARCHIVE-RECORD
006390           END-IF.
006400       GATHER-ARCHIVED-DETAIL.
006410           MOVE ZERO TO ARCHIVED-DETAIL-COUNT
006420           MOVE "NO" TO DETAIL-SCAN-DONE-SW
006430           PERFORM CHECK-ARCHIVED-DETAIL
006440           PERFORM STORE-ARCHIVED-DETAIL UNTIL DETAIL-SCAN-DONE.
006450       CHECK-ARCHIVED-DETAIL.
006460           IF ARCHIVE-EOF = "YES"
006470               MOVE "YES" TO DETAIL-SCAN-DONE-SW
006480           ELSE
006490               IF NOT AR-DEDUCTION
006500                   OR AR-DD-PAYMENT-KEY NOT = PH-KEY
006510                   MOVE "YES" TO DETAIL-SCAN-DONE-SW
006520               END-IF
006530           END-IF.
006540       STORE-ARCHIVED-DETAIL.
006550           IF ARCHIVED-DETAIL-COUNT < 20
006560               ADD 1 TO ARCHIVED-DETAIL-COUNT
006570               MOVE AR-DD-IMAGE
006580                   TO ARCHIVED-DETAIL (ARCHIVED-DETAIL-COUNT)
006590           END-IF
006600           PERFORM READ-ARCHIVE-RECORD
006610           PERFORM CHECK-ARCHIVED-DETAIL.
006620       LIST-ARCHIVED-DEDUCTION.
006630           MOVE ARCHIVED-DETAIL (ARCHIVED-DETAIL-INDEX)
006640               TO DEDUCTION-DETAIL-RECORD
006650           PERFORM PRINT-DEDUCTION-LINE.
006660*/*
006670*//GO.STMTPARM DD *
006680*20260821
006690*/*
006700*//GO.PAYHST DD DSN=PAY.PAYHIST,DISP=SHR
006710*//GO.DEDDTL DD DSN=PAY.DEDDTL,DISP=SHR
006720*//GO.EMPMST DD DSN=PAY.EMPMAST,DISP=SHR
006730*//GO.YTDDD DD DSN=PAY.YTDMAST,DISP=SHR
006740*//GO.HISTARC DD DSN=PAY.HISTARCH,DISP=SHR
006750*//GO.STMTPRT DD SYSOUT=A
