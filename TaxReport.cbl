000290*                  FICA WAGES NET OF THE CAFETERIA-PLAN AMOUNT
000300*                  ONLY, AND THE 401K CONTRIBUTION IN ITS OWN
000310*                  BOX.
000320*    10/15/26  RDM  941 LIABILITY TIE-OUT. A PARM CARD NAMES THE
000330*                  TAX YEAR, AND EACH QUARTER'S 941 FIGURES FROM
000340*                  YTD-MASTER ARE TIED TO THE TAX-LIABILITY FILE
000350*                  THE PAYROLL RUNS POST BY CHECK DATE. ANY
000360*                  QUARTER THAT DOES NOT TIE IS FLAGGED AND THE
000370*                  STEP ENDS WITH RETURN CODE 4.
000380*    10/15/26  RDM  REVIEW FIX. THE TIE-OUT NOW ADDS UP THE
000390*                  LIABILITY FILE BY PAY PERIOD END YEAR AND
000400*                  QUARTER, THE SAME BASIS YTD-MASTER IS BUCKETED
000410*                  ON, SO A PERIOD PAID IN THE NEXT QUARTER NO
000420*                  LONGER SHOWS AS OUT OF TIE IN BOTH QUARTERS.
000430*
000440       ENVIRONMENT DIVISION.
000450       INPUT-OUTPUT SECTION.
000460       FILE-CONTROL.
000470             SELECT YTD-MASTER ASSIGN YTDDD
000480                 ORGANIZATION IS INDEXED
000490                 ACCESS MODE IS SEQUENTIAL
000500                 RECORD KEY IS YTD-EMPLOYEE-ID
000510                 FILE STATUS IS YTD-FILE-STATUS.
000520             SELECT TAX-REPORT ASSIGN QTRRPT.
000530             SELECT W2-EXTRACT ASSIGN W2OUT.
000540             SELECT REPORT-PARM ASSIGN TRPARM.
000550             SELECT TAX-LIABILITY ASSIGN TAXLIAB
000560                 FILE STATUS IS TL-FILE-STATUS.
000570       DATA DIVISION.
000580       FILE SECTION.
000590*
000600*    YTD-MASTER AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
000610*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
000620       FD YTD-MASTER
000630              LABEL RECORDS ARE STANDARD.
000640       01 YTD-RECORD.
000650            02 YTD-EMPLOYEE-ID   PIC X(06).
000660            02 YTD-EMPLOYEE-NAME PIC X(10).
000670            02 YTD-GROSS-PAY     PIC S9(6)V99.
000680            02 YTD-DEDUCTION     PIC S9(5)V99.
000690            02 YTD-FED-TAX       PIC S9(6)V99.
000700            02 YTD-STATE-TAX     PIC S9(5)V99.
000710            02 YTD-SOC-SEC-TAX   PIC S9(5)V99.
000720            02 YTD-MEDICARE-TAX  PIC S9(5)V99.
000730            02 YTD-NET-PAY       PIC S9(6)V99.
000740            02 YTD-QUARTER-TOTALS OCCURS 4 TIMES.
000750                 03 YTD-QTR-GROSS     PIC S9(6)V99.
000760                 03 YTD-QTR-FED-TAX   PIC S9(5)V99.
000770                 03 YTD-QTR-STATE-TAX PIC S9(5)V99.
000780                 03 YTD-QTR-SOC-SEC   PIC S9(5)V99.
000790                 03 YTD-QTR-MEDICARE  PIC S9(5)V99.
000800            02 YTD-STATE-BUCKETS OCCURS 3 TIMES.
000810                 03 YTD-ST-CODE      PIC X(02).
000820                 03 YTD-ST-TAX       PIC S9(5)V99.
000830                 03 YTD-ST-QTR-WAGES PIC S9(6)V99
000840                     OCCURS 4 TIMES.
000850            02 YTD-PRETAX-125   PIC S9(5)V99.
000860            02 YTD-401K-AMOUNT  PIC S9(5)V99.
000870       FD TAX-REPORT RECORDING MODE F
000880              LABEL RECORDS ARE OMITTED.
000890       01 TAX-PRINTOUT PIC X(132).
000900*
000910*    W-2 EXTRACT - ONE RECORD PER EMPLOYEE WITH THE ANNUAL
000920*    EARNINGS AND WITHHOLDING BOXES. THE WAGE BOX IS NET OF
000930*    THE PRE-TAX SHELTERED AMOUNTS, THE FICA WAGE BOX IS NET
000940*    OF THE CAFETERIA-PLAN AMOUNT ONLY, AND THE 401K
000950*    CONTRIBUTION RIDES IN ITS OWN BOX.
000960       FD W2-EXTRACT RECORDING MODE F
000970              LABEL RECORDS ARE OMITTED.
000980       01 W2-RECORD-OUT.
000990            02 W2-EMPLOYEE-ID   PIC X(06).
001000            02 W2-EMPLOYEE-NAME PIC X(10).
001010            02 W2-GROSS-PAY     PIC S9(6)V99.
001020            02 W2-FED-TAX       PIC S9(6)V99.
001030            02 W2-STATE-TAX     PIC S9(5)V99.
001040            02 W2-SOC-SEC-TAX   PIC S9(5)V99.
001050            02 W2-MEDICARE-TAX  PIC S9(5)V99.
001060            02 W2-FICA-WAGES    PIC S9(6)V99.
001070            02 W2-RETIRE-401K   PIC S9(5)V99.
001080            02 FILLER           PIC X(12).
001090*
001100*    ONE PARM CARD - THE TAX YEAR YTD-MASTER HOLDS, WHICH PICKS
001110*    THAT YEAR'S RECORDS OFF THE TAX-LIABILITY FILE.
001120       FD REPORT-PARM RECORDING MODE F
001130              LABEL RECORDS ARE OMITTED.
001140       01 REPORT-PARM-RECORD.
001150            02 RP-TAX-YEAR      PIC 9(4).
001160            02 FILLER           PIC X(76).
001170*
001180*    FEDERAL DEPOSIT LIABILITY AS THE PAYROLL PROGRAM POSTS IT -
001190*    ONE RECORD PER RUN UNDER THE RUN'S CHECK DATE. THE RECORD
001200*    LAYOUT MUST STAY IN STEP WITH THE ONE THERE.
001210       FD TAX-LIABILITY RECORDING MODE F
001220              LABEL RECORDS ARE OMITTED.
001230       01 TAX-LIABILITY-RECORD.
001240            02 TL-CHECK-DATE     PIC 9(8).
001250            02 TL-RUN-TYPE       PIC X(01).
001260            02 TL-PAY-GROUP      PIC X(02).
001270            02 TL-PP-END-DATE    PIC 9(8).
001280            02 TL-PP-END-SPLIT REDEFINES TL-PP-END-DATE.
001290                 03 TL-PP-END-CCYY PIC 9(4).
001300                 03 TL-PP-END-MM   PIC 9(2).
001310                 03 TL-PP-END-DD   PIC 9(2).
001320            02 TL-WAGES          PIC S9(8)V99.
001330            02 TL-FED-TAX        PIC S9(7)V99.
001340            02 TL-SOC-SEC-EE     PIC S9(7)V99.
001350            02 TL-MEDICARE-EE    PIC S9(7)V99.
001360            02 TL-SOC-SEC-ER     PIC S9(7)V99.
001370            02 TL-MEDICARE-ER    PIC S9(7)V99.
001380            02 TL-TOTAL-LIABILITY PIC S9(8)V99.
001390            02 FILLER            PIC X(16).
001400       WORKING-STORAGE SECTION.
001410       01 EOF             PIC XXX VALUE "NO".
001420       01 YTD-FILE-STATUS PIC XX.
001430       01 TL-FILE-STATUS  PIC XX.
001440       01 LIABILITY-EOF   PIC XXX VALUE "NO".
001450       01 TAX-YEAR        PIC 9(4).
001460       01 EMPLOYEE-COUNT  PIC 9(4) VALUE ZERO.
001470       01 QTR-INDEX       PIC 9(1).
001480       01 QTR-SUMMARY-TABLE.
001490            02 QTR-SUMMARY OCCURS 4 TIMES.
001500                 03 QTR-SUM-GROSS    PIC S9(8)V99.
001510                 03 QTR-SUM-FED      PIC S9(7)V99.
001520                 03 QTR-SUM-STATE    PIC S9(7)V99.
001530                 03 QTR-SUM-SOC-SEC  PIC S9(7)V99.
001540                 03 QTR-SUM-MEDICARE PIC S9(7)V99.
001550       01 YEAR-SUM-GROSS    PIC S9(8)V99 VALUE ZERO.
001560       01 YEAR-SUM-FED      PIC S9(7)V99 VALUE ZERO.
001570       01 YEAR-SUM-STATE    PIC S9(7)V99 VALUE ZERO.
001580       01 YEAR-SUM-SOC-SEC  PIC S9(7)V99 VALUE ZERO.
001590       01 YEAR-SUM-MEDICARE PIC S9(7)V99 VALUE ZERO.
001600*
001610*    COMPANY-WIDE PER-STATE SUMMARY ROLLED UP FROM EACH
001620*    EMPLOYEE'S STATE BUCKETS - WAGES BY QUARTER AND THE STATE
001630*    WITHHOLDING, ONE SLOT PER STATE SEEN ON THE MASTER.
001640       01 STATE-SUM-COUNT  PIC 9(2) VALUE ZERO.
001650       01 STATE-SUM-INDEX  PIC 9(2).
001660       01 STATE-SUM-SLOT   PIC 9(2).
001670       01 EMP-ST-INDEX     PIC 9(1).
001680       01 STATE-QTR-INDEX  PIC 9(1).
001690       01 STATE-WAGE-TOTAL PIC S9(9)V99.
001700       01 STATE-SUM-TABLE.
001710            02 STATE-SUM OCCURS 5 TIMES.
001720                 03 ST-SUM-CODE      PIC X(02).
001730                 03 ST-SUM-TAX       PIC S9(7)V99.
001740                 03 ST-SUM-QTR-WAGES PIC S9(8)V99
001750                     OCCURS 4 TIMES.
001760*
001770*    941 TIE-OUT - THE LIABILITY FILE ADDED UP BY PAY PERIOD
001780*    END QUARTER FOR THE TAX YEAR, AGAINST THE SAME FIGURES FROM
001790*    THE MASTER WITH THE EMPLOYER'S MATCHING SHARE OF SOCIAL
001800*    SECURITY AND MEDICARE ADDED.
001810       01 LIABILITY-FILE-SW PIC X(01) VALUE "N".
001820            88 LIABILITY-FILE-PRESENT VALUE "Y".
001830       01 LIABILITY-RECORDS PIC 9(6) VALUE ZERO.
001840       01 TIE-QUARTER      PIC 9(1).
001850       01 TIE-OUT-FLAGS    PIC 9(1) VALUE ZERO.
001860       01 TIE-MASTER-SOC-SEC  PIC S9(8)V99.
001870       01 TIE-MASTER-MEDICARE PIC S9(8)V99.
001880       01 TIE-MASTER-TOTAL PIC S9(9)V99.
001890       01 TIE-DIFFERENCE   PIC S9(9)V99.
001900       01 TIE-SUMMARY-TABLE.
001910            02 TIE-SUMMARY OCCURS 4 TIMES.
001920                 03 TIE-FILE-FED      PIC S9(8)V99.
001930                 03 TIE-FILE-SOC-SEC  PIC S9(8)V99.
001940                 03 TIE-FILE-MEDICARE PIC S9(8)V99.
001950                 03 TIE-FILE-TOTAL    PIC S9(9)V99.
001960       01 BLANK-LINE      PIC X(80).
001970       01 REPORT-HEADER-ONE.
001980            02 FILLER PIC X(40)
001990                VALUE "QUARTERLY FEDERAL/STATE WITHHOLDING".
002000            02 FILLER PIC X(8) VALUE "SUMMARY".
002010       01 REPORT-HEADER-TWO.
002020            02 FILLER PIC X(9)  VALUE "QUARTER".
002030            02 FILLER PIC X(13) VALUE "GROSS".
002040            02 FILLER PIC X(12) VALUE "FED W/H".
002050            02 FILLER PIC X(12) VALUE "SOC SEC".
002060            02 FILLER PIC X(12) VALUE "MEDICARE".
002070            02 FILLER PIC X(12) VALUE "STATE W/H".
002080       01 QTR-DETAIL-LINE.
002090            02 FILLER PIC X(3) VALUE SPACE.
002100            02 QTR-NUMBER-OUT PIC 9(1).
002110            02 FILLER PIC X(3) VALUE SPACE.
002120            02 QTR-GROSS-OUT PIC $ZZZZZZZ9.99-.
002130            02 FILLER PIC X(1) VALUE SPACE.
002140            02 QTR-FED-OUT PIC $ZZZZZZ9.99-.
002150            02 FILLER PIC X(1) VALUE SPACE.
002160            02 QTR-SOC-SEC-OUT PIC $ZZZZZZ9.99-.
002170            02 FILLER PIC X(1) VALUE SPACE.
002180            02 QTR-MEDICARE-OUT PIC $ZZZZZZ9.99-.
002190            02 FILLER PIC X(1) VALUE SPACE.
002200            02 QTR-STATE-OUT PIC $ZZZZZZ9.99-.
002210       01 YEAR-TOTAL-LINE.
002220            02 FILLER PIC X(7) VALUE "YEAR".
002230            02 YEAR-GROSS-OUT PIC $ZZZZZZZ9.99-.
002240            02 FILLER PIC X(1) VALUE SPACE.
002250            02 YEAR-FED-OUT PIC $ZZZZZZ9.99-.
002260            02 FILLER PIC X(1) VALUE SPACE.
002270            02 YEAR-SOC-SEC-OUT PIC $ZZZZZZ9.99-.
002280            02 FILLER PIC X(1) VALUE SPACE.
002290            02 YEAR-MEDICARE-OUT PIC $ZZZZZZ9.99-.
002300            02 FILLER PIC X(1) VALUE SPACE.
002310            02 YEAR-STATE-OUT PIC $ZZZZZZ9.99-.
002320       01 REPORT-TRAILER-LINE.
002330            02 FILLER PIC X(21) VALUE "EMPLOYEES REPORTED:".
002340            02 TRAILER-EMP-COUNT-OUT PIC ZZZ9.
002350       01 STATE-HEADER-ONE.
002360            02 FILLER PIC X(40)
002370                VALUE "STATE QUARTERLY WAGE SUMMARY".
002380       01 STATE-HEADER-TWO.
002390            02 FILLER PIC X(6)  VALUE "STATE".
002400            02 FILLER PIC X(13) VALUE "QTR 1".
002410            02 FILLER PIC X(13) VALUE "QTR 2".
002420            02 FILLER PIC X(13) VALUE "QTR 3".
002430            02 FILLER PIC X(13) VALUE "QTR 4".
002440            02 FILLER PIC X(14) VALUE "YEAR WAGES".
002450            02 FILLER PIC X(12) VALUE "STATE W/H".
002460       01 STATE-DETAIL-LINE.
002470            02 ST-CODE-OUT PIC X(02).
002480            02 FILLER PIC X(2) VALUE SPACE.
002490            02 ST-QTR1-OUT PIC $ZZZZZZ9.99-.
002500            02 FILLER PIC X(1) VALUE SPACE.
002510            02 ST-QTR2-OUT PIC $ZZZZZZ9.99-.
002520            02 FILLER PIC X(1) VALUE SPACE.
002530            02 ST-QTR3-OUT PIC $ZZZZZZ9.99-.
002540            02 FILLER PIC X(1) VALUE SPACE.
002550            02 ST-QTR4-OUT PIC $ZZZZZZ9.99-.
002560            02 FILLER PIC X(1) VALUE SPACE.
002570            02 ST-YEAR-OUT PIC $ZZZZZZZZ9.99-.
002580            02 FILLER PIC X(1) VALUE SPACE.
002590            02 ST-TAX-OUT PIC $ZZZZZZ9.99-.
002600       01 TIE-HEADER-ONE.
002610            02 FILLER PIC X(28)
002620                VALUE "941 LIABILITY TIE-OUT - TAX".
002630            02 FILLER PIC X(5)  VALUE "YEAR".
002640            02 TIE-YEAR-OUT PIC 9(4).
002650       01 TIE-HEADER-TWO.
002660            02 FILLER PIC X(9)  VALUE "QUARTER".
002670            02 FILLER PIC X(16) VALUE "YTD MASTER".
002680            02 FILLER PIC X(16) VALUE "LIABILITY FILE".
002690            02 FILLER PIC X(16) VALUE "DIFFERENCE".
002700       01 TIE-DETAIL-LINE.
002710            02 FILLER PIC X(3) VALUE SPACE.
002720            02 TIE-QUARTER-OUT PIC 9(1).
002730            02 FILLER PIC X(3) VALUE SPACE.
002740            02 TIE-MASTER-OUT PIC $ZZZZZZZZ9.99-.
002750            02 FILLER PIC X(1) VALUE SPACE.
002760            02 TIE-FILE-OUT PIC $ZZZZZZZZ9.99-.
002770            02 FILLER PIC X(1) VALUE SPACE.
002780            02 TIE-DIFFERENCE-OUT PIC $ZZZZZZZZ9.99-.
002790            02 FILLER PIC X(2) VALUE SPACE.
002800            02 TIE-FLAG-OUT PIC X(16).
002810       01 TIE-COMPONENT-LINE.
002820            02 FILLER PIC X(7) VALUE SPACE.
002830            02 TIE-COMPONENT-OUT PIC X(12).
002840            02 TIE-COMP-MASTER-OUT PIC $ZZZZZZZZ9.99-.
002850            02 FILLER PIC X(1) VALUE SPACE.
002860            02 TIE-COMP-FILE-OUT PIC $ZZZZZZZZ9.99-.
002870       01 TIE-NO-FILE-LINE.
002880            02 FILLER PIC X(40)
002890                VALUE "*** NO TAX LIABILITY FILE ON HAND".
002900       01 TIE-TRAILER-LINE.
002910            02 FILLER PIC X(24) VALUE "LIABILITY RECORDS READ:".
002920            02 TIE-RECORDS-OUT PIC ZZZZZ9.
002930            02 FILLER PIC X(26) VALUE "   QUARTERS OUT OF TIE:".
002940            02 TIE-FLAGS-OUT PIC 9.
002950       PROCEDURE DIVISION.
002960            PERFORM READ-REPORT-PARM.
002970            PERFORM OPEN-YTD-MASTER.
002980            OPEN OUTPUT TAX-REPORT W2-EXTRACT.
002990            PERFORM ZERO-QUARTER-SUMMARY
003000                VARYING QTR-INDEX FROM 1 BY 1
003010                UNTIL QTR-INDEX > 4.
003020            WRITE TAX-PRINTOUT FROM REPORT-HEADER-ONE
003030            WRITE TAX-PRINTOUT FROM BLANK-LINE
003040            WRITE TAX-PRINTOUT FROM REPORT-HEADER-TWO
003050            WRITE TAX-PRINTOUT FROM BLANK-LINE
003060            PERFORM READ-YTD-RECORD.
003070            PERFORM UNTIL EOF = "YES"
003080               PERFORM ACCUMULATE-EMPLOYEE
003090               PERFORM WRITE-W2-RECORD
003100               PERFORM READ-YTD-RECORD
003110            END-PERFORM.
003120           PERFORM WRITE-QUARTER-LINE
003130               VARYING QTR-INDEX FROM 1 BY 1
003140               UNTIL QTR-INDEX > 4.
003150           PERFORM WRITE-YEAR-TOTALS.
003160           PERFORM WRITE-STATE-SUMMARY.
003170           PERFORM WRITE-LIABILITY-TIE-OUT.
003180           CLOSE YTD-MASTER, TAX-REPORT, W2-EXTRACT.
003190           IF TIE-OUT-FLAGS > ZERO
003200               MOVE 4 TO RETURN-CODE
003210           END-IF.
003220           STOP RUN.
003230       READ-REPORT-PARM.
003240           OPEN INPUT REPORT-PARM
003250           READ REPORT-PARM
003260               AT END
003270                   DISPLAY "TAX REPORT PARM CARD MISSING"
003280                   MOVE 16 TO RETURN-CODE
003290                   STOP RUN
003300           END-READ
003310           CLOSE REPORT-PARM
003320           IF RP-TAX-YEAR NOT NUMERIC
003330               DISPLAY "TAX REPORT PARM YEAR NOT NUMERIC"
003340               MOVE 16 TO RETURN-CODE
003350               STOP RUN
003360           END-IF
003370           MOVE RP-TAX-YEAR TO TAX-YEAR.
003380       OPEN-YTD-MASTER.
003390           OPEN INPUT YTD-MASTER
003400           IF YTD-FILE-STATUS NOT = "00"
003410               DISPLAY "YTD MASTER NOT AVAILABLE - STATUS "
003420                   YTD-FILE-STATUS
003430               MOVE 16 TO RETURN-CODE
003440               STOP RUN
003450           END-IF.
003460       READ-YTD-RECORD.
003470           READ YTD-MASTER AT END MOVE "YES" TO EOF
003480           END-READ.
003490       ZERO-QUARTER-SUMMARY.
003500           MOVE ZERO TO QTR-SUM-GROSS (QTR-INDEX)
003510           MOVE ZERO TO QTR-SUM-FED (QTR-INDEX)
003520           MOVE ZERO TO QTR-SUM-STATE (QTR-INDEX)
003530           MOVE ZERO TO QTR-SUM-SOC-SEC (QTR-INDEX)
003540           MOVE ZERO TO QTR-SUM-MEDICARE (QTR-INDEX).
003550       ACCUMULATE-EMPLOYEE.
003560           ADD 1 TO EMPLOYEE-COUNT
003570           PERFORM ACCUMULATE-ONE-QUARTER
003580               VARYING QTR-INDEX FROM 1 BY 1
003590               UNTIL QTR-INDEX > 4
003600           PERFORM ACCUMULATE-ONE-STATE
003610               VARYING EMP-ST-INDEX FROM 1 BY 1
003620               UNTIL EMP-ST-INDEX > 3.
003630       ACCUMULATE-ONE-QUARTER.
003640           ADD YTD-QTR-GROSS (QTR-INDEX)
003650               TO QTR-SUM-GROSS (QTR-INDEX)
003660           ADD YTD-QTR-FED-TAX (QTR-INDEX)
003670               TO QTR-SUM-FED (QTR-INDEX)
003680           ADD YTD-QTR-STATE-TAX (QTR-INDEX)
003690               TO QTR-SUM-STATE (QTR-INDEX)
003700           ADD YTD-QTR-SOC-SEC (QTR-INDEX)
003710               TO QTR-SUM-SOC-SEC (QTR-INDEX)
003720           ADD YTD-QTR-MEDICARE (QTR-INDEX)
003730               TO QTR-SUM-MEDICARE (QTR-INDEX).
003740*
003750*    ROLL ONE EMPLOYEE'S STATE BUCKETS INTO THE COMPANY-WIDE
003760*    STATE SUMMARY. A BLANK CODE IS AN UNUSED SLOT. THE FIRST
003770*    EMPLOYEE SEEN IN A STATE CLAIMS ITS SUMMARY SLOT.
003780       ACCUMULATE-ONE-STATE.
003790           IF YTD-ST-CODE (EMP-ST-INDEX) NOT = SPACES
003800               MOVE ZERO TO STATE-SUM-SLOT
003810               PERFORM FIND-STATE-SUM-SLOT
003820                   VARYING STATE-SUM-INDEX FROM 1 BY 1
003830                   UNTIL STATE-SUM-INDEX > STATE-SUM-COUNT
003840               IF STATE-SUM-SLOT = ZERO
003850                   IF STATE-SUM-COUNT = 5
003860                       DISPLAY "MORE THAN 5 STATES ON MASTER"
003870                       MOVE 16 TO RETURN-CODE
003880                       STOP RUN
003890                   END-IF
003900                   ADD 1 TO STATE-SUM-COUNT
003910                   MOVE STATE-SUM-COUNT TO STATE-SUM-SLOT
003920                   MOVE YTD-ST-CODE (EMP-ST-INDEX)
003930                       TO ST-SUM-CODE (STATE-SUM-SLOT)
003940                   MOVE ZERO TO ST-SUM-TAX (STATE-SUM-SLOT)
003950                   PERFORM ZERO-STATE-SUM-QUARTER
003960                       VARYING STATE-QTR-INDEX FROM 1 BY 1
003970                       UNTIL STATE-QTR-INDEX > 4
003980               END-IF
003990               ADD YTD-ST-TAX (EMP-ST-INDEX)
004000                   TO ST-SUM-TAX (STATE-SUM-SLOT)
004010               PERFORM ADD-STATE-SUM-QUARTER
004020                   VARYING STATE-QTR-INDEX FROM 1 BY 1
004030                   UNTIL STATE-QTR-INDEX > 4
004040           END-IF.
004050       FIND-STATE-SUM-SLOT.
004060           IF ST-SUM-CODE (STATE-SUM-INDEX)
004070               = YTD-ST-CODE (EMP-ST-INDEX)
004080               MOVE STATE-SUM-INDEX TO STATE-SUM-SLOT
004090           END-IF.
004100       ZERO-STATE-SUM-QUARTER.
004110           MOVE ZERO TO ST-SUM-QTR-WAGES (STATE-SUM-SLOT
004120               STATE-QTR-INDEX).
004130       ADD-STATE-SUM-QUARTER.
004140           ADD YTD-ST-QTR-WAGES (EMP-ST-INDEX STATE-QTR-INDEX)
004150               TO ST-SUM-QTR-WAGES (STATE-SUM-SLOT
004160                   STATE-QTR-INDEX).
004170       WRITE-W2-RECORD.
004180           MOVE SPACES TO W2-RECORD-OUT
004190           MOVE YTD-EMPLOYEE-ID TO W2-EMPLOYEE-ID
004200           MOVE YTD-EMPLOYEE-NAME TO W2-EMPLOYEE-NAME
004210           COMPUTE W2-GROSS-PAY = YTD-GROSS-PAY
004220               - YTD-PRETAX-125 - YTD-401K-AMOUNT
004230           MOVE YTD-FED-TAX TO W2-FED-TAX
004240           MOVE YTD-STATE-TAX TO W2-STATE-TAX
004250           MOVE YTD-SOC-SEC-TAX TO W2-SOC-SEC-TAX
004260           MOVE YTD-MEDICARE-TAX TO W2-MEDICARE-TAX
004270           COMPUTE W2-FICA-WAGES = YTD-GROSS-PAY
004280               - YTD-PRETAX-125
004290           MOVE YTD-401K-AMOUNT TO W2-RETIRE-401K
004300           WRITE W2-RECORD-OUT.
004310       WRITE-QUARTER-LINE.
004320           MOVE QTR-INDEX TO QTR-NUMBER-OUT
004330           MOVE QTR-SUM-GROSS (QTR-INDEX) TO QTR-GROSS-OUT
004340           MOVE QTR-SUM-FED (QTR-INDEX) TO QTR-FED-OUT
004350           MOVE QTR-SUM-SOC-SEC (QTR-INDEX) TO QTR-SOC-SEC-OUT
004360           MOVE QTR-SUM-MEDICARE (QTR-INDEX)
004370               TO QTR-MEDICARE-OUT
004380           MOVE QTR-SUM-STATE (QTR-INDEX) TO QTR-STATE-OUT
004390           WRITE TAX-PRINTOUT FROM QTR-DETAIL-LINE
004400           ADD QTR-SUM-GROSS (QTR-INDEX) TO YEAR-SUM-GROSS
004410           ADD QTR-SUM-FED (QTR-INDEX) TO YEAR-SUM-FED
004420           ADD QTR-SUM-STATE (QTR-INDEX) TO YEAR-SUM-STATE
004430           ADD QTR-SUM-SOC-SEC (QTR-INDEX)
004440               TO YEAR-SUM-SOC-SEC
004450           ADD QTR-SUM-MEDICARE (QTR-INDEX)
004460               TO YEAR-SUM-MEDICARE.
004470       WRITE-YEAR-TOTALS.
004480           MOVE YEAR-SUM-GROSS TO YEAR-GROSS-OUT
004490           MOVE YEAR-SUM-FED TO YEAR-FED-OUT
004500           MOVE YEAR-SUM-SOC-SEC TO YEAR-SOC-SEC-OUT
004510           MOVE YEAR-SUM-MEDICARE TO YEAR-MEDICARE-OUT
004520           MOVE YEAR-SUM-STATE TO YEAR-STATE-OUT
004530           WRITE TAX-PRINTOUT FROM BLANK-LINE
004540           WRITE TAX-PRINTOUT FROM YEAR-TOTAL-LINE
004550           MOVE EMPLOYEE-COUNT TO TRAILER-EMP-COUNT-OUT
004560           WRITE TAX-PRINTOUT FROM BLANK-LINE
004570           WRITE TAX-PRINTOUT FROM REPORT-TRAILER-LINE.
004580*
004590*    ONE LINE PER STATE - WAGES BY QUARTER, THE YEAR'S WAGES,
004600*    AND THE STATE WITHHOLDING - SO EACH STATE'S UNEMPLOYMENT
004610*    RETURN COMES STRAIGHT OFF THE PAGE.
004620       WRITE-STATE-SUMMARY.
004630           WRITE TAX-PRINTOUT FROM BLANK-LINE
004640           WRITE TAX-PRINTOUT FROM STATE-HEADER-ONE
004650           WRITE TAX-PRINTOUT FROM BLANK-LINE
004660           WRITE TAX-PRINTOUT FROM STATE-HEADER-TWO
004670           WRITE TAX-PRINTOUT FROM BLANK-LINE
004680           PERFORM WRITE-ONE-STATE-LINE
004690               VARYING STATE-SUM-INDEX FROM 1 BY 1
004700               UNTIL STATE-SUM-INDEX > STATE-SUM-COUNT.
004710       WRITE-ONE-STATE-LINE.
004720           MOVE ST-SUM-CODE (STATE-SUM-INDEX) TO ST-CODE-OUT
004730           MOVE ST-SUM-QTR-WAGES (STATE-SUM-INDEX 1)
004740               TO ST-QTR1-OUT
004750           MOVE ST-SUM-QTR-WAGES (STATE-SUM-INDEX 2)
004760               TO ST-QTR2-OUT
004770           MOVE ST-SUM-QTR-WAGES (STATE-SUM-INDEX 3)
004780               TO ST-QTR3-OUT
004790           MOVE ST-SUM-QTR-WAGES (STATE-SUM-INDEX 4)
004800               TO ST-QTR4-OUT
004810           MOVE ZERO TO STATE-WAGE-TOTAL
004820           PERFORM ADD-STATE-YEAR-WAGES
004830               VARYING STATE-QTR-INDEX FROM 1 BY 1
004840               UNTIL STATE-QTR-INDEX > 4
004850           MOVE STATE-WAGE-TOTAL TO ST-YEAR-OUT
004860           MOVE ST-SUM-TAX (STATE-SUM-INDEX) TO ST-TAX-OUT
004870           WRITE TAX-PRINTOUT FROM STATE-DETAIL-LINE.
004880       ADD-STATE-YEAR-WAGES.
004890           ADD ST-SUM-QTR-WAGES (STATE-SUM-INDEX
004900               STATE-QTR-INDEX) TO STATE-WAGE-TOTAL.
004910*
004920*    TIE EACH QUARTER'S 941 LIABILITY - FEDERAL WITHHOLDING PLUS
004930*    BOTH SHARES OF SOCIAL SECURITY AND MEDICARE - TO THE
004940*    LIABILITY FILE. NO LIABILITY FILE AT ALL FLAGS EVERY
004950*    QUARTER.
004960       WRITE-LIABILITY-TIE-OUT.
004970           PERFORM ZERO-TIE-QUARTER
004980               VARYING TIE-QUARTER FROM 1 BY 1
004990               UNTIL TIE-QUARTER > 4
005000           PERFORM LOAD-LIABILITY-FILE
005010           MOVE TAX-YEAR TO TIE-YEAR-OUT
005020           WRITE TAX-PRINTOUT FROM BLANK-LINE
005030           WRITE TAX-PRINTOUT FROM TIE-HEADER-ONE
005040           WRITE TAX-PRINTOUT FROM BLANK-LINE
005050           IF NOT LIABILITY-FILE-PRESENT
005060               WRITE TAX-PRINTOUT FROM TIE-NO-FILE-LINE
005070               WRITE TAX-PRINTOUT FROM BLANK-LINE
005080           END-IF
005090           WRITE TAX-PRINTOUT FROM TIE-HEADER-TWO
005100           WRITE TAX-PRINTOUT FROM BLANK-LINE
005110           PERFORM WRITE-TIE-QUARTER
005120               VARYING TIE-QUARTER FROM 1 BY 1
005130               UNTIL TIE-QUARTER > 4
005140           MOVE LIABILITY-RECORDS TO TIE-RECORDS-OUT
005150           MOVE TIE-OUT-FLAGS TO TIE-FLAGS-OUT
005160           WRITE TAX-PRINTOUT FROM BLANK-LINE
005170           WRITE TAX-PRINTOUT FROM TIE-TRAILER-LINE.
005180       ZERO-TIE-QUARTER.
005190           MOVE ZERO TO TIE-FILE-FED (TIE-QUARTER)
005200           MOVE ZERO TO TIE-FILE-SOC-SEC (TIE-QUARTER)
005210           MOVE ZERO TO TIE-FILE-MEDICARE (TIE-QUARTER)
005220           MOVE ZERO TO TIE-FILE-TOTAL (TIE-QUARTER).
005230       LOAD-LIABILITY-FILE.
005240           OPEN INPUT TAX-LIABILITY
005250           IF TL-FILE-STATUS = "00"
005260               MOVE "Y" TO LIABILITY-FILE-SW
005270               PERFORM READ-LIABILITY-RECORD
005280               PERFORM ADD-LIABILITY-RECORD
005290                   UNTIL LIABILITY-EOF = "YES"
005300               CLOSE TAX-LIABILITY
005310           ELSE
005320               IF TL-FILE-STATUS NOT = "35"
005330                   DISPLAY "TAX LIABILITY FILE NOT AVAILABLE - "
005340                       "STATUS " TL-FILE-STATUS
005350                   MOVE 16 TO RETURN-CODE
005360                   STOP RUN
005370               END-IF
005380           END-IF.
005390       READ-LIABILITY-RECORD.
005400           READ TAX-LIABILITY AT END MOVE "YES" TO LIABILITY-EOF
005410           END-READ.
005420       ADD-LIABILITY-RECORD.
005430           IF TL-PP-END-CCYY = TAX-YEAR
005440               AND TL-PP-END-MM > ZERO AND TL-PP-END-MM < 13
005450               ADD 1 TO LIABILITY-RECORDS
005460               COMPUTE TIE-QUARTER = (TL-PP-END-MM + 2) / 3
005470               ADD TL-FED-TAX TO TIE-FILE-FED (TIE-QUARTER)
005480               ADD TL-SOC-SEC-EE TL-SOC-SEC-ER
005490                   TO TIE-FILE-SOC-SEC (TIE-QUARTER)
005500               ADD TL-MEDICARE-EE TL-MEDICARE-ER
005510                   TO TIE-FILE-MEDICARE (TIE-QUARTER)
005520               ADD TL-TOTAL-LIABILITY
005530                   TO TIE-FILE-TOTAL (TIE-QUARTER)
005540           END-IF
005550           PERFORM READ-LIABILITY-RECORD.
005560       WRITE-TIE-QUARTER.
005570           COMPUTE TIE-MASTER-SOC-SEC =
005580               QTR-SUM-SOC-SEC (TIE-QUARTER) * 2
005590           COMPUTE TIE-MASTER-MEDICARE =
005600               QTR-SUM-MEDICARE (TIE-QUARTER) * 2
005610           COMPUTE TIE-MASTER-TOTAL = QTR-SUM-FED (TIE-QUARTER)
005620               + TIE-MASTER-SOC-SEC + TIE-MASTER-MEDICARE
005630           COMPUTE TIE-DIFFERENCE =
005640               TIE-MASTER-TOTAL - TIE-FILE-TOTAL (TIE-QUARTER)
005650           MOVE TIE-QUARTER TO TIE-QUARTER-OUT
005660           MOVE TIE-MASTER-TOTAL TO TIE-MASTER-OUT
005670           MOVE TIE-FILE-TOTAL (TIE-QUARTER) TO TIE-FILE-OUT
005680           MOVE TIE-DIFFERENCE TO TIE-DIFFERENCE-OUT
005690           IF TIE-DIFFERENCE NOT = ZERO
005700               OR QTR-SUM-FED (TIE-QUARTER)
005710                   NOT = TIE-FILE-FED (TIE-QUARTER)
005720               OR TIE-MASTER-SOC-SEC
005730                   NOT = TIE-FILE-SOC-SEC (TIE-QUARTER)
005740               OR TIE-MASTER-MEDICARE
005750                   NOT = TIE-FILE-MEDICARE (TIE-QUARTER)
005760               OR NOT LIABILITY-FILE-PRESENT
005770               MOVE "*** OUT OF TIE" TO TIE-FLAG-OUT
005780               ADD 1 TO TIE-OUT-FLAGS
005790               WRITE TAX-PRINTOUT FROM TIE-DETAIL-LINE
005800               PERFORM WRITE-TIE-COMPONENTS
005810           ELSE
005820               MOVE SPACES TO TIE-FLAG-OUT
005830               WRITE TAX-PRINTOUT FROM TIE-DETAIL-LINE
005840           END-IF.
005850       WRITE-TIE-COMPONENTS.
005860           MOVE "FED W/H" TO TIE-COMPONENT-OUT
005870           MOVE QTR-SUM-FED (TIE-QUARTER) TO TIE-COMP-MASTER-OUT
005880           MOVE TIE-FILE-FED (TIE-QUARTER) TO TIE-COMP-FILE-OUT
005890           WRITE TAX-PRINTOUT FROM TIE-COMPONENT-LINE
005900           MOVE "SOC SEC" TO TIE-COMPONENT-OUT
005910           MOVE TIE-MASTER-SOC-SEC TO TIE-COMP-MASTER-OUT
005920           MOVE TIE-FILE-SOC-SEC (TIE-QUARTER)
005930               TO TIE-COMP-FILE-OUT
005940           WRITE TAX-PRINTOUT FROM TIE-COMPONENT-LINE
005950           MOVE "MEDICARE" TO TIE-COMPONENT-OUT
005960           MOVE TIE-MASTER-MEDICARE TO TIE-COMP-MASTER-OUT
005970           MOVE TIE-FILE-MEDICARE (TIE-QUARTER)
005980               TO TIE-COMP-FILE-OUT
005990           WRITE TAX-PRINTOUT FROM TIE-COMPONENT-LINE.
006000*/*
006010*//GO.TRPARM DD *
006020*2026
006030*/*
006040*//GO.YTDDD DD DSN=PAY.YTDMAST,DISP=SHR
006050*//GO.TAXLIAB DD DSN=PAY.TAXLIAB,DISP=SHR
006060*//GO.QTRRPT DD SYSOUT=A
006070*//GO.W2OUT DD DSN=PAY.W2EXTR,DISP=(NEW,CATLG)
