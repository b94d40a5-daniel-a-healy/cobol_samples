000010*//KC03M05 JOB TIME=(,1)
000020*//        EXEC IGYWCLG
000030*//COBOL.SYSIN DD *
000040       IDENTIFICATION DIVISION.
000050       PROGRAM-ID. TAXDEPST.
000060*
000070*    MODIFICATION HISTORY
000080*    ----------------------------------------------------------
000090*    10/15/26  RDM  NEW PROGRAM. FEDERAL TAX DEPOSIT SCHEDULE.
000100*                  READS THE TAX-LIABILITY FILE EVERY PAYROLL RUN
000110*                  POSTS TO, GROUPS THE QUARTER'S LIABILITY BY
000120*                  CHECK DATE INTO DEPOSITS UNDER THE MONTHLY OR
000130*                  SEMIWEEKLY DEPOSITOR RULE AND THE $100,000
000140*                  NEXT-DAY RULE, WRITES ONE EFTPS DEPOSIT RECORD
000150*                  PER DEPOSIT, AND PRINTS THE DEPOSIT SCHEDULE
000160*                  AND THE 941 SCHEDULE B DAILY LIABILITY LISTING
000170*                  SO TREASURY NO LONGER WORKS THE DEPOSITS OUT
000180*                  BY HAND FROM THE PRINTED RUN TRAILERS.
000190*
000200       ENVIRONMENT DIVISION.
000210       INPUT-OUTPUT SECTION.
000220       FILE-CONTROL.
000230             SELECT DEPOSIT-PARM ASSIGN DEPPARM.
000240             SELECT TAX-LIABILITY ASSIGN TAXLIAB
000250                 FILE STATUS IS TL-FILE-STATUS.
000260             SELECT EFTPS-DEPOSIT ASSIGN EFTOUT.
000270             SELECT DEPOSIT-REPORT ASSIGN DEPRPT.
000280       DATA DIVISION.
000290       FILE SECTION.
000300*
000310*    ONE PARM CARD - THE YEAR AND QUARTER TO SCHEDULE, THE
000320*    941 LIABILITY FOR THE LOOKBACK PERIOD (THE FOUR QUARTERS
000330*    ENDING THE PRIOR JUNE 30) THAT DECIDES MONTHLY OR
000340*    SEMIWEEKLY, AND AN S TO FORCE SEMIWEEKLY FOR AN EMPLOYER
000350*    THE $100,000 RULE ALREADY MOVED TO SEMIWEEKLY THIS YEAR OR
000360*    LAST.
000370       FD DEPOSIT-PARM RECORDING MODE F
000380              LABEL RECORDS ARE OMITTED.
000390       01 DEPOSIT-PARM-RECORD.
000400            02 DP-TAX-YEAR          PIC 9(4).
000410            02 DP-QUARTER           PIC 9(1).
000420            02 DP-LOOKBACK-LIABILITY PIC 9(9)V99.
000430            02 DP-SCHEDULE-OVERRIDE PIC X(01).
000440            02 FILLER               PIC X(63).
000450*
000460*    FEDERAL DEPOSIT LIABILITY AS THE PAYROLL PROGRAM POSTS IT -
000470*    ONE RECORD PER RUN UNDER THE RUN'S CHECK DATE. THE RECORD
000480*    LAYOUT MUST STAY IN STEP WITH THE ONE THERE.
000490       FD TAX-LIABILITY RECORDING MODE F
000500              LABEL RECORDS ARE OMITTED.
000510       01 TAX-LIABILITY-RECORD.
000520            02 TL-CHECK-DATE     PIC 9(8).
000530            02 TL-CHECK-SPLIT REDEFINES TL-CHECK-DATE.
000540                 03 TL-CHECK-CCYY PIC 9(4).
000550                 03 TL-CHECK-MM   PIC 9(2).
000560                 03 TL-CHECK-DD   PIC 9(2).
000570            02 TL-RUN-TYPE       PIC X(01).
000580            02 TL-PAY-GROUP      PIC X(02).
000590            02 TL-PP-END-DATE    PIC 9(8).
000600            02 TL-WAGES          PIC S9(8)V99.
000610            02 TL-FED-TAX        PIC S9(7)V99.
000620            02 TL-SOC-SEC-EE     PIC S9(7)V99.
000630            02 TL-MEDICARE-EE    PIC S9(7)V99.
000640            02 TL-SOC-SEC-ER     PIC S9(7)V99.
000650            02 TL-MEDICARE-ER    PIC S9(7)V99.
000660            02 TL-TOTAL-LIABILITY PIC S9(8)V99.
000670            02 FILLER            PIC X(16).
000680*
000690*    EFTPS DEPOSIT - ONE RECORD PER DEPOSIT, FORM 941 TAX TYPE,
000700*    WITH THE SETTLEMENT DATE THE DEPOSIT IS DUE ON AND THE
000710*    SOCIAL SECURITY, MEDICARE, AND WITHHOLDING SUBCATEGORIES.
000720       FD EFTPS-DEPOSIT RECORDING MODE F
000730              LABEL RECORDS ARE OMITTED.
000740       01 EFTPS-RECORD-OUT.
000750            02 EFT-TAXPAYER-EIN    PIC X(09).
000760            02 EFT-TAX-TYPE        PIC X(05).
000770            02 EFT-TAX-PERIOD      PIC 9(06).
000780            02 EFT-SETTLEMENT-DATE PIC 9(08).
000790            02 EFT-AMOUNT          PIC 9(9)V99.
000800            02 EFT-SOC-SEC-AMOUNT  PIC S9(9)V99.
000810            02 EFT-MEDICARE-AMOUNT PIC S9(9)V99.
000820            02 EFT-WITHHOLD-AMOUNT PIC S9(9)V99.
000830            02 EFT-LIABILITY-FROM  PIC 9(08).
000840            02 EFT-LIABILITY-THRU  PIC 9(08).
000850            02 FILLER              PIC X(12).
000860       FD DEPOSIT-REPORT RECORDING MODE F
000870              LABEL RECORDS ARE OMITTED.
000880       01 DEPOSIT-PRINTOUT PIC X(132).
000890       WORKING-STORAGE SECTION.
000900       01 LIABILITY-EOF    PIC XXX VALUE "NO".
000910       01 TL-FILE-STATUS   PIC XX.
000920*
000930*    THE COMPANY'S EMPLOYER IDENTIFICATION NUMBER AND THE EFTPS
000940*    TAX TYPE CODE FOR A FORM 941 DEPOSIT. THE COMPANY ID ON
000950*    THE PAYROLL RUN'S ACH FILES IS A 1 FOLLOWED BY THE EIN.
000960       01 COMPANY-EIN      PIC X(09) VALUE "234567890".
000970       01 EFTPS-941-TAX-TYPE PIC X(05) VALUE "94105".
000980       01 MONTHLY-LOOKBACK-LIMIT PIC 9(9)V99 VALUE 50000.00.
000990       01 NEXT-DAY-LIMIT   PIC 9(9)V99 VALUE 100000.00.
001000       01 DEPOSITOR-SW     PIC X(01).
001010            88 MONTHLY-DEPOSITOR    VALUE "M".
001020            88 SEMIWEEKLY-DEPOSITOR VALUE "S".
001030       01 BECAME-SEMIWEEKLY-DATE PIC 9(8) VALUE ZERO.
001040       01 TAX-YEAR         PIC 9(4).
001050       01 TAX-QUARTER      PIC 9(1).
001060       01 QUARTER-FIRST-MONTH PIC 9(2).
001070       01 QUARTER-LAST-MONTH  PIC 9(2).
001080*
001090*    THE QUARTER'S LIABILITY BY CHECK DATE - MONTH OF THE
001100*    QUARTER BY DAY OF THE MONTH, AS SCHEDULE B LAYS IT OUT.
001110*    SOCIAL SECURITY AND MEDICARE CARRY BOTH SHARES.
001120       01 LIABILITY-TABLE.
001130            02 LM-MONTH OCCURS 3 TIMES.
001140                 03 LM-DAY OCCURS 31 TIMES.
001150                      04 LD-FED-TAX  PIC S9(8)V99.
001160                      04 LD-SOC-SEC  PIC S9(8)V99.
001170                      04 LD-MEDICARE PIC S9(8)V99.
001180                      04 LD-TOTAL    PIC S9(8)V99.
001190       01 MONTH-INDEX      PIC 9(1).
001200       01 DAY-INDEX        PIC 9(2).
001210       01 MONTH-TOTAL      PIC S9(9)V99.
001220       01 QUARTER-TOTAL    PIC S9(9)V99 VALUE ZERO.
001230       01 RECORDS-READ     PIC 9(6) VALUE ZERO.
001240       01 RECORDS-IN-QUARTER PIC 9(6) VALUE ZERO.
001250       01 LIABILITY-DATE   PIC 9(8).
001260       01 LIABILITY-SPLIT REDEFINES LIABILITY-DATE.
001270            02 LIABILITY-CCYY PIC 9(4).
001280            02 LIABILITY-MM   PIC 9(2).
001290            02 LIABILITY-DD   PIC 9(2).
001300*
001310*    THE DEPOSIT BEING BUILT. CONSECUTIVE LIABILITY DAYS THAT
001320*    FALL DUE ON THE SAME DATE MAKE ONE DEPOSIT.
001330       01 DEPOSIT-OPEN-SW  PIC X(01) VALUE "N".
001340            88 DEPOSIT-OPEN VALUE "Y".
001350       01 DEP-FROM-DATE    PIC 9(8).
001360       01 DEP-THRU-DATE    PIC 9(8).
001370       01 DEP-DUE-DATE     PIC 9(8).
001380       01 DEP-RULE         PIC X(12).
001390       01 DEP-FED-TAX      PIC S9(9)V99.
001400       01 DEP-SOC-SEC      PIC S9(9)V99.
001410       01 DEP-MEDICARE     PIC S9(9)V99.
001420       01 DEP-TOTAL        PIC S9(9)V99.
001430       01 DEPOSIT-COUNT    PIC 9(4) VALUE ZERO.
001440       01 DEPOSIT-GRAND-TOTAL PIC S9(9)V99 VALUE ZERO.
001450       01 WORK-DUE-DATE    PIC 9(8).
001460       01 WORK-RULE        PIC X(12).
001470*
001480*    SEMIWEEKLY RULE - A WEDNESDAY, THURSDAY, OR FRIDAY PAYDAY
001490*    IS DUE THE FOLLOWING WEDNESDAY, A SATURDAY THROUGH TUESDAY
001500*    PAYDAY THE FOLLOWING FRIDAY. DAYS TO ADD BY WEEKDAY,
001510*    SUNDAY FIRST. BANK HOLIDAYS ARE NOT KEPT HERE - A DUE DATE
001520*    ON A HOLIDAY MUST BE MOVED BY HAND.
001530       01 SEMIWEEKLY-DAYS-VALUES PIC X(07) VALUE "5437656".
001540       01 SEMIWEEKLY-DAYS-TABLE REDEFINES SEMIWEEKLY-DAYS-VALUES.
001550            02 SW-DAYS-TO-DUE PIC 9(1) OCCURS 7 TIMES.
001560       01 DAYS-TO-ADD      PIC 9(1).
001570*
001580*    A DATE BEING STEPPED FORWARD A DAY AT A TIME, WITH ITS DAY
001590*    OF THE WEEK - 0 SUNDAY THROUGH 6 SATURDAY.
001600       01 STEP-DATE        PIC 9(8).
001610       01 STEP-SPLIT REDEFINES STEP-DATE.
001620            02 STEP-CCYY PIC 9(4).
001630            02 STEP-MM   PIC 9(2).
001640            02 STEP-DD   PIC 9(2).
001650       01 STEP-WEEKDAY     PIC 9(1).
001660       01 STEP-MONTH-DAYS  PIC 9(2).
001670       01 MONTH-LENGTH-VALUES.
001680            02 FILLER PIC 9(2) VALUE 31.
001690            02 FILLER PIC 9(2) VALUE 28.
001700            02 FILLER PIC 9(2) VALUE 31.
001710            02 FILLER PIC 9(2) VALUE 30.
001720            02 FILLER PIC 9(2) VALUE 31.
001730            02 FILLER PIC 9(2) VALUE 30.
001740            02 FILLER PIC 9(2) VALUE 31.
001750            02 FILLER PIC 9(2) VALUE 31.
001760            02 FILLER PIC 9(2) VALUE 30.
001770            02 FILLER PIC 9(2) VALUE 31.
001780            02 FILLER PIC 9(2) VALUE 30.
001790            02 FILLER PIC 9(2) VALUE 31.
001800       01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
001810            02 MONTH-LENGTH PIC 9(2) OCCURS 12 TIMES.
001820*
001830*    DAY NUMBER OF A CCYYMMDD DATE - DAYS SINCE THE START OF THE
001840*    CALENDAR, LEAP YEARS COUNTED. DAY 1 WAS A MONDAY, SO THE
001850*    REMAINDER BY 7 IS THE DAY OF THE WEEK.
001860       01 DAY-DATE         PIC 9(8).
001870       01 DAY-DATE-SPLIT REDEFINES DAY-DATE.
001880            02 DAY-CCYY PIC 9(4).
001890            02 DAY-MM   PIC 9(2).
001900            02 DAY-DD   PIC 9(2).
001910       01 DAY-NUMBER       PIC 9(7).
001920       01 DAY-PRIOR-YEARS  PIC 9(4).
001930       01 DAY-QUOTIENT     PIC 9(6).
001940       01 DAY-REMAINDER    PIC 9(4).
001950       01 DAY-LEAP-SW      PIC X(01).
001960            88 DAY-LEAP-YEAR VALUE "Y".
001970       01 CUMULATIVE-DAYS-VALUES.
001980            02 FILLER PIC 9(3) VALUE 000.
001990            02 FILLER PIC 9(3) VALUE 031.
002000            02 FILLER PIC 9(3) VALUE 059.
002010            02 FILLER PIC 9(3) VALUE 090.
002020            02 FILLER PIC 9(3) VALUE 120.
002030            02 FILLER PIC 9(3) VALUE 151.
002040            02 FILLER PIC 9(3) VALUE 181.
002050            02 FILLER PIC 9(3) VALUE 212.
002060            02 FILLER PIC 9(3) VALUE 243.
002070            02 FILLER PIC 9(3) VALUE 273.
002080            02 FILLER PIC 9(3) VALUE 304.
002090            02 FILLER PIC 9(3) VALUE 334.
002100       01 CUMULATIVE-DAYS-TABLE REDEFINES CUMULATIVE-DAYS-VALUES.
002110            02 CUM-DAYS PIC 9(3) OCCURS 12 TIMES.
002120       01 BLANK-LINE      PIC X(80).
002130       01 REPORT-HEADER-ONE.
002140            02 FILLER PIC X(39)
002150                VALUE "FEDERAL TAX DEPOSIT SCHEDULE - QUARTER".
002160            02 HDR-QUARTER-OUT PIC 9(1).
002170            02 FILLER PIC X(1)  VALUE SPACE.
002180            02 HDR-YEAR-OUT PIC 9(4).
002190       01 REPORT-HEADER-TWO.
002200            02 FILLER PIC X(11) VALUE "DEPOSITOR:".
002210            02 HDR-DEPOSITOR-OUT PIC X(12).
002220            02 FILLER PIC X(22) VALUE "  LOOKBACK LIABILITY".
002230            02 HDR-LOOKBACK-OUT PIC $ZZZZZZZZ9.99.
002240       01 BECAME-SEMIWEEKLY-LINE.
002250            02 FILLER PIC X(34)
002260                VALUE "*** $100,000 NEXT-DAY RULE MET ON".
002270            02 BSW-DATE-OUT PIC 9(4)/99/99.
002280            02 FILLER PIC X(39)
002290                VALUE " - SEMIWEEKLY DEPOSITOR FROM THIS DATE".
002300       01 DEPOSIT-HEADER-LINE.
002310            02 FILLER PIC X(12) VALUE "LIAB FROM".
002320            02 FILLER PIC X(12) VALUE "LIAB THRU".
002330            02 FILLER PIC X(12) VALUE "DUE DATE".
002340            02 FILLER PIC X(14) VALUE "RULE".
002350            02 FILLER PIC X(15) VALUE "WITHHOLDING".
002360            02 FILLER PIC X(15) VALUE "SOCIAL SEC".
002370            02 FILLER PIC X(15) VALUE "MEDICARE".
002380            02 FILLER PIC X(15) VALUE "DEPOSIT".
002390       01 DEPOSIT-DETAIL-LINE.
002400            02 DEP-FROM-OUT PIC 9(4)/99/99.
002410            02 FILLER PIC X(2)  VALUE SPACE.
002420            02 DEP-THRU-OUT PIC 9(4)/99/99.
002430            02 FILLER PIC X(2)  VALUE SPACE.
002440            02 DEP-DUE-OUT PIC 9(4)/99/99.
002450            02 FILLER PIC X(2)  VALUE SPACE.
002460            02 DEP-RULE-OUT PIC X(12).
002470            02 FILLER PIC X(2)  VALUE SPACE.
002480            02 DEP-FED-OUT PIC $ZZZZZZZZ9.99-.
002490            02 FILLER PIC X(1)  VALUE SPACE.
002500            02 DEP-SOC-SEC-OUT PIC $ZZZZZZZZ9.99-.
002510            02 FILLER PIC X(1)  VALUE SPACE.
002520            02 DEP-MEDICARE-OUT PIC $ZZZZZZZZ9.99-.
002530            02 FILLER PIC X(1)  VALUE SPACE.
002540            02 DEP-TOTAL-OUT PIC $ZZZZZZZZ9.99-.
002550            02 FILLER PIC X(2)  VALUE SPACE.
002560            02 DEP-NOTE-OUT PIC X(14).
002570       01 SCHEDULE-B-HEADER-ONE.
002580            02 FILLER PIC X(22)
002590                VALUE "941 SCHEDULE B - DAILY".
002600            02 FILLER PIC X(25)
002610                VALUE " TAX LIABILITY - QUARTER".
002620            02 SBH-QUARTER-OUT PIC 9(1).
002630            02 FILLER PIC X(1)  VALUE SPACE.
002640            02 SBH-YEAR-OUT PIC 9(4).
002650       01 SCHEDULE-B-HEADER-TWO.
002660            02 SBH-NOTE-OUT PIC X(60).
002670       01 SCHEDULE-B-MONTH-LINE.
002680            02 FILLER PIC X(6)  VALUE "MONTH".
002690            02 SBM-MONTH-OUT PIC 9(1).
002700            02 FILLER PIC X(3)  VALUE " - ".
002710            02 SBM-MM-OUT PIC 99.
002720            02 FILLER PIC X(1)  VALUE "/".
002730            02 SBM-YEAR-OUT PIC 9(4).
002740       01 SCHEDULE-B-DAY-LINE.
002750            02 FILLER PIC X(6)  VALUE SPACE.
002760            02 FILLER PIC X(4)  VALUE "DAY".
002770            02 SBD-DAY-OUT PIC Z9.
002780            02 FILLER PIC X(4)  VALUE SPACE.
002790            02 SBD-AMOUNT-OUT PIC $ZZZZZZZZ9.99-.
002800       01 SCHEDULE-B-MONTH-TOTAL.
002810            02 FILLER PIC X(6)  VALUE SPACE.
002820            02 FILLER PIC X(30)
002830                VALUE "TAX LIABILITY FOR MONTH".
002840            02 SBT-MONTH-OUT PIC 9(1).
002850            02 FILLER PIC X(3)  VALUE SPACE.
002860            02 SBT-AMOUNT-OUT PIC $ZZZZZZZZ9.99-.
002870       01 SCHEDULE-B-QUARTER-TOTAL.
002880            02 FILLER PIC X(40)
002890                VALUE "TOTAL LIABILITY FOR THE QUARTER".
002900            02 SBQ-AMOUNT-OUT PIC $ZZZZZZZZ9.99-.
002910       01 DEPOSIT-TRAILER-ONE.
002920            02 FILLER PIC X(20) VALUE "LIABILITY RECORDS:".
002930            02 TRL-READ-OUT PIC ZZZZZ9.
002940            02 FILLER PIC X(16) VALUE "   IN QUARTER:".
002950            02 TRL-IN-QTR-OUT PIC ZZZZZ9.
002960            02 FILLER PIC X(13) VALUE "   DEPOSITS:".
002970            02 TRL-DEP-COUNT-OUT PIC ZZZ9.
002980       01 DEPOSIT-TRAILER-TWO.
002990            02 FILLER PIC X(20) VALUE "QUARTER LIABILITY:".
003000            02 TRL-LIABILITY-OUT PIC $ZZZZZZZZ9.99-.
003010            02 FILLER PIC X(20) VALUE "   TOTAL DEPOSITS:".
003020            02 TRL-DEPOSITS-OUT PIC $ZZZZZZZZ9.99-.
003030       PROCEDURE DIVISION.
003040            PERFORM READ-DEPOSIT-PARM.
003050            PERFORM ZERO-LIABILITY-MONTH
003060                VARYING MONTH-INDEX FROM 1 BY 1
003070                UNTIL MONTH-INDEX > 3.
003080            PERFORM LOAD-QUARTER-LIABILITY.
003090            OPEN OUTPUT EFTPS-DEPOSIT DEPOSIT-REPORT.
003100            PERFORM WRITE-REPORT-HEADERS.
003110            PERFORM SCHEDULE-LIABILITY-MONTH
003120                VARYING MONTH-INDEX FROM 1 BY 1
003130                UNTIL MONTH-INDEX > 3.
003140            IF DEPOSIT-OPEN
003150                PERFORM CLOSE-DEPOSIT
003160            END-IF.
003170            IF BECAME-SEMIWEEKLY-DATE NOT = ZERO
003180                MOVE BECAME-SEMIWEEKLY-DATE TO BSW-DATE-OUT
003190                WRITE DEPOSIT-PRINTOUT FROM BLANK-LINE
003200                WRITE DEPOSIT-PRINTOUT FROM BECAME-SEMIWEEKLY-LINE
003210            END-IF.
003220            PERFORM WRITE-SCHEDULE-B.
003230            PERFORM WRITE-DEPOSIT-TRAILER.
003240           CLOSE EFTPS-DEPOSIT, DEPOSIT-REPORT.
003250           STOP RUN.
003260*
003270*    A LOOKBACK LIABILITY OF $50,000 OR LESS IS A MONTHLY
003280*    DEPOSITOR, MORE IS SEMIWEEKLY, AND AN S ON THE CARD FORCES
003290*    SEMIWEEKLY.
003300       READ-DEPOSIT-PARM.
003310           OPEN INPUT DEPOSIT-PARM
003320           READ DEPOSIT-PARM
003330               AT END
003340                   DISPLAY "DEPOSIT PARM CARD MISSING"
003350                   MOVE 16 TO RETURN-CODE
003360                   STOP RUN
003370           END-READ
003380           CLOSE DEPOSIT-PARM
003390           IF DP-TAX-YEAR NOT NUMERIC
003400               OR DP-QUARTER NOT NUMERIC
003410               OR DP-QUARTER < 1 OR DP-QUARTER > 4
003420               DISPLAY "DEPOSIT PARM YEAR/QUARTER INVALID"
003430               MOVE 16 TO RETURN-CODE
003440               STOP RUN
003450           END-IF
003460           IF DP-LOOKBACK-LIABILITY NOT NUMERIC
003470               DISPLAY "DEPOSIT PARM LOOKBACK NOT NUMERIC"
003480               MOVE 16 TO RETURN-CODE
003490               STOP RUN
003500           END-IF
003510           MOVE DP-TAX-YEAR TO TAX-YEAR
003520           MOVE DP-QUARTER TO TAX-QUARTER
003530           COMPUTE QUARTER-LAST-MONTH = TAX-QUARTER * 3
003540           COMPUTE QUARTER-FIRST-MONTH = QUARTER-LAST-MONTH - 2
003550           IF DP-LOOKBACK-LIABILITY > MONTHLY-LOOKBACK-LIMIT
003560               OR DP-SCHEDULE-OVERRIDE = "S"
003570               MOVE "S" TO DEPOSITOR-SW
003580           ELSE
003590               MOVE "M" TO DEPOSITOR-SW
003600           END-IF.
003610       ZERO-LIABILITY-MONTH.
003620           PERFORM ZERO-LIABILITY-DAY
003630               VARYING DAY-INDEX FROM 1 BY 1
003640               UNTIL DAY-INDEX > 31.
003650       ZERO-LIABILITY-DAY.
003660           MOVE ZERO TO LD-FED-TAX (MONTH-INDEX DAY-INDEX)
003670           MOVE ZERO TO LD-SOC-SEC (MONTH-INDEX DAY-INDEX)
003680           MOVE ZERO TO LD-MEDICARE (MONTH-INDEX DAY-INDEX)
003690           MOVE ZERO TO LD-TOTAL (MONTH-INDEX DAY-INDEX).
003700*
003710*    POST EVERY RUN CHECK-DATED IN THE QUARTER TO ITS DAY. NO
003720*    LIABILITY FILE AT ALL IS AN EMPTY QUARTER.
003730       LOAD-QUARTER-LIABILITY.
003740           OPEN INPUT TAX-LIABILITY
003750           IF TL-FILE-STATUS = "35"
003760               MOVE "YES" TO LIABILITY-EOF
003770           ELSE
003780               IF TL-FILE-STATUS NOT = "00"
003790                   DISPLAY "TAX LIABILITY FILE NOT AVAILABLE - "
003800                       "STATUS " TL-FILE-STATUS
003810                   MOVE 16 TO RETURN-CODE
003820                   STOP RUN
003830               END-IF
003840               PERFORM READ-LIABILITY-RECORD
003850               PERFORM POST-ONE-LIABILITY
003860                   UNTIL LIABILITY-EOF = "YES"
003870               CLOSE TAX-LIABILITY
003880           END-IF.
003890       READ-LIABILITY-RECORD.
003900           READ TAX-LIABILITY AT END MOVE "YES" TO LIABILITY-EOF
003910           END-READ.
003920       POST-ONE-LIABILITY.
003930           ADD 1 TO RECORDS-READ
003940           IF TL-CHECK-CCYY = TAX-YEAR
003950               AND TL-CHECK-MM NOT < QUARTER-FIRST-MONTH
003960               AND TL-CHECK-MM NOT > QUARTER-LAST-MONTH
003970               AND TL-CHECK-DD > ZERO
003980               AND TL-CHECK-DD < 32
003990               ADD 1 TO RECORDS-IN-QUARTER
004000               COMPUTE MONTH-INDEX =
004010                   TL-CHECK-MM - QUARTER-FIRST-MONTH + 1
004020               MOVE TL-CHECK-DD TO DAY-INDEX
004030               ADD TL-FED-TAX
004040                   TO LD-FED-TAX (MONTH-INDEX DAY-INDEX)
004050               ADD TL-SOC-SEC-EE TL-SOC-SEC-ER
004060                   TO LD-SOC-SEC (MONTH-INDEX DAY-INDEX)
004070               ADD TL-MEDICARE-EE TL-MEDICARE-ER
004080                   TO LD-MEDICARE (MONTH-INDEX DAY-INDEX)
004090               ADD TL-TOTAL-LIABILITY
004100                   TO LD-TOTAL (MONTH-INDEX DAY-INDEX)
004110               ADD TL-TOTAL-LIABILITY TO QUARTER-TOTAL
004120           END-IF
004130           PERFORM READ-LIABILITY-RECORD.
004140       WRITE-REPORT-HEADERS.
004150           MOVE TAX-QUARTER TO HDR-QUARTER-OUT
004160           MOVE TAX-YEAR TO HDR-YEAR-OUT
004170           IF SEMIWEEKLY-DEPOSITOR
004180               MOVE "SEMIWEEKLY" TO HDR-DEPOSITOR-OUT
004190           ELSE
004200               MOVE "MONTHLY" TO HDR-DEPOSITOR-OUT
004210           END-IF
004220           MOVE DP-LOOKBACK-LIABILITY TO HDR-LOOKBACK-OUT
004230           WRITE DEPOSIT-PRINTOUT FROM REPORT-HEADER-ONE
004240           WRITE DEPOSIT-PRINTOUT FROM REPORT-HEADER-TWO
004250           WRITE DEPOSIT-PRINTOUT FROM BLANK-LINE
004260           WRITE DEPOSIT-PRINTOUT FROM DEPOSIT-HEADER-LINE
004270           WRITE DEPOSIT-PRINTOUT FROM BLANK-LINE.
004280       SCHEDULE-LIABILITY-MONTH.
004290           PERFORM SCHEDULE-LIABILITY-DAY
004300               VARYING DAY-INDEX FROM 1 BY 1
004310               UNTIL DAY-INDEX > 31.
004320*
004330*    WORK THROUGH THE QUARTER A DAY AT A TIME. A DAY DUE ON A
004340*    DIFFERENT DATE FROM THE DEPOSIT BEING BUILT CLOSES IT AND
004350*    STARTS THE NEXT. ONCE A DEPOSIT REACHES $100,000 IT IS DUE
004360*    THE NEXT BUSINESS DAY AND CLOSES AT ONCE - LIABILITY LATER
004370*    IN THE SAME PERIOD STARTS A FRESH DEPOSIT - AND A MONTHLY
004380*    DEPOSITOR BECOMES SEMIWEEKLY FROM THAT DAY ON.
004390       SCHEDULE-LIABILITY-DAY.
004400           IF LD-TOTAL (MONTH-INDEX DAY-INDEX) NOT = ZERO
004410               OR LD-FED-TAX (MONTH-INDEX DAY-INDEX) NOT = ZERO
004420               MOVE TAX-YEAR TO LIABILITY-CCYY
004430               COMPUTE LIABILITY-MM =
004440                   QUARTER-FIRST-MONTH + MONTH-INDEX - 1
004450               MOVE DAY-INDEX TO LIABILITY-DD
004460               PERFORM FIND-DUE-DATE
004470               IF DEPOSIT-OPEN
004480                   AND WORK-DUE-DATE NOT = DEP-DUE-DATE
004490                   PERFORM CLOSE-DEPOSIT
004500               END-IF
004510               IF NOT DEPOSIT-OPEN
004520                   PERFORM START-DEPOSIT
004530               END-IF
004540               MOVE LIABILITY-DATE TO DEP-THRU-DATE
004550               ADD LD-FED-TAX (MONTH-INDEX DAY-INDEX)
004560                   TO DEP-FED-TAX
004570               ADD LD-SOC-SEC (MONTH-INDEX DAY-INDEX)
004580                   TO DEP-SOC-SEC
004590               ADD LD-MEDICARE (MONTH-INDEX DAY-INDEX)
004600                   TO DEP-MEDICARE
004610               ADD LD-TOTAL (MONTH-INDEX DAY-INDEX) TO DEP-TOTAL
004620               IF DEP-TOTAL NOT < NEXT-DAY-LIMIT
004630                   PERFORM APPLY-NEXT-DAY-RULE
004640               END-IF
004650           END-IF.
004660       START-DEPOSIT.
004670           MOVE "Y" TO DEPOSIT-OPEN-SW
004680           MOVE LIABILITY-DATE TO DEP-FROM-DATE
004690           MOVE WORK-DUE-DATE TO DEP-DUE-DATE
004700           MOVE WORK-RULE TO DEP-RULE
004710           MOVE ZERO TO DEP-FED-TAX
004720           MOVE ZERO TO DEP-SOC-SEC
004730           MOVE ZERO TO DEP-MEDICARE
004740           MOVE ZERO TO DEP-TOTAL.
004750       APPLY-NEXT-DAY-RULE.
004760           MOVE LIABILITY-DATE TO STEP-DATE
004770           PERFORM SET-STEP-WEEKDAY
004780           PERFORM ADVANCE-ONE-DAY
004790           PERFORM ROLL-TO-BUSINESS-DAY
004800           MOVE STEP-DATE TO DEP-DUE-DATE
004810           MOVE "NEXT-DAY" TO DEP-RULE
004820           IF MONTHLY-DEPOSITOR
004830               MOVE "S" TO DEPOSITOR-SW
004840               MOVE LIABILITY-DATE TO BECAME-SEMIWEEKLY-DATE
004850           END-IF
004860           PERFORM CLOSE-DEPOSIT.
004870*
004880*    MONTHLY - THE 15TH OF THE NEXT MONTH, MOVED OFF A WEEKEND.
004890*    SEMIWEEKLY - BY THE PAYDAY'S DAY OF THE WEEK.
004900       FIND-DUE-DATE.
004910           MOVE LIABILITY-DATE TO STEP-DATE
004920           PERFORM SET-STEP-WEEKDAY
004930           IF SEMIWEEKLY-DEPOSITOR
004940               MOVE SW-DAYS-TO-DUE (STEP-WEEKDAY + 1)
004950                   TO DAYS-TO-ADD
004960               PERFORM ADVANCE-ONE-DAY DAYS-TO-ADD TIMES
004970               MOVE "SEMIWEEKLY" TO WORK-RULE
004980           ELSE
004990               IF STEP-MM = 12
005000                   ADD 1 TO STEP-CCYY
005010                   MOVE 1 TO STEP-MM
005020               ELSE
005030                   ADD 1 TO STEP-MM
005040               END-IF
005050               MOVE 15 TO STEP-DD
005060               PERFORM SET-STEP-WEEKDAY
005070               PERFORM ROLL-TO-BUSINESS-DAY
005080               MOVE "MONTHLY" TO WORK-RULE
005090           END-IF
005100           MOVE STEP-DATE TO WORK-DUE-DATE.
005110*
005120*    ONE DEPOSIT IS DONE - PRINT IT AND, IF THERE IS ANYTHING TO
005130*    PAY, WRITE ITS EFTPS RECORD. A DEPOSIT THAT NETS TO ZERO OR
005140*    A CREDIT (VOIDS ONLY) PRINTS BUT IS NOT SENT.
005150       CLOSE-DEPOSIT.
005160           MOVE "N" TO DEPOSIT-OPEN-SW
005170           MOVE DEP-FROM-DATE TO DEP-FROM-OUT
005180           MOVE DEP-THRU-DATE TO DEP-THRU-OUT
005190           MOVE DEP-DUE-DATE TO DEP-DUE-OUT
005200           MOVE DEP-RULE TO DEP-RULE-OUT
005210           MOVE DEP-FED-TAX TO DEP-FED-OUT
005220           MOVE DEP-SOC-SEC TO DEP-SOC-SEC-OUT
005230           MOVE DEP-MEDICARE TO DEP-MEDICARE-OUT
005240           MOVE DEP-TOTAL TO DEP-TOTAL-OUT
005250           IF DEP-TOTAL > ZERO
005260               MOVE SPACES TO DEP-NOTE-OUT
005270               PERFORM WRITE-EFTPS-RECORD
005280           ELSE
005290               MOVE "NOT DEPOSITED" TO DEP-NOTE-OUT
005300           END-IF
005310           WRITE DEPOSIT-PRINTOUT FROM DEPOSIT-DETAIL-LINE.
005320       WRITE-EFTPS-RECORD.
005330           MOVE SPACES TO EFTPS-RECORD-OUT
005340           MOVE COMPANY-EIN TO EFT-TAXPAYER-EIN
005350           MOVE EFTPS-941-TAX-TYPE TO EFT-TAX-TYPE
005360           COMPUTE EFT-TAX-PERIOD =
005370               (TAX-YEAR * 100) + QUARTER-LAST-MONTH
005380           MOVE DEP-DUE-DATE TO EFT-SETTLEMENT-DATE
005390           MOVE DEP-TOTAL TO EFT-AMOUNT
005400           MOVE DEP-SOC-SEC TO EFT-SOC-SEC-AMOUNT
005410           MOVE DEP-MEDICARE TO EFT-MEDICARE-AMOUNT
005420           MOVE DEP-FED-TAX TO EFT-WITHHOLD-AMOUNT
005430           MOVE DEP-FROM-DATE TO EFT-LIABILITY-FROM
005440           MOVE DEP-THRU-DATE TO EFT-LIABILITY-THRU
005450           WRITE EFTPS-RECORD-OUT
005460           ADD 1 TO DEPOSIT-COUNT
005470           ADD DEP-TOTAL TO DEPOSIT-GRAND-TOTAL.
005480*
005490*    SCHEDULE B - EVERY DAY OF THE QUARTER WITH A LIABILITY,
005500*    BY MONTH, WITH THE MONTH AND QUARTER TOTALS. A MONTHLY
005510*    DEPOSITOR FILES THE MONTH TOTALS ON THE 941 ITSELF.
005520       WRITE-SCHEDULE-B.
005530           MOVE TAX-QUARTER TO SBH-QUARTER-OUT
005540           MOVE TAX-YEAR TO SBH-YEAR-OUT
005550           IF SEMIWEEKLY-DEPOSITOR
005560               MOVE "SEMIWEEKLY DEPOSITOR - FILE WITH THE 941"
005570                   TO SBH-NOTE-OUT
005580           ELSE
005590               MOVE "MONTHLY DEPOSITOR - MONTH TOTALS GO ON 941"
005600                   TO SBH-NOTE-OUT
005610           END-IF
005620           WRITE DEPOSIT-PRINTOUT FROM BLANK-LINE
005630               AFTER ADVANCING PAGE
005640           WRITE DEPOSIT-PRINTOUT FROM SCHEDULE-B-HEADER-ONE
005650           WRITE DEPOSIT-PRINTOUT FROM SCHEDULE-B-HEADER-TWO
005660           PERFORM WRITE-SCHEDULE-B-MONTH
005670               VARYING MONTH-INDEX FROM 1 BY 1
005680               UNTIL MONTH-INDEX > 3
005690           MOVE QUARTER-TOTAL TO SBQ-AMOUNT-OUT
005700           WRITE DEPOSIT-PRINTOUT FROM BLANK-LINE
005710           WRITE DEPOSIT-PRINTOUT FROM SCHEDULE-B-QUARTER-TOTAL.
005720       WRITE-SCHEDULE-B-MONTH.
005730           MOVE ZERO TO MONTH-TOTAL
005740           MOVE MONTH-INDEX TO SBM-MONTH-OUT
005750           COMPUTE SBM-MM-OUT =
005760               QUARTER-FIRST-MONTH + MONTH-INDEX - 1
005770           MOVE TAX-YEAR TO SBM-YEAR-OUT
005780           WRITE DEPOSIT-PRINTOUT FROM BLANK-LINE
005790           WRITE DEPOSIT-PRINTOUT FROM SCHEDULE-B-MONTH-LINE
005800           PERFORM WRITE-SCHEDULE-B-DAY
005810               VARYING DAY-INDEX FROM 1 BY 1
005820               UNTIL DAY-INDEX > 31
005830           MOVE MONTH-INDEX TO SBT-MONTH-OUT
005840           MOVE MONTH-TOTAL TO SBT-AMOUNT-OUT
005850           WRITE DEPOSIT-PRINTOUT FROM SCHEDULE-B-MONTH-TOTAL.
005860       WRITE-SCHEDULE-B-DAY.
005870           IF LD-TOTAL (MONTH-INDEX DAY-INDEX) NOT = ZERO
005880               MOVE DAY-INDEX TO SBD-DAY-OUT
005890               MOVE LD-TOTAL (MONTH-INDEX DAY-INDEX)
005900                   TO SBD-AMOUNT-OUT
005910               WRITE DEPOSIT-PRINTOUT FROM SCHEDULE-B-DAY-LINE
005920               ADD LD-TOTAL (MONTH-INDEX DAY-INDEX) TO MONTH-TOTAL
005930           END-IF.
005940       WRITE-DEPOSIT-TRAILER.
005950           MOVE RECORDS-READ TO TRL-READ-OUT
005960           MOVE RECORDS-IN-QUARTER TO TRL-IN-QTR-OUT
005970           MOVE DEPOSIT-COUNT TO TRL-DEP-COUNT-OUT
005980           MOVE QUARTER-TOTAL TO TRL-LIABILITY-OUT
005990           MOVE DEPOSIT-GRAND-TOTAL TO TRL-DEPOSITS-OUT
006000           WRITE DEPOSIT-PRINTOUT FROM BLANK-LINE
006010           WRITE DEPOSIT-PRINTOUT FROM DEPOSIT-TRAILER-ONE
006020           WRITE DEPOSIT-PRINTOUT FROM DEPOSIT-TRAILER-TWO.
006030*
006040*    STEP-DATE'S DAY OF THE WEEK FROM ITS DAY NUMBER.
006050       SET-STEP-WEEKDAY.
006060           MOVE STEP-DATE TO DAY-DATE
006070           PERFORM COMPUTE-DAY-NUMBER
006080           DIVIDE DAY-NUMBER BY 7 GIVING DAY-QUOTIENT
006090               REMAINDER STEP-WEEKDAY.
006100*
006110*    MOVE STEP-DATE TO THE NEXT DAY, ROLLING THE MONTH AND YEAR
006120*    AND KEEPING THE DAY OF THE WEEK IN STEP.
006130       ADVANCE-ONE-DAY.
006140           MOVE STEP-DATE TO DAY-DATE
006150           PERFORM COMPUTE-DAY-NUMBER
006160           MOVE MONTH-LENGTH (STEP-MM) TO STEP-MONTH-DAYS
006170           IF STEP-MM = 2 AND DAY-LEAP-YEAR
006180               ADD 1 TO STEP-MONTH-DAYS
006190           END-IF
006200           ADD 1 TO STEP-DD
006210           IF STEP-DD > STEP-MONTH-DAYS
006220               MOVE 1 TO STEP-DD
006230               IF STEP-MM = 12
006240                   MOVE 1 TO STEP-MM
006250                   ADD 1 TO STEP-CCYY
006260               ELSE
006270                   ADD 1 TO STEP-MM
006280               END-IF
006290           END-IF
006300           IF STEP-WEEKDAY = 6
006310               MOVE ZERO TO STEP-WEEKDAY
006320           ELSE
006330               ADD 1 TO STEP-WEEKDAY
006340           END-IF.
006350       ROLL-TO-BUSINESS-DAY.
006360           PERFORM ADVANCE-ONE-DAY
006370               UNTIL STEP-WEEKDAY NOT = ZERO
006380                   AND STEP-WEEKDAY NOT = 6.
006390*
006400*    DAY NUMBER OF DAY-DATE - 365 DAYS FOR EACH PRIOR YEAR PLUS
006410*    ITS LEAP DAYS, THE DAYS BEFORE THE MONTH, AND THE DAY, WITH
006420*    FEBRUARY 29 COUNTED WHEN THE DATE'S OWN YEAR IS A LEAP
006430*    YEAR.
006440       COMPUTE-DAY-NUMBER.
006450           COMPUTE DAY-PRIOR-YEARS = DAY-CCYY - 1
006460           MOVE "N" TO DAY-LEAP-SW
006470           DIVIDE DAY-CCYY BY 4 GIVING DAY-QUOTIENT
006480               REMAINDER DAY-REMAINDER
006490           IF DAY-REMAINDER = ZERO
006500               MOVE "Y" TO DAY-LEAP-SW
006510           END-IF
006520           DIVIDE DAY-CCYY BY 100 GIVING DAY-QUOTIENT
006530               REMAINDER DAY-REMAINDER
006540           IF DAY-REMAINDER = ZERO
006550               MOVE "N" TO DAY-LEAP-SW
006560           END-IF
006570           DIVIDE DAY-CCYY BY 400 GIVING DAY-QUOTIENT
006580               REMAINDER DAY-REMAINDER
006590           IF DAY-REMAINDER = ZERO
006600               MOVE "Y" TO DAY-LEAP-SW
006610           END-IF
006620           COMPUTE DAY-NUMBER = (DAY-PRIOR-YEARS * 365)
006630               + CUM-DAYS (DAY-MM) + DAY-DD
006640           DIVIDE DAY-PRIOR-YEARS BY 4 GIVING DAY-QUOTIENT
006650           ADD DAY-QUOTIENT TO DAY-NUMBER
006660           DIVIDE DAY-PRIOR-YEARS BY 100 GIVING DAY-QUOTIENT
006670           SUBTRACT DAY-QUOTIENT FROM DAY-NUMBER
006680           DIVIDE DAY-PRIOR-YEARS BY 400 GIVING DAY-QUOTIENT
006690           ADD DAY-QUOTIENT TO DAY-NUMBER
006700           IF DAY-LEAP-YEAR AND DAY-MM > 2
006710               ADD 1 TO DAY-NUMBER
006720           END-IF.
006730*/*
006740*//GO.DEPPARM DD *
006750*2026300004825000
006760*/*
006770*//GO.TAXLIAB DD DSN=PAY.TAXLIAB,DISP=SHR
006780*//GO.EFTOUT DD DSN=PAY.EFTPS,DISP=(NEW,CATLG)
006790*//GO.DEPRPT DD SYSOUT=A
