000010*//KC03M06 JOB TIME=(,1)
000020*//        EXEC IGYWCLG
000030*//COBOL.SYSIN DD *
000040       IDENTIFICATION DIVISION.
000050       PROGRAM-ID. INTEGCHK.
000060*
000070*    MODIFICATION HISTORY
000080*    ----------------------------------------------------------
000090*    10/15/26  RDM  NEW PROGRAM. CROSS-FILE INTEGRITY CHECK.
000100*                  THE SAME MONEY IS KEPT IN YTD-MASTER, PAY-
000110*                  HISTORY, DEDUCTION-DETAIL, AND DED-YTD-TAKEN
000120*                  ON DEDUCTION-MASTER, AND NOTHING PROVED THEY
000130*                  STILL AGREED AFTER VOIDS, RETRO CARDS,
000140*                  REPLACEMENT CHECKS, AND RESTARTS. THE YEAR'S
000150*                  PAY-HISTORY IS RE-ADDED BY EMPLOYEE AND BY
000160*                  QUARTER AGAINST YTD-MASTER, DEDUCTION-DETAIL
000170*                  BY CODE AGAINST DED-YTD-TAKEN, HISTORY FOR
000180*                  EMPLOYEES NO LONGER ON EMPLOYEE-MASTER IS
000190*                  LISTED, AND LEAVE-MASTER BALANCES ARE CHECKED.
000200*                  EVERY DIFFERENCE PRINTS WITH ITS AMOUNT AND
000210*                  ANY DIFFERENCE ENDS THE STEP WITH RETURN CODE
000220*                  8, SO YEAREND AND THE TAXRPT W-2 EXTRACT ARE
000230*                  HELD UNTIL THE FILES ARE PUT RIGHT.
000240*
000250       ENVIRONMENT DIVISION.
000260       INPUT-OUTPUT SECTION.
000270       FILE-CONTROL.
000280             SELECT INTEGRITY-PARM ASSIGN INTPARM.
000290             SELECT PAY-HISTORY ASSIGN PAYHST
000300                 ORGANIZATION IS INDEXED
000310                 ACCESS MODE IS SEQUENTIAL
000320                 RECORD KEY IS PH-KEY
000330                 FILE STATUS IS PH-FILE-STATUS.
000340             SELECT YTD-MASTER ASSIGN YTDDD
000350                 ORGANIZATION IS INDEXED
000360                 ACCESS MODE IS SEQUENTIAL
000370                 RECORD KEY IS YTD-EMPLOYEE-ID
000380                 FILE STATUS IS YTD-FILE-STATUS.
000390             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
000400                 ORGANIZATION IS INDEXED
000410                 ACCESS MODE IS RANDOM
000420                 RECORD KEY IS EM-EMPLOYEE-ID
000430                 FILE STATUS IS EM-FILE-STATUS.
000440             SELECT DEDUCTION-MASTER ASSIGN DEDMST
000450                 ORGANIZATION IS INDEXED
000460                 ACCESS MODE IS SEQUENTIAL
000470                 RECORD KEY IS DED-KEY
000480                 FILE STATUS IS DED-FILE-STATUS.
000490             SELECT DEDUCTION-DETAIL ASSIGN DEDDTL
000500                 ORGANIZATION IS INDEXED
000510                 ACCESS MODE IS SEQUENTIAL
000520                 RECORD KEY IS DD-KEY
000530                 FILE STATUS IS DD-FILE-STATUS.
000540             SELECT LEAVE-MASTER ASSIGN LVMST
000550                 ORGANIZATION IS INDEXED
000560                 ACCESS MODE IS SEQUENTIAL
000570                 RECORD KEY IS LV-EMPLOYEE-ID
000580                 FILE STATUS IS LV-FILE-STATUS.
000590             SELECT INTEGRITY-REPORT ASSIGN INTRPT.
000600       DATA DIVISION.
000610       FILE SECTION.
000620*
000630*    ONE PARM CARD - THE PAYROLL YEAR YTD-MASTER AND
000640*    DED-YTD-TAKEN HOLD. HISTORY IS PICKED BY PAY PERIOD END
000650*    DATE, THE SAME WAY THE PAYROLL RUN POSTS THE MASTERS.
000660       FD INTEGRITY-PARM RECORDING MODE F
000670              LABEL RECORDS ARE OMITTED.
000680       01 INTEGRITY-PARM-RECORD.
000690            02 IP-PAYROLL-YEAR PIC 9(4).
000700            02 FILLER          PIC X(76).
000710*
000720*    PAY HISTORY AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
000730*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
000740       FD PAY-HISTORY
000750              LABEL RECORDS ARE STANDARD.
000760       01 PAY-HISTORY-RECORD.
000770            02 PH-KEY.
000780                 03 PH-EMPLOYEE-ID PIC X(06).
000790                 03 PH-PP-END-DATE PIC 9(8).
000800                 03 PH-PP-END-SPLIT REDEFINES PH-PP-END-DATE.
000810                      04 PH-PP-END-CCYY PIC 9(4).
000820                      04 PH-PP-END-MM   PIC 9(2).
000830                      04 PH-PP-END-DD   PIC 9(2).
000840                 03 PH-PAY-SEQ     PIC 9(2).
000850            02 PH-GROSS-PAY      PIC S9(6)V99.
000860            02 PH-REGULAR-PAY    PIC S9(6)V99.
000870            02 PH-OVERTIME-PAY   PIC S9(6)V99.
000880            02 PH-REGULAR-HOURS  PIC 9(2).
000890            02 PH-OVERTIME-HOURS PIC 9(2).
000900            02 PH-DEDUCTION      PIC S9(5)V99.
000910            02 PH-FED-TAX        PIC S9(5)V99.
000920            02 PH-STATE-TAX      PIC S9(5)V99.
000930            02 PH-SOC-SEC-TAX    PIC S9(5)V99.
000940            02 PH-MEDICARE-TAX   PIC S9(5)V99.
000950            02 PH-VOL-DEDUCTION  PIC S9(5)V99.
000960            02 PH-NET-PAY        PIC S9(6)V99.
000970            02 PH-EMPLOYER-FUTA  PIC S9(5)V99.
000980            02 PH-EMPLOYER-SUTA  PIC S9(5)V99.
000990            02 PH-PAY-INSTRUMENT PIC X(01).
001000                 88 PH-PAID-BY-ACH   VALUE "D".
001010                 88 PH-PAID-BY-CHECK VALUE "C".
001020            02 PH-CHECK-NUMBER   PIC 9(08).
001030            02 PH-VOID-SW        PIC X(01).
001040                 88 PH-VOIDED VALUE "V".
001050            02 PH-ACH-TRACE      PIC X(15).
001060            02 PH-RETURN-SW      PIC X(01).
001070                 88 PH-RETURNED VALUE "R".
001080            02 PH-EARNINGS-ENTRY OCCURS 5 TIMES.
001090                 03 PH-EARN-CODE   PIC X(04).
001100                 03 PH-EARN-HOURS  PIC 9(3).
001110                 03 PH-EARN-AMOUNT PIC S9(6)V99.
001120*
001130*    YTD-MASTER AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
001140*    LAYOUT MUST STAY IN STEP WITH THE ONE THERE.
001150       FD YTD-MASTER
001160              LABEL RECORDS ARE STANDARD.
001170       01 YTD-RECORD.
001180            02 YTD-EMPLOYEE-ID   PIC X(06).
001190            02 YTD-EMPLOYEE-NAME PIC X(10).
001200            02 YTD-GROSS-PAY     PIC S9(6)V99.
001210            02 YTD-DEDUCTION     PIC S9(5)V99.
001220            02 YTD-FED-TAX       PIC S9(6)V99.
001230            02 YTD-STATE-TAX     PIC S9(5)V99.
001240            02 YTD-SOC-SEC-TAX   PIC S9(5)V99.
001250            02 YTD-MEDICARE-TAX  PIC S9(5)V99.
001260            02 YTD-NET-PAY       PIC S9(6)V99.
001270            02 YTD-QUARTER-TOTALS OCCURS 4 TIMES.
001280                 03 YTD-QTR-GROSS     PIC S9(6)V99.
001290                 03 YTD-QTR-FED-TAX   PIC S9(5)V99.
001300                 03 YTD-QTR-STATE-TAX PIC S9(5)V99.
001310                 03 YTD-QTR-SOC-SEC   PIC S9(5)V99.
001320                 03 YTD-QTR-MEDICARE  PIC S9(5)V99.
001330            02 YTD-STATE-BUCKETS OCCURS 3 TIMES.
001340                 03 YTD-ST-CODE      PIC X(02).
001350                 03 YTD-ST-TAX       PIC S9(5)V99.
001360                 03 YTD-ST-QTR-WAGES PIC S9(6)V99
001370                     OCCURS 4 TIMES.
001380            02 YTD-PRETAX-125   PIC S9(5)V99.
001390            02 YTD-401K-AMOUNT  PIC S9(5)V99.
001400*
001410*    STANDING EMPLOYEE DATA KEPT BY THE EMPMAINT PROGRAM, READ
001420*    HERE FOR THE NAME AND STATUS. THE RECORD LAYOUT MUST STAY
001430*    IN STEP WITH THE ONE THERE.
001440       FD EMPLOYEE-MASTER
001450              LABEL RECORDS ARE STANDARD.
001460       01 EMPLOYEE-MASTER-RECORD.
001470            02 EM-EMPLOYEE-ID   PIC X(06).
001480            02 EM-EMPLOYEE-NAME PIC X(10).
001490            02 EM-PAY-RATE      PIC 9(2)V99.
001500            02 EM-EMPLOYEE-TYPE PIC X(01).
001510                 88 EM-HOURLY   VALUE "H".
001520                 88 EM-SALARIED VALUE "S".
001530            02 EM-PERIOD-SALARY PIC 9(6)V99.
001540            02 EM-DEPENDENTS    PIC 9(2).
001550            02 EM-DEPARTMENT    PIC X(04).
001560            02 EM-PAYMENT-METHOD PIC X(01).
001570                 88 EM-PAY-BY-ACH   VALUE "D".
001580                 88 EM-PAY-BY-CHECK VALUE "C".
001590            02 EM-STATUS-CODE   PIC X(01).
001600                 88 EM-ACTIVE     VALUE "A".
001610                 88 EM-ON-LEAVE   VALUE "L".
001620                 88 EM-TERMINATED VALUE "T".
001630            02 EM-TERM-DATE     PIC 9(8).
001640            02 EM-WORK-STATE    PIC X(02).
001650            02 EM-FILING-STATUS PIC X(01).
001660                 88 EM-FILE-SINGLE VALUES SPACE "S".
001670                 88 EM-FILE-JOINT  VALUE "M".
001680                 88 EM-FILE-HEAD   VALUE "H".
001690            02 EM-W4-CREDIT     PIC 9(5)V99.
001700            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
001710            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
001720            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
001730            02 EM-FED-EXEMPT    PIC X(01).
001740                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
001750            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
001760            02 EM-ST-ALLOWANCES PIC 9(2).
001770            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
001780            02 EM-ST-EXEMPT     PIC X(01).
001790                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
001800            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
001810            02 EM-PAY-GROUP     PIC X(02).
001820*
001830*    VOLUNTARY DEDUCTION MASTER AS THE PAYROLL PROGRAM KEEPS
001840*    IT. THE RECORD LAYOUT MUST STAY IN STEP WITH THE ONE THERE.
001850       FD DEDUCTION-MASTER
001860              LABEL RECORDS ARE STANDARD.
001870       01 DEDUCTION-RECORD.
001880            02 DED-KEY.
001890                 03 DED-EMPLOYEE-ID PIC X(06).
001900                 03 DED-PRIORITY    PIC 9(01).
001910                 03 DED-CODE        PIC X(04).
001920            02 DED-METHOD          PIC X(01).
001930                 88 DED-FLAT    VALUE "F".
001940                 88 DED-PERCENT VALUE "P".
001950            02 DED-FLAT-AMOUNT     PIC 9(4)V99.
001960            02 DED-PERCENT-RATE    PIC V999.
001970            02 DED-START-DATE      PIC 9(8).
001980            02 DED-STOP-DATE       PIC 9(8).
001990            02 DED-ANNUAL-CAP      PIC 9(6)V99.
002000            02 DED-YTD-TAKEN       PIC 9(6)V99.
002010            02 DED-ARREARS-BALANCE PIC 9(5)V99.
002020            02 DED-TAX-CLASS       PIC X(01).
002030                 88 DED-PRETAX-125  VALUE "P".
002040                 88 DED-PRETAX-401K VALUE "R".
002050                 88 DED-POST-TAX    VALUES SPACE "T".
002060*
002070*    PER-DEDUCTION DETAIL FOR EACH PAYMENT AS THE PAYROLL
002080*    PROGRAM KEEPS IT. THE RECORD LAYOUT MUST STAY IN STEP WITH
002090*    THE ONE THERE.
002100       FD DEDUCTION-DETAIL
002110              LABEL RECORDS ARE STANDARD.
002120       01 DEDUCTION-DETAIL-RECORD.
002130            02 DD-KEY.
002140                 03 DD-EMPLOYEE-ID PIC X(06).
002150                 03 DD-PP-END-DATE PIC 9(8).
002160                 03 DD-PP-END-SPLIT REDEFINES DD-PP-END-DATE.
002170                      04 DD-PP-END-CCYY PIC 9(4).
002180                      04 DD-PP-END-MMDD PIC 9(4).
002190                 03 DD-PAY-SEQ     PIC 9(2).
002200                 03 DD-CODE        PIC X(04).
002210            02 DD-TAX-CLASS       PIC X(01).
002220            02 DD-AMOUNT-TAKEN    PIC S9(5)V99.
002230            02 DD-ARREARS-APPLIED PIC S9(5)V99.
002240            02 DD-ANNUAL-CAP      PIC 9(6)V99.
002250            02 DD-CAP-ROOM-LEFT   PIC S9(6)V99.
002260*
002270*    LEAVE BALANCE MASTER AS THE PAYROLL PROGRAM KEEPS IT. THE
002280*    RECORD LAYOUT MUST STAY IN STEP WITH THE ONE THERE.
002290       FD LEAVE-MASTER
002300              LABEL RECORDS ARE STANDARD.
002310       01 LEAVE-RECORD.
002320            02 LV-EMPLOYEE-ID  PIC X(06).
002330            02 LV-VAC-BALANCE  PIC S9(3)V99.
002340            02 LV-SICK-BALANCE PIC S9(3)V99.
002350            02 LV-LAST-ACCRUAL-DATE PIC 9(8).
002360       FD INTEGRITY-REPORT RECORDING MODE F
002370              LABEL RECORDS ARE OMITTED.
002380       01 INTEGRITY-PRINTOUT PIC X(132).
002390       WORKING-STORAGE SECTION.
002400       01 PH-FILE-STATUS   PIC XX.
002410       01 YTD-FILE-STATUS  PIC XX.
002420       01 EM-FILE-STATUS   PIC XX.
002430       01 DED-FILE-STATUS  PIC XX.
002440       01 DD-FILE-STATUS   PIC XX.
002450       01 LV-FILE-STATUS   PIC XX.
002460       01 LEAVE-EOF        PIC XXX VALUE "NO".
002470       01 PAYROLL-YEAR     PIC 9(4).
002480*
002490*    MATCHING KEYS FOR THE TWO SIDE-BY-SIDE SWEEPS. EACH FILE'S
002500*    KEY GOES TO HIGH-VALUES AT END OF FILE, SO THE LOWER KEY
002510*    IS ALWAYS THE NEXT EMPLOYEE TO CHECK AND AN EMPLOYEE ON
002520*    ONLY ONE SIDE STILL COMES UP.
002530       01 YTD-MATCH-KEY    PIC X(06).
002540       01 HIST-MATCH-KEY   PIC X(06).
002550       01 DED-MATCH-KEY    PIC X(06).
002560       01 DTL-MATCH-KEY    PIC X(06).
002570       01 CURRENT-EMPLOYEE PIC X(06).
002580       01 CURRENT-NAME     PIC X(10).
002590       01 EMPLOYEE-ON-MASTER-SW PIC X(01).
002600            88 EMPLOYEE-ON-MASTER VALUE "Y".
002610       01 YTD-FOUND-SW     PIC X(01).
002620            88 YTD-FOUND VALUE "Y".
002630*
002640*    ONE EMPLOYEE'S PAY-HISTORY FOR THE YEAR, RE-ADDED. A VOIDED
002650*    RECORD WAS BACKED OUT OF YTD-MASTER WHEN THE VOID RAN, SO
002660*    IT IS COUNTED BUT NOT ADDED.
002670       01 HIST-IN-YEAR     PIC 9(4).
002680       01 HIST-GROSS       PIC S9(8)V99.
002690       01 HIST-FED-TAX     PIC S9(8)V99.
002700       01 HIST-STATE-TAX   PIC S9(8)V99.
002710       01 HIST-SOC-SEC     PIC S9(8)V99.
002720       01 HIST-MEDICARE    PIC S9(8)V99.
002730       01 HIST-NET-PAY     PIC S9(8)V99.
002740       01 HIST-QUARTER-TABLE.
002750            02 HIST-QUARTER OCCURS 4 TIMES.
002760                 03 HQ-GROSS    PIC S9(8)V99.
002770                 03 HQ-FED-TAX  PIC S9(8)V99.
002780                 03 HQ-STATE-TAX PIC S9(8)V99.
002790                 03 HQ-SOC-SEC  PIC S9(8)V99.
002800                 03 HQ-MEDICARE PIC S9(8)V99.
002810*
002820*    THE SAME FIGURES FROM YTD-MASTER, OR ZERO WHEN THE EMPLOYEE
002830*    HAS NO RECORD THERE. THE RECORD AREA ITSELF THEN HOLDS THE
002840*    NEXT EMPLOYEE'S RECORD AND IS LEFT ALONE.
002850       01 MASTER-GROSS     PIC S9(8)V99.
002860       01 MASTER-FED-TAX   PIC S9(8)V99.
002870       01 MASTER-STATE-TAX PIC S9(8)V99.
002880       01 MASTER-SOC-SEC   PIC S9(8)V99.
002890       01 MASTER-MEDICARE  PIC S9(8)V99.
002900       01 MASTER-NET-PAY   PIC S9(8)V99.
002910       01 MASTER-QUARTER-TABLE.
002920            02 MASTER-QUARTER OCCURS 4 TIMES.
002930                 03 MQ-GROSS    PIC S9(8)V99.
002940                 03 MQ-FED-TAX  PIC S9(8)V99.
002950                 03 MQ-STATE-TAX PIC S9(8)V99.
002960                 03 MQ-SOC-SEC  PIC S9(8)V99.
002970                 03 MQ-MEDICARE PIC S9(8)V99.
002980       01 QTR-INDEX        PIC 9(1).
002990       01 HIST-QUARTER-NUM PIC 9(1).
003000*
003010*    ONE EMPLOYEE'S DEDUCTION-DETAIL FOR THE YEAR, RE-ADDED BY
003020*    CODE. THE MATCHED FLAG MARKS A CODE A DEDUCTION-MASTER
003030*    RECORD WAS FOUND FOR.
003040       01 DTL-CODE-COUNT   PIC 9(2).
003050       01 DTL-CODE-INDEX   PIC 9(2).
003060       01 DTL-CODE-SLOT    PIC 9(2).
003070       01 DTL-CODE-TABLE.
003080            02 DTL-CODE-ENTRY OCCURS 20 TIMES.
003090                 03 DC-CODE     PIC X(04).
003100                 03 DC-TAKEN    PIC S9(8)V99.
003110                 03 DC-MATCHED-SW PIC X(01).
003120                      88 DC-MATCHED VALUE "Y".
003130*
003140*    ONE COMPARISON - WHAT THE MASTER SAYS AGAINST WHAT THE
003150*    DETAIL RE-ADDS TO. ANY DIFFERENCE PRINTS.
003160       01 CHECK-ITEM       PIC X(24).
003170       01 CHECK-QTR-ITEM REDEFINES CHECK-ITEM.
003180            02 CQ-LETTER    PIC X(01).
003190            02 CQ-QUARTER   PIC 9(01).
003200            02 CQ-SPACE     PIC X(01).
003210            02 CQ-LABEL     PIC X(21).
003220       01 CHECK-DED-ITEM REDEFINES CHECK-ITEM.
003230            02 CD-LABEL     PIC X(10).
003240            02 CD-CODE      PIC X(04).
003250            02 FILLER       PIC X(10).
003260       01 CHECK-MASTER-AMOUNT PIC S9(8)V99.
003270       01 CHECK-FILE-AMOUNT   PIC S9(8)V99.
003280       01 CHECK-DIFFERENCE    PIC S9(8)V99.
003290*
003300*    COUNTS AND DIFFERENCES BY SECTION.
003310       01 PAY-EMPLOYEES    PIC 9(6) VALUE ZERO.
003320       01 HIST-RECORDS     PIC 9(7) VALUE ZERO.
003330       01 HIST-VOIDED      PIC 9(6) VALUE ZERO.
003340       01 YTD-RECORDS      PIC 9(6) VALUE ZERO.
003350       01 DED-RECORDS      PIC 9(6) VALUE ZERO.
003360       01 DTL-RECORDS      PIC 9(7) VALUE ZERO.
003370       01 LEAVE-RECORDS    PIC 9(6) VALUE ZERO.
003380       01 SECTION-DIFFERENCES PIC 9(6).
003390       01 PAY-DIFFERENCES  PIC 9(6) VALUE ZERO.
003400       01 DED-DIFFERENCES  PIC 9(6) VALUE ZERO.
003410       01 LEAVE-DIFFERENCES PIC 9(6) VALUE ZERO.
003420       01 TOTAL-DIFFERENCES PIC 9(6) VALUE ZERO.
003430       01 BLANK-LINE       PIC X(80).
003440       01 REPORT-HEADER-ONE.
003450            02 FILLER PIC X(40)
003460                VALUE "CROSS-FILE INTEGRITY CHECK - PAYROLL".
003470            02 FILLER PIC X(5)  VALUE "YEAR".
003480            02 HDR-YEAR-OUT PIC 9(4).
003490       01 SECTION-HEADER-LINE.
003500            02 SECTION-TITLE-OUT PIC X(60).
003510       01 COLUMN-HEADER-LINE.
003520            02 FILLER PIC X(10) VALUE "EMPLOYEE".
003530            02 FILLER PIC X(12) VALUE "NAME".
003540            02 FILLER PIC X(24) VALUE "CHECK".
003550            02 COL-MASTER-OUT PIC X(16).
003560            02 COL-FILE-OUT   PIC X(16).
003570            02 FILLER PIC X(14) VALUE "DIFFERENCE".
003580       01 DIFFERENCE-LINE.
003590            02 DIF-EMPLOYEE-OUT PIC X(06).
003600            02 FILLER PIC X(4) VALUE SPACE.
003610            02 DIF-NAME-OUT PIC X(10).
003620            02 FILLER PIC X(2) VALUE SPACE.
003630            02 DIF-ITEM-OUT PIC X(24).
003640            02 DIF-MASTER-OUT PIC $ZZZZZZZZ9.99-.
003650            02 FILLER PIC X(2) VALUE SPACE.
003660            02 DIF-FILE-OUT PIC $ZZZZZZZZ9.99-.
003670            02 FILLER PIC X(2) VALUE SPACE.
003680            02 DIF-AMOUNT-OUT PIC $ZZZZZZZZ9.99-.
003690       01 NOTE-LINE.
003700            02 NOTE-EMPLOYEE-OUT PIC X(06).
003710            02 FILLER PIC X(4) VALUE SPACE.
003720            02 NOTE-NAME-OUT PIC X(10).
003730            02 FILLER PIC X(2) VALUE SPACE.
003740            02 NOTE-TEXT-OUT PIC X(50).
003750       01 LEAVE-COLUMN-HEADER.
003760            02 FILLER PIC X(10) VALUE "EMPLOYEE".
003770            02 FILLER PIC X(12) VALUE "NAME".
003780            02 FILLER PIC X(34) VALUE "CHECK".
003790            02 FILLER PIC X(12) VALUE "VACATION".
003800            02 FILLER PIC X(12) VALUE "SICK".
003810       01 LEAVE-DETAIL-LINE.
003820            02 LVD-EMPLOYEE-OUT PIC X(06).
003830            02 FILLER PIC X(4) VALUE SPACE.
003840            02 LVD-NAME-OUT PIC X(10).
003850            02 FILLER PIC X(2) VALUE SPACE.
003860            02 LVD-TEXT-OUT PIC X(32).
003870            02 FILLER PIC X(2) VALUE SPACE.
003880            02 LVD-VACATION-OUT PIC ZZZ9.99-.
003890            02 FILLER PIC X(4) VALUE SPACE.
003900            02 LVD-SICK-OUT PIC ZZZ9.99-.
003910       01 SECTION-TRAILER-LINE.
003920            02 SECTION-COUNT-LABEL-OUT PIC X(30).
003930            02 SECTION-COUNT-OUT PIC ZZZZZZ9.
003940            02 FILLER PIC X(3) VALUE SPACE.
003950            02 SECTION-COUNT2-LABEL-OUT PIC X(22).
003960            02 SECTION-COUNT2-OUT PIC ZZZZZZ9.
003970       01 SUMMARY-LINE.
003980            02 SUMMARY-LABEL-OUT PIC X(40).
003990            02 SUMMARY-COUNT-OUT PIC ZZZZZ9.
004000       01 SUMMARY-RESULT-LINE.
004010            02 SUMMARY-RESULT-OUT PIC X(60).
004020       PROCEDURE DIVISION.
004030            PERFORM READ-INTEGRITY-PARM.
004040            PERFORM OPEN-INTEGRITY-FILES.
004050            MOVE PAYROLL-YEAR TO HDR-YEAR-OUT
004060            WRITE INTEGRITY-PRINTOUT FROM REPORT-HEADER-ONE
004070            PERFORM CHECK-PAY-HISTORY.
004080            PERFORM CHECK-DEDUCTION-DETAIL.
004090            PERFORM CHECK-LEAVE-MASTER.
004100            PERFORM WRITE-INTEGRITY-SUMMARY.
004110           CLOSE PAY-HISTORY, YTD-MASTER, EMPLOYEE-MASTER,
004120               DEDUCTION-MASTER, DEDUCTION-DETAIL, LEAVE-MASTER,
004130               INTEGRITY-REPORT.
004140           IF TOTAL-DIFFERENCES > ZERO
004150               MOVE 8 TO RETURN-CODE
004160           END-IF.
004170           STOP RUN.
004180       READ-INTEGRITY-PARM.
004190           OPEN INPUT INTEGRITY-PARM
004200           READ INTEGRITY-PARM
004210               AT END
004220                   DISPLAY "INTEGRITY PARM CARD MISSING"
004230                   MOVE 16 TO RETURN-CODE
004240                   STOP RUN
004250           END-READ
004260           CLOSE INTEGRITY-PARM
004270           IF IP-PAYROLL-YEAR NOT NUMERIC
004280               DISPLAY "INTEGRITY PARM YEAR NOT NUMERIC"
004290               MOVE 16 TO RETURN-CODE
004300               STOP RUN
004310           END-IF
004320           MOVE IP-PAYROLL-YEAR TO PAYROLL-YEAR.
004330*
004340*    EVERY FILE IS READ ONLY. A FILE THAT IS NOT THERE CANNOT
004350*    BE PROVED TO AGREE, SO IT STOPS THE STEP.
004360       OPEN-INTEGRITY-FILES.
004370           OPEN INPUT PAY-HISTORY
004380           IF PH-FILE-STATUS NOT = "00"
004390               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
004400                   PH-FILE-STATUS
004410               MOVE 16 TO RETURN-CODE
004420               STOP RUN
004430           END-IF
004440           OPEN INPUT YTD-MASTER
004450           IF YTD-FILE-STATUS NOT = "00"
004460               DISPLAY "YTD MASTER NOT AVAILABLE - STATUS "
004470                   YTD-FILE-STATUS
004480               MOVE 16 TO RETURN-CODE
004490               STOP RUN
004500           END-IF
004510           OPEN INPUT EMPLOYEE-MASTER
004520           IF EM-FILE-STATUS NOT = "00"
004530               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
004540                   EM-FILE-STATUS
004550               MOVE 16 TO RETURN-CODE
004560               STOP RUN
004570           END-IF
004580           OPEN INPUT DEDUCTION-MASTER
004590           IF DED-FILE-STATUS NOT = "00"
004600               DISPLAY "DEDUCTION MASTER NOT AVAILABLE - STATUS "
004610                   DED-FILE-STATUS
004620               MOVE 16 TO RETURN-CODE
004630               STOP RUN
004640           END-IF
004650           OPEN INPUT DEDUCTION-DETAIL
004660           IF DD-FILE-STATUS NOT = "00"
004670               DISPLAY "DEDUCTION DETAIL NOT AVAILABLE - STATUS "
004680                   DD-FILE-STATUS
004690               MOVE 16 TO RETURN-CODE
004700               STOP RUN
004710           END-IF
004720           OPEN INPUT LEAVE-MASTER
004730           IF LV-FILE-STATUS NOT = "00"
004740               DISPLAY "LEAVE MASTER NOT AVAILABLE - STATUS "
004750                   LV-FILE-STATUS
004760               MOVE 16 TO RETURN-CODE
004770               STOP RUN
004780           END-IF
004790           OPEN OUTPUT INTEGRITY-REPORT.
004800*
004810*    YTD-MASTER AGAINST PAY-HISTORY, ONE EMPLOYEE AT A TIME.
004820       CHECK-PAY-HISTORY.
004830           MOVE "YTD-MASTER AGAINST PAY-HISTORY"
004840               TO SECTION-TITLE-OUT
004850           MOVE "YTD-MASTER" TO COL-MASTER-OUT
004860           MOVE "PAY-HISTORY" TO COL-FILE-OUT
004870           PERFORM WRITE-SECTION-HEADER
004880           MOVE ZERO TO SECTION-DIFFERENCES
004890           PERFORM READ-YTD-RECORD
004900           PERFORM READ-HISTORY-RECORD
004910           PERFORM MATCH-PAY-EMPLOYEE
004920               UNTIL YTD-MATCH-KEY = HIGH-VALUES
004930                   AND HIST-MATCH-KEY = HIGH-VALUES
004940           MOVE SECTION-DIFFERENCES TO PAY-DIFFERENCES
004950           MOVE "PAY-HISTORY RECORDS IN YEAR:" TO
004960               SECTION-COUNT-LABEL-OUT
004970           MOVE HIST-RECORDS TO SECTION-COUNT-OUT
004980           MOVE "VOIDED, NOT ADDED:" TO SECTION-COUNT2-LABEL-OUT
004990           MOVE HIST-VOIDED TO SECTION-COUNT2-OUT
005000           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
005010           WRITE INTEGRITY-PRINTOUT FROM SECTION-TRAILER-LINE
005020           MOVE "YTD-MASTER RECORDS:" TO SECTION-COUNT-LABEL-OUT
005030           MOVE YTD-RECORDS TO SECTION-COUNT-OUT
005040           MOVE "DIFFERENCES:" TO SECTION-COUNT2-LABEL-OUT
005050           MOVE PAY-DIFFERENCES TO SECTION-COUNT2-OUT
005060           WRITE INTEGRITY-PRINTOUT FROM SECTION-TRAILER-LINE.
005070       READ-YTD-RECORD.
005080           READ YTD-MASTER
005090               AT END
005100                   MOVE HIGH-VALUES TO YTD-MATCH-KEY
005110               NOT AT END
005120                   ADD 1 TO YTD-RECORDS
005130                   MOVE YTD-EMPLOYEE-ID TO YTD-MATCH-KEY
005140           END-READ.
005150       READ-HISTORY-RECORD.
005160           READ PAY-HISTORY
005170               AT END
005180                   MOVE HIGH-VALUES TO HIST-MATCH-KEY
005190               NOT AT END
005200                   MOVE PH-EMPLOYEE-ID TO HIST-MATCH-KEY
005210           END-READ.
005220*
005230*    THE LOWER OF THE TWO KEYS IS THE NEXT EMPLOYEE. ALL OF THE
005240*    EMPLOYEE'S HISTORY FOR THE YEAR IS ADDED UP, THEN SET
005250*    AGAINST THE YTD-MASTER RECORD - OR AGAINST ZERO WHEN THERE
005260*    IS NONE.
005270       MATCH-PAY-EMPLOYEE.
005280           IF YTD-MATCH-KEY < HIST-MATCH-KEY
005290               MOVE YTD-MATCH-KEY TO CURRENT-EMPLOYEE
005300           ELSE
005310               MOVE HIST-MATCH-KEY TO CURRENT-EMPLOYEE
005320           END-IF
005330           PERFORM ZERO-HISTORY-TOTALS
005340           PERFORM ADD-HISTORY-RECORD
005350               UNTIL HIST-MATCH-KEY NOT = CURRENT-EMPLOYEE
005360           IF YTD-MATCH-KEY = CURRENT-EMPLOYEE
005370               MOVE "Y" TO YTD-FOUND-SW
005380           ELSE
005390               MOVE "N" TO YTD-FOUND-SW
005400           END-IF
005410           IF YTD-FOUND OR HIST-IN-YEAR > ZERO
005420               ADD 1 TO PAY-EMPLOYEES
005430               PERFORM LOOK-UP-EMPLOYEE
005440               IF YTD-FOUND AND NOT EMPLOYEE-ON-MASTER
005450                   MOVE YTD-EMPLOYEE-NAME TO CURRENT-NAME
005460               END-IF
005470               IF NOT EMPLOYEE-ON-MASTER
005480                   MOVE "PAY RECORDS - NOT ON EMPLOYEE-MASTER"
005490                       TO NOTE-TEXT-OUT
005500                   PERFORM WRITE-NOTE-LINE
005510               END-IF
005520               IF NOT YTD-FOUND
005530                   MOVE "PAY-HISTORY WITH NO YTD-MASTER RECORD"
005540                       TO NOTE-TEXT-OUT
005550                   PERFORM WRITE-NOTE-LINE
005560               END-IF
005570               IF YTD-FOUND AND HIST-IN-YEAR = ZERO
005580                   MOVE "YTD-MASTER WITH NO PAY-HISTORY FOR YEAR"
005590                       TO NOTE-TEXT-OUT
005600                   PERFORM WRITE-NOTE-LINE
005610               END-IF
005620               PERFORM COMPARE-PAY-TOTALS
005630           END-IF
005640           IF YTD-FOUND
005650               PERFORM READ-YTD-RECORD
005660           END-IF.
005670       ZERO-HISTORY-TOTALS.
005680           MOVE ZERO TO HIST-IN-YEAR
005690           MOVE ZERO TO HIST-GROSS
005700           MOVE ZERO TO HIST-FED-TAX
005710           MOVE ZERO TO HIST-STATE-TAX
005720           MOVE ZERO TO HIST-SOC-SEC
005730           MOVE ZERO TO HIST-MEDICARE
005740           MOVE ZERO TO HIST-NET-PAY
005750           PERFORM ZERO-HISTORY-QUARTER
005760               VARYING QTR-INDEX FROM 1 BY 1
005770               UNTIL QTR-INDEX > 4.
005780       ZERO-HISTORY-QUARTER.
005790           MOVE ZERO TO HQ-GROSS (QTR-INDEX)
005800           MOVE ZERO TO HQ-FED-TAX (QTR-INDEX)
005810           MOVE ZERO TO HQ-STATE-TAX (QTR-INDEX)
005820           MOVE ZERO TO HQ-SOC-SEC (QTR-INDEX)
005830           MOVE ZERO TO HQ-MEDICARE (QTR-INDEX).
005840*
005850*    THE QUARTER COMES FROM THE PERIOD END MONTH, AS IT DOES
005860*    WHEN THE PAYROLL RUN POSTS YTD-MASTER.
005870       ADD-HISTORY-RECORD.
005880           IF PH-PP-END-CCYY = PAYROLL-YEAR
005890               ADD 1 TO HIST-IN-YEAR
005900               ADD 1 TO HIST-RECORDS
005910               IF PH-VOIDED
005920                   ADD 1 TO HIST-VOIDED
005930               ELSE
005940                   COMPUTE HIST-QUARTER-NUM =
005950                       (PH-PP-END-MM + 2) / 3
005960                   ADD PH-GROSS-PAY TO HIST-GROSS
005970                   ADD PH-FED-TAX TO HIST-FED-TAX
005980                   ADD PH-STATE-TAX TO HIST-STATE-TAX
005990                   ADD PH-SOC-SEC-TAX TO HIST-SOC-SEC
006000                   ADD PH-MEDICARE-TAX TO HIST-MEDICARE
006010                   ADD PH-NET-PAY TO HIST-NET-PAY
006020                   ADD PH-GROSS-PAY TO HQ-GROSS (HIST-QUARTER-NUM)
006030                   ADD PH-FED-TAX TO HQ-FED-TAX (HIST-QUARTER-NUM)
006040                   ADD PH-STATE-TAX
006050                       TO HQ-STATE-TAX (HIST-QUARTER-NUM)
006060                   ADD PH-SOC-SEC-TAX
006070                       TO HQ-SOC-SEC (HIST-QUARTER-NUM)
006080                   ADD PH-MEDICARE-TAX
006090                       TO HQ-MEDICARE (HIST-QUARTER-NUM)
006100               END-IF
006110           END-IF
006120           PERFORM READ-HISTORY-RECORD.
006130*
006140*    THE YEAR'S TOTALS, THEN EACH QUARTER.
006150       COMPARE-PAY-TOTALS.
006160           PERFORM LOAD-MASTER-TOTALS
006170           MOVE "GROSS PAY" TO CHECK-ITEM
006180           MOVE MASTER-GROSS TO CHECK-MASTER-AMOUNT
006190           MOVE HIST-GROSS TO CHECK-FILE-AMOUNT
006200           PERFORM COMPARE-AMOUNTS
006210           MOVE "FEDERAL TAX" TO CHECK-ITEM
006220           MOVE MASTER-FED-TAX TO CHECK-MASTER-AMOUNT
006230           MOVE HIST-FED-TAX TO CHECK-FILE-AMOUNT
006240           PERFORM COMPARE-AMOUNTS
006250           MOVE "STATE TAX" TO CHECK-ITEM
006260           MOVE MASTER-STATE-TAX TO CHECK-MASTER-AMOUNT
006270           MOVE HIST-STATE-TAX TO CHECK-FILE-AMOUNT
006280           PERFORM COMPARE-AMOUNTS
006290           MOVE "SOCIAL SECURITY" TO CHECK-ITEM
006300           MOVE MASTER-SOC-SEC TO CHECK-MASTER-AMOUNT
006310           MOVE HIST-SOC-SEC TO CHECK-FILE-AMOUNT
006320           PERFORM COMPARE-AMOUNTS
006330           MOVE "MEDICARE" TO CHECK-ITEM
006340           MOVE MASTER-MEDICARE TO CHECK-MASTER-AMOUNT
006350           MOVE HIST-MEDICARE TO CHECK-FILE-AMOUNT
006360           PERFORM COMPARE-AMOUNTS
006370           MOVE "NET PAY" TO CHECK-ITEM
006380           MOVE MASTER-NET-PAY TO CHECK-MASTER-AMOUNT
006390           MOVE HIST-NET-PAY TO CHECK-FILE-AMOUNT
006400           PERFORM COMPARE-AMOUNTS
006410           PERFORM COMPARE-PAY-QUARTER
006420               VARYING QTR-INDEX FROM 1 BY 1
006430               UNTIL QTR-INDEX > 4.
006440       LOAD-MASTER-TOTALS.
006450           IF YTD-FOUND
006460               MOVE YTD-GROSS-PAY TO MASTER-GROSS
006470               MOVE YTD-FED-TAX TO MASTER-FED-TAX
006480               MOVE YTD-STATE-TAX TO MASTER-STATE-TAX
006490               MOVE YTD-SOC-SEC-TAX TO MASTER-SOC-SEC
006500               MOVE YTD-MEDICARE-TAX TO MASTER-MEDICARE
006510               MOVE YTD-NET-PAY TO MASTER-NET-PAY
006520           ELSE
006530               MOVE ZERO TO MASTER-GROSS
006540               MOVE ZERO TO MASTER-FED-TAX
006550               MOVE ZERO TO MASTER-STATE-TAX
006560               MOVE ZERO TO MASTER-SOC-SEC
006570               MOVE ZERO TO MASTER-MEDICARE
006580               MOVE ZERO TO MASTER-NET-PAY
006590           END-IF
006600           PERFORM LOAD-MASTER-QUARTER
006610               VARYING QTR-INDEX FROM 1 BY 1
006620               UNTIL QTR-INDEX > 4.
006630       LOAD-MASTER-QUARTER.
006640           IF YTD-FOUND
006650               MOVE YTD-QTR-GROSS (QTR-INDEX)
006660                   TO MQ-GROSS (QTR-INDEX)
006670               MOVE YTD-QTR-FED-TAX (QTR-INDEX)
006680                   TO MQ-FED-TAX (QTR-INDEX)
006690               MOVE YTD-QTR-STATE-TAX (QTR-INDEX)
006700                   TO MQ-STATE-TAX (QTR-INDEX)
006710               MOVE YTD-QTR-SOC-SEC (QTR-INDEX)
006720                   TO MQ-SOC-SEC (QTR-INDEX)
006730               MOVE YTD-QTR-MEDICARE (QTR-INDEX)
006740                   TO MQ-MEDICARE (QTR-INDEX)
006750           ELSE
006760               MOVE ZERO TO MQ-GROSS (QTR-INDEX)
006770               MOVE ZERO TO MQ-FED-TAX (QTR-INDEX)
006780               MOVE ZERO TO MQ-STATE-TAX (QTR-INDEX)
006790               MOVE ZERO TO MQ-SOC-SEC (QTR-INDEX)
006800               MOVE ZERO TO MQ-MEDICARE (QTR-INDEX)
006810           END-IF.
006820       COMPARE-PAY-QUARTER.
006830           PERFORM SET-QUARTER-ITEM
006840           MOVE "GROSS PAY" TO CQ-LABEL
006850           MOVE MQ-GROSS (QTR-INDEX) TO CHECK-MASTER-AMOUNT
006860           MOVE HQ-GROSS (QTR-INDEX) TO CHECK-FILE-AMOUNT
006870           PERFORM COMPARE-AMOUNTS
006880           PERFORM SET-QUARTER-ITEM
006890           MOVE "FEDERAL TAX" TO CQ-LABEL
006900           MOVE MQ-FED-TAX (QTR-INDEX) TO CHECK-MASTER-AMOUNT
006910           MOVE HQ-FED-TAX (QTR-INDEX) TO CHECK-FILE-AMOUNT
006920           PERFORM COMPARE-AMOUNTS
006930           PERFORM SET-QUARTER-ITEM
006940           MOVE "STATE TAX" TO CQ-LABEL
006950           MOVE MQ-STATE-TAX (QTR-INDEX) TO CHECK-MASTER-AMOUNT
006960           MOVE HQ-STATE-TAX (QTR-INDEX) TO CHECK-FILE-AMOUNT
006970           PERFORM COMPARE-AMOUNTS
006980           PERFORM SET-QUARTER-ITEM
006990           MOVE "SOCIAL SECURITY" TO CQ-LABEL
007000           MOVE MQ-SOC-SEC (QTR-INDEX) TO CHECK-MASTER-AMOUNT
007010           MOVE HQ-SOC-SEC (QTR-INDEX) TO CHECK-FILE-AMOUNT
007020           PERFORM COMPARE-AMOUNTS
007030           PERFORM SET-QUARTER-ITEM
007040           MOVE "MEDICARE" TO CQ-LABEL
007050           MOVE MQ-MEDICARE (QTR-INDEX) TO CHECK-MASTER-AMOUNT
007060           MOVE HQ-MEDICARE (QTR-INDEX) TO CHECK-FILE-AMOUNT
007070           PERFORM COMPARE-AMOUNTS.
007080       SET-QUARTER-ITEM.
007090           MOVE SPACES TO CHECK-ITEM
007100           MOVE "Q" TO CQ-LETTER
007110           MOVE QTR-INDEX TO CQ-QUARTER.
007120*
007130*    DED-YTD-TAKEN AGAINST DEDUCTION-DETAIL BY CODE. A VOID
007140*    BACKS OUT NEITHER, SO THE TWO STILL AGREE AFTER ONE.
007150       CHECK-DEDUCTION-DETAIL.
007160           MOVE "DED-YTD-TAKEN AGAINST DEDUCTION-DETAIL BY CODE"
007170               TO SECTION-TITLE-OUT
007180           MOVE "DED-YTD-TAKEN" TO COL-MASTER-OUT
007190           MOVE "DEDUCTION-DTL" TO COL-FILE-OUT
007200           PERFORM WRITE-SECTION-HEADER
007210           MOVE ZERO TO SECTION-DIFFERENCES
007220           PERFORM READ-DEDUCTION-RECORD
007230           PERFORM READ-DETAIL-RECORD
007240           PERFORM MATCH-DEDUCTION-EMPLOYEE
007250               UNTIL DED-MATCH-KEY = HIGH-VALUES
007260                   AND DTL-MATCH-KEY = HIGH-VALUES
007270           MOVE SECTION-DIFFERENCES TO DED-DIFFERENCES
007280           MOVE "DEDUCTION-DETAIL RECORDS:" TO
007290               SECTION-COUNT-LABEL-OUT
007300           MOVE DTL-RECORDS TO SECTION-COUNT-OUT
007310           MOVE "DEDUCTION RECORDS:" TO SECTION-COUNT2-LABEL-OUT
007320           MOVE DED-RECORDS TO SECTION-COUNT2-OUT
007330           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
007340           WRITE INTEGRITY-PRINTOUT FROM SECTION-TRAILER-LINE
007350           MOVE SPACES TO SECTION-COUNT-LABEL-OUT
007360           MOVE ZERO TO SECTION-COUNT-OUT
007370           MOVE "DIFFERENCES:" TO SECTION-COUNT2-LABEL-OUT
007380           MOVE DED-DIFFERENCES TO SECTION-COUNT2-OUT
007390           WRITE INTEGRITY-PRINTOUT FROM SECTION-TRAILER-LINE.
007400       READ-DEDUCTION-RECORD.
007410           READ DEDUCTION-MASTER
007420               AT END
007430                   MOVE HIGH-VALUES TO DED-MATCH-KEY
007440               NOT AT END
007450                   ADD 1 TO DED-RECORDS
007460                   MOVE DED-EMPLOYEE-ID TO DED-MATCH-KEY
007470           END-READ.
007480       READ-DETAIL-RECORD.
007490           READ DEDUCTION-DETAIL
007500               AT END
007510                   MOVE HIGH-VALUES TO DTL-MATCH-KEY
007520               NOT AT END
007530                   MOVE DD-EMPLOYEE-ID TO DTL-MATCH-KEY
007540           END-READ.
007550*
007560*    ADD UP THE EMPLOYEE'S DETAIL BY CODE, SET EACH OF THE
007570*    EMPLOYEE'S DEDUCTION RECORDS AGAINST ITS CODE, THEN LIST
007580*    ANY CODE TAKEN THAT NO DEDUCTION RECORD ACCOUNTS FOR.
007590       MATCH-DEDUCTION-EMPLOYEE.
007600           IF DED-MATCH-KEY < DTL-MATCH-KEY
007610               MOVE DED-MATCH-KEY TO CURRENT-EMPLOYEE
007620           ELSE
007630               MOVE DTL-MATCH-KEY TO CURRENT-EMPLOYEE
007640           END-IF
007650           MOVE ZERO TO DTL-CODE-COUNT
007660           PERFORM ADD-DETAIL-RECORD
007670               UNTIL DTL-MATCH-KEY NOT = CURRENT-EMPLOYEE
007680           PERFORM LOOK-UP-EMPLOYEE
007690           IF DTL-CODE-COUNT > ZERO AND NOT EMPLOYEE-ON-MASTER
007700               MOVE "DEDUCTION DETAIL - NOT ON EMPLOYEE-MASTER"
007710                   TO NOTE-TEXT-OUT
007720               PERFORM WRITE-NOTE-LINE
007730           END-IF
007740           PERFORM COMPARE-DEDUCTION-RECORD
007750               UNTIL DED-MATCH-KEY NOT = CURRENT-EMPLOYEE
007760           PERFORM LIST-UNMATCHED-DETAIL
007770               VARYING DTL-CODE-INDEX FROM 1 BY 1
007780               UNTIL DTL-CODE-INDEX > DTL-CODE-COUNT.
007790       ADD-DETAIL-RECORD.
007800           IF DD-PP-END-CCYY = PAYROLL-YEAR
007810               ADD 1 TO DTL-RECORDS
007820               MOVE ZERO TO DTL-CODE-SLOT
007830               PERFORM FIND-DETAIL-CODE
007840                   VARYING DTL-CODE-INDEX FROM 1 BY 1
007850                   UNTIL DTL-CODE-INDEX > DTL-CODE-COUNT
007860               IF DTL-CODE-SLOT = ZERO
007870                   IF DTL-CODE-COUNT = 20
007880                       DISPLAY "MORE THAN 20 DEDUCTION CODES FOR "
007890                           "EMPLOYEE " DD-EMPLOYEE-ID
007900                       MOVE 16 TO RETURN-CODE
007910                       STOP RUN
007920                   END-IF
007930                   ADD 1 TO DTL-CODE-COUNT
007940                   MOVE DTL-CODE-COUNT TO DTL-CODE-SLOT
007950                   MOVE DD-CODE TO DC-CODE (DTL-CODE-SLOT)
007960                   MOVE ZERO TO DC-TAKEN (DTL-CODE-SLOT)
007970                   MOVE "N" TO DC-MATCHED-SW (DTL-CODE-SLOT)
007980               END-IF
007990               ADD DD-AMOUNT-TAKEN TO DC-TAKEN (DTL-CODE-SLOT)
008000           END-IF
008010           PERFORM READ-DETAIL-RECORD.
008020       FIND-DETAIL-CODE.
008030           IF DC-CODE (DTL-CODE-INDEX) = DD-CODE
008040               MOVE DTL-CODE-INDEX TO DTL-CODE-SLOT
008050           END-IF.
008060       COMPARE-DEDUCTION-RECORD.
008070           MOVE ZERO TO DTL-CODE-SLOT
008080           PERFORM FIND-DEDUCTION-CODE
008090               VARYING DTL-CODE-INDEX FROM 1 BY 1
008100               UNTIL DTL-CODE-INDEX > DTL-CODE-COUNT
008110           MOVE SPACES TO CHECK-ITEM
008120           MOVE "DEDUCTION" TO CD-LABEL
008130           MOVE DED-CODE TO CD-CODE
008140           MOVE DED-YTD-TAKEN TO CHECK-MASTER-AMOUNT
008150           IF DTL-CODE-SLOT = ZERO
008160               MOVE ZERO TO CHECK-FILE-AMOUNT
008170           ELSE
008180               MOVE DC-TAKEN (DTL-CODE-SLOT) TO CHECK-FILE-AMOUNT
008190               MOVE "Y" TO DC-MATCHED-SW (DTL-CODE-SLOT)
008200           END-IF
008210           PERFORM COMPARE-AMOUNTS
008220           PERFORM READ-DEDUCTION-RECORD.
008230       FIND-DEDUCTION-CODE.
008240           IF DC-CODE (DTL-CODE-INDEX) = DED-CODE
008250               MOVE DTL-CODE-INDEX TO DTL-CODE-SLOT
008260           END-IF.
008270       LIST-UNMATCHED-DETAIL.
008280           IF NOT DC-MATCHED (DTL-CODE-INDEX)
008290               MOVE SPACES TO CHECK-ITEM
008300               MOVE "NO DED REC" TO CD-LABEL
008310               MOVE DC-CODE (DTL-CODE-INDEX) TO CD-CODE
008320               MOVE ZERO TO CHECK-MASTER-AMOUNT
008330               MOVE DC-TAKEN (DTL-CODE-INDEX) TO CHECK-FILE-AMOUNT
008340               PERFORM COMPARE-AMOUNTS
008350           END-IF.
008360*
008370*    LEAVE-MASTER - A BALANCE FOR SOMEONE NOT ON EMPLOYEE-
008380*    MASTER, A NEGATIVE BALANCE, OR HOURS LEFT ON A TERMINATED
008390*    EMPLOYEE THE FINAL CHECK SHOULD HAVE PAID OUT AND CLEARED.
008400       CHECK-LEAVE-MASTER.
008410           MOVE "LEAVE-MASTER BALANCES" TO SECTION-TITLE-OUT
008420           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
008430           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
008440           WRITE INTEGRITY-PRINTOUT FROM SECTION-HEADER-LINE
008450           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
008460           WRITE INTEGRITY-PRINTOUT FROM LEAVE-COLUMN-HEADER
008470           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
008480           PERFORM READ-LEAVE-RECORD
008490           PERFORM CHECK-ONE-LEAVE-RECORD
008500               UNTIL LEAVE-EOF = "YES"
008510           MOVE "LEAVE-MASTER RECORDS:" TO SECTION-COUNT-LABEL-OUT
008520           MOVE LEAVE-RECORDS TO SECTION-COUNT-OUT
008530           MOVE "DIFFERENCES:" TO SECTION-COUNT2-LABEL-OUT
008540           MOVE LEAVE-DIFFERENCES TO SECTION-COUNT2-OUT
008550           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
008560           WRITE INTEGRITY-PRINTOUT FROM SECTION-TRAILER-LINE.
008570       READ-LEAVE-RECORD.
008580           READ LEAVE-MASTER AT END MOVE "YES" TO LEAVE-EOF
008590           END-READ.
008600       CHECK-ONE-LEAVE-RECORD.
008610           ADD 1 TO LEAVE-RECORDS
008620           MOVE LV-EMPLOYEE-ID TO CURRENT-EMPLOYEE
008630           PERFORM LOOK-UP-EMPLOYEE
008640           IF NOT EMPLOYEE-ON-MASTER
008650               MOVE "LEAVE RECORD - NOT ON EMPLOYEE-MASTER"
008660                   TO LVD-TEXT-OUT
008670               PERFORM WRITE-LEAVE-LINE
008680           ELSE
008690               IF EM-TERMINATED
008700                   AND (LV-VAC-BALANCE NOT = ZERO
008710                       OR LV-SICK-BALANCE NOT = ZERO)
008720                   MOVE "TERMINATED - BALANCE NOT CLEARED"
008730                       TO LVD-TEXT-OUT
008740                   PERFORM WRITE-LEAVE-LINE
008750               END-IF
008760           END-IF
008770           IF LV-VAC-BALANCE < ZERO OR LV-SICK-BALANCE < ZERO
008780               MOVE "NEGATIVE LEAVE BALANCE" TO LVD-TEXT-OUT
008790               PERFORM WRITE-LEAVE-LINE
008800           END-IF
008810           PERFORM READ-LEAVE-RECORD.
008820       WRITE-LEAVE-LINE.
008830           MOVE CURRENT-EMPLOYEE TO LVD-EMPLOYEE-OUT
008840           MOVE CURRENT-NAME TO LVD-NAME-OUT
008850           MOVE LV-VAC-BALANCE TO LVD-VACATION-OUT
008860           MOVE LV-SICK-BALANCE TO LVD-SICK-OUT
008870           WRITE INTEGRITY-PRINTOUT FROM LEAVE-DETAIL-LINE
008880           ADD 1 TO LEAVE-DIFFERENCES.
008890*
008900*    EMPLOYEE-MASTER FOR THE NAME, AND TO FIND RECORDS LEFT
008910*    BEHIND FOR SOMEONE NO LONGER ON IT.
008920       LOOK-UP-EMPLOYEE.
008930           MOVE CURRENT-EMPLOYEE TO EM-EMPLOYEE-ID
008940           READ EMPLOYEE-MASTER
008950               INVALID KEY
008960                   MOVE "N" TO EMPLOYEE-ON-MASTER-SW
008970                   MOVE SPACES TO CURRENT-NAME
008980               NOT INVALID KEY
008990                   MOVE "Y" TO EMPLOYEE-ON-MASTER-SW
009000                   MOVE EM-EMPLOYEE-NAME TO CURRENT-NAME
009010           END-READ.
009020       COMPARE-AMOUNTS.
009030           COMPUTE CHECK-DIFFERENCE =
009040               CHECK-MASTER-AMOUNT - CHECK-FILE-AMOUNT
009050           IF CHECK-DIFFERENCE NOT = ZERO
009060               MOVE CURRENT-EMPLOYEE TO DIF-EMPLOYEE-OUT
009070               MOVE CURRENT-NAME TO DIF-NAME-OUT
009080               MOVE CHECK-ITEM TO DIF-ITEM-OUT
009090               MOVE CHECK-MASTER-AMOUNT TO DIF-MASTER-OUT
009100               MOVE CHECK-FILE-AMOUNT TO DIF-FILE-OUT
009110               MOVE CHECK-DIFFERENCE TO DIF-AMOUNT-OUT
009120               WRITE INTEGRITY-PRINTOUT FROM DIFFERENCE-LINE
009130               ADD 1 TO SECTION-DIFFERENCES
009140           END-IF.
009150*
009160*    A RECORD LEFT BEHIND IS A DIFFERENCE IN ITS OWN RIGHT,
009170*    WHETHER OR NOT ITS AMOUNTS HAPPEN TO AGREE.
009180       WRITE-NOTE-LINE.
009190           MOVE CURRENT-EMPLOYEE TO NOTE-EMPLOYEE-OUT
009200           MOVE CURRENT-NAME TO NOTE-NAME-OUT
009210           WRITE INTEGRITY-PRINTOUT FROM NOTE-LINE
009220           ADD 1 TO SECTION-DIFFERENCES.
009230       WRITE-SECTION-HEADER.
009240           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
009250           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
009260           WRITE INTEGRITY-PRINTOUT FROM SECTION-HEADER-LINE
009270           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
009280           WRITE INTEGRITY-PRINTOUT FROM COLUMN-HEADER-LINE
009290           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE.
009300       WRITE-INTEGRITY-SUMMARY.
009310           COMPUTE TOTAL-DIFFERENCES = PAY-DIFFERENCES
009320               + DED-DIFFERENCES + LEAVE-DIFFERENCES
009330           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
009340           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
009350           MOVE "EMPLOYEES CHECKED (PAY):" TO SUMMARY-LABEL-OUT
009360           MOVE PAY-EMPLOYEES TO SUMMARY-COUNT-OUT
009370           WRITE INTEGRITY-PRINTOUT FROM SUMMARY-LINE
009380           MOVE "PAY DIFFERENCES:" TO SUMMARY-LABEL-OUT
009390           MOVE PAY-DIFFERENCES TO SUMMARY-COUNT-OUT
009400           WRITE INTEGRITY-PRINTOUT FROM SUMMARY-LINE
009410           MOVE "DEDUCTION DIFFERENCES:" TO SUMMARY-LABEL-OUT
009420           MOVE DED-DIFFERENCES TO SUMMARY-COUNT-OUT
009430           WRITE INTEGRITY-PRINTOUT FROM SUMMARY-LINE
009440           MOVE "LEAVE DIFFERENCES:" TO SUMMARY-LABEL-OUT
009450           MOVE LEAVE-DIFFERENCES TO SUMMARY-COUNT-OUT
009460           WRITE INTEGRITY-PRINTOUT FROM SUMMARY-LINE
009470           MOVE "TOTAL DIFFERENCES:" TO SUMMARY-LABEL-OUT
009480           MOVE TOTAL-DIFFERENCES TO SUMMARY-COUNT-OUT
009490           WRITE INTEGRITY-PRINTOUT FROM SUMMARY-LINE
009500           WRITE INTEGRITY-PRINTOUT FROM BLANK-LINE
009510           IF TOTAL-DIFFERENCES > ZERO
009520               MOVE "*** OUT OF BALANCE - HOLD YEAREND AND W-2"
009530                   TO SUMMARY-RESULT-OUT
009540           ELSE
009550               MOVE "FILES IN BALANCE" TO SUMMARY-RESULT-OUT
009560           END-IF
009570           WRITE INTEGRITY-PRINTOUT FROM SUMMARY-RESULT-LINE.
009580*/*
009590*//GO.INTPARM DD *
009600*2026
009610*/*
009620*//GO.PAYHST DD DSN=PAY.PAYHIST,DISP=SHR
009630*//GO.YTDDD DD DSN=PAY.YTDMAST,DISP=SHR
009640*//GO.EMPMST DD DSN=PAY.EMPMAST,DISP=SHR
009650*//GO.DEDMST DD DSN=PAY.DEDMAST,DISP=SHR
009660*//GO.DEDDTL DD DSN=PAY.DEDDTL,DISP=SHR
009670*//GO.LVMST DD DSN=PAY.LVMAST,DISP=SHR
009680*//GO.INTRPT DD SYSOUT=A
