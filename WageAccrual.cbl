000010*//KC03M04 JOB TIME=(,1)
000020*//        EXEC IGYWCLG
000030*//COBOL.SYSIN DD *
000040       IDENTIFICATION DIVISION.
000050       PROGRAM-ID. WAGEACCR.
000060*
000070*    MODIFICATION HISTORY
000080*    ----------------------------------------------------------
000090*    10/15/26  RDM  NEW PROGRAM. MONTH-END ACCRUED WAGES. THE
000100*                  PAYROLL RUN'S GL EXTRACT POSTS IN THE MONTH
000110*                  THE CHECK IS PAID, SO THE DAYS WORKED BUT NOT
000120*                  YET PAID AT MONTH END HAVE TO BE ACCRUED.
000130*                  EACH PAY GROUP'S PERIODS THAT BEGIN BY THE
000140*                  MONTH-END DATE BUT ARE NOT PAID UNTIL AFTER IT
000150*                  COME OFF THE PAY CALENDAR, AND EACH EMPLOYEE'S
000160*                  MOST RECENT REGULAR PAY-HISTORY PERIOD PRICES
000170*                  THE UNPAID DAYS. THE ESTIMATE, WITH THE
000180*                  EMPLOYER FICA, FUTA, AND SUTA ON IT, IS ROLLED
000190*                  UP BY DEPARTMENT AND WRITTEN AS A BALANCED
000200*                  EXTRACT IN THE GL-OUTPUT LAYOUT, EVERY LINE
000210*                  FLAGGED TO REVERSE ON THE FIRST OF THE NEXT
000220*                  MONTH, WITH A LISTING THAT SUPPORTS THE ENTRY.
000230*
000240       ENVIRONMENT DIVISION.
000250       INPUT-OUTPUT SECTION.
000260       FILE-CONTROL.
000270             SELECT ACCRUAL-PARM ASSIGN ACCPARM.
000280             SELECT PAY-HISTORY ASSIGN PAYHST
000290                 ORGANIZATION IS INDEXED
000300                 ACCESS MODE IS SEQUENTIAL
000310                 RECORD KEY IS PH-KEY
000320                 FILE STATUS IS PH-FILE-STATUS.
000330             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
000340                 ORGANIZATION IS INDEXED
000350                 ACCESS MODE IS DYNAMIC
000360                 RECORD KEY IS EM-EMPLOYEE-ID
000370                 FILE STATUS IS EM-FILE-STATUS.
000380             SELECT YTD-MASTER ASSIGN YTDDD
000390                 ORGANIZATION IS INDEXED
000400                 ACCESS MODE IS DYNAMIC
000410                 RECORD KEY IS YTD-EMPLOYEE-ID
000420                 FILE STATUS IS YTD-FILE-STATUS.
000430             SELECT PAY-CALENDAR ASSIGN PAYCAL
000440                 FILE STATUS IS PCAL-FILE-STATUS.
000450             SELECT GL-OUTPUT ASSIGN GLDD.
000460             SELECT ACCRUAL-LISTING ASSIGN ACCRPT.
000470       DATA DIVISION.
000480       FILE SECTION.
000490*
000500*    ONE PARM CARD - THE MONTH-END DATE THE WAGES ARE ACCRUED
000510*    THROUGH. IT MUST BE THE LAST DAY OF A MONTH.
000520       FD ACCRUAL-PARM RECORDING MODE F
000530              LABEL RECORDS ARE OMITTED.
000540       01 ACCRUAL-PARM-RECORD.
000550            02 AP-MONTH-END-DATE PIC 9(8).
000560            02 FILLER            PIC X(72).
000570*
000580*    PAY HISTORY AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
000590*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
000600       FD PAY-HISTORY
000610              LABEL RECORDS ARE STANDARD.
000620       01 PAY-HISTORY-RECORD.
000630            02 PH-KEY.
000640                 03 PH-EMPLOYEE-ID PIC X(06).
000650                 03 PH-PP-END-DATE PIC 9(8).
000660                 03 PH-PAY-SEQ     PIC 9(2).
000670            02 PH-GROSS-PAY      PIC S9(6)V99.
000680            02 PH-REGULAR-PAY    PIC S9(6)V99.
000690            02 PH-OVERTIME-PAY   PIC S9(6)V99.
000700            02 PH-REGULAR-HOURS  PIC 9(2).
000710            02 PH-OVERTIME-HOURS PIC 9(2).
000720            02 PH-DEDUCTION      PIC S9(5)V99.
000730            02 PH-FED-TAX        PIC S9(5)V99.
000740            02 PH-STATE-TAX      PIC S9(5)V99.
000750            02 PH-SOC-SEC-TAX    PIC S9(5)V99.
000760            02 PH-MEDICARE-TAX   PIC S9(5)V99.
000770            02 PH-VOL-DEDUCTION  PIC S9(5)V99.
000780            02 PH-NET-PAY        PIC S9(6)V99.
000790            02 PH-EMPLOYER-FUTA  PIC S9(5)V99.
000800            02 PH-EMPLOYER-SUTA  PIC S9(5)V99.
000810            02 PH-PAY-INSTRUMENT PIC X(01).
000820                 88 PH-PAID-BY-ACH   VALUE "D".
000830                 88 PH-PAID-BY-CHECK VALUE "C".
000840            02 PH-CHECK-NUMBER   PIC 9(08).
000850            02 PH-VOID-SW        PIC X(01).
000860                 88 PH-VOIDED VALUE "V".
000870            02 PH-ACH-TRACE      PIC X(15).
000880            02 PH-RETURN-SW      PIC X(01).
000890                 88 PH-RETURNED VALUE "R".
000900            02 PH-EARNINGS-ENTRY OCCURS 5 TIMES.
000910                 03 PH-EARN-CODE   PIC X(04).
000920                 03 PH-EARN-HOURS  PIC 9(3).
000930                 03 PH-EARN-AMOUNT PIC S9(6)V99.
000940*
000950*    STANDING EMPLOYEE DATA KEPT BY THE EMPMAINT PROGRAM, READ
000960*    HERE FOR THE NAME, HOME DEPARTMENT, STATUS, AND PAY GROUP.
000970*    THE RECORD LAYOUT MUST STAY IN STEP WITH THE ONE THERE.
000980       FD EMPLOYEE-MASTER
000990              LABEL RECORDS ARE STANDARD.
001000       01 EMPLOYEE-MASTER-RECORD.
001010            02 EM-EMPLOYEE-ID   PIC X(06).
001020            02 EM-EMPLOYEE-NAME PIC X(10).
001030            02 EM-PAY-RATE      PIC 9(2)V99.
001040            02 EM-EMPLOYEE-TYPE PIC X(01).
001050                 88 EM-HOURLY   VALUE "H".
001060                 88 EM-SALARIED VALUE "S".
001070            02 EM-PERIOD-SALARY PIC 9(6)V99.
001080            02 EM-DEPENDENTS    PIC 9(2).
001090            02 EM-DEPARTMENT    PIC X(04).
001100            02 EM-PAYMENT-METHOD PIC X(01).
001110                 88 EM-PAY-BY-ACH   VALUE "D".
001120                 88 EM-PAY-BY-CHECK VALUE "C".
001130            02 EM-STATUS-CODE   PIC X(01).
001140                 88 EM-ACTIVE     VALUE "A".
001150                 88 EM-ON-LEAVE   VALUE "L".
001160                 88 EM-TERMINATED VALUE "T".
001170            02 EM-TERM-DATE     PIC 9(8).
001180            02 EM-WORK-STATE    PIC X(02).
001190            02 EM-FILING-STATUS PIC X(01).
001200                 88 EM-FILE-SINGLE VALUES SPACE "S".
001210                 88 EM-FILE-JOINT  VALUE "M".
001220                 88 EM-FILE-HEAD   VALUE "H".
001230            02 EM-W4-CREDIT     PIC 9(5)V99.
001240            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
001250            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
001260            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
001270            02 EM-FED-EXEMPT    PIC X(01).
001280                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
001290            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
001300            02 EM-ST-ALLOWANCES PIC 9(2).
001310            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
001320            02 EM-ST-EXEMPT     PIC X(01).
001330                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
001340            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
001350            02 EM-PAY-GROUP     PIC X(02).
001360*
001370*    YTD-MASTER AS THE PAYROLL PROGRAM KEEPS IT, READ HERE FOR
001380*    THE YEAR'S GROSS SO THE EMPLOYER TAXES STOP AT THEIR WAGE
001390*    BASES. THE RECORD LAYOUT MUST STAY IN STEP WITH THE ONE
001400*    THERE.
001410       FD YTD-MASTER
001420              LABEL RECORDS ARE STANDARD.
001430       01 YTD-RECORD.
001440            02 YTD-EMPLOYEE-ID   PIC X(06).
001450            02 YTD-EMPLOYEE-NAME PIC X(10).
001460            02 YTD-GROSS-PAY     PIC S9(6)V99.
001470            02 YTD-DEDUCTION     PIC S9(5)V99.
001480            02 YTD-FED-TAX       PIC S9(6)V99.
001490            02 YTD-STATE-TAX     PIC S9(5)V99.
001500            02 YTD-SOC-SEC-TAX   PIC S9(5)V99.
001510            02 YTD-MEDICARE-TAX  PIC S9(5)V99.
001520            02 YTD-NET-PAY       PIC S9(6)V99.
001530            02 YTD-QUARTER-TOTALS OCCURS 4 TIMES.
001540                 03 YTD-QTR-GROSS     PIC S9(6)V99.
001550                 03 YTD-QTR-FED-TAX   PIC S9(5)V99.
001560                 03 YTD-QTR-STATE-TAX PIC S9(5)V99.
001570                 03 YTD-QTR-SOC-SEC   PIC S9(5)V99.
001580                 03 YTD-QTR-MEDICARE  PIC S9(5)V99.
001590            02 YTD-STATE-BUCKETS OCCURS 3 TIMES.
001600                 03 YTD-ST-CODE      PIC X(02).
001610                 03 YTD-ST-TAX       PIC S9(5)V99.
001620                 03 YTD-ST-QTR-WAGES PIC S9(6)V99
001630                     OCCURS 4 TIMES.
001640            02 YTD-PRETAX-125   PIC S9(5)V99.
001650            02 YTD-401K-AMOUNT  PIC S9(5)V99.
001660*
001670*    PAY CALENDAR - ONE CARD PER PAY PERIOD PER PAY GROUP, WITH
001680*    THE GROUP'S PAY FREQUENCY AND THE PERIOD'S BEGIN, END, AND
001690*    CHECK DATES. THE RECORD LAYOUT MUST STAY IN STEP WITH THE
001700*    ONE IN THE PAYROLL PROGRAM.
001710       FD PAY-CALENDAR RECORDING MODE F
001720              LABEL RECORDS ARE OMITTED.
001730       01 PAY-CALENDAR-RECORD.
001740            02 PCAL-PAY-GROUP     PIC X(02).
001750            02 PCAL-FREQUENCY     PIC X(01).
001760                 88 PCAL-WEEKLY       VALUE "W".
001770                 88 PCAL-BIWEEKLY     VALUE "B".
001780                 88 PCAL-SEMI-MONTHLY VALUE "S".
001790            02 PCAL-PP-BEGIN-DATE PIC 9(8).
001800            02 PCAL-PP-END-DATE   PIC 9(8).
001810            02 PCAL-CHECK-DATE    PIC 9(8).
001820            02 FILLER             PIC X(53).
001830*
001840*    GL POSTING EXTRACT IN THE PAYROLL RUN'S GL-OUTPUT LAYOUT.
001850*    THE RECORD LAYOUT MUST STAY IN STEP WITH THE ONE THERE.
001860*    EVERY LINE OF THE ACCRUAL, TRAILER INCLUDED, CARRIES THE
001870*    AUTO-REVERSE FLAG AND THE DATE THE GL REVERSES IT ON.
001880       FD GL-OUTPUT RECORDING MODE F
001890              LABEL RECORDS ARE OMITTED.
001900       01 GL-RECORD-OUT.
001910            02 GL-RECORD-TYPE   PIC X(01).
001920            02 GL-ACCOUNT-NUM   PIC X(08).
001930            02 GL-DEPARTMENT    PIC X(04).
001940            02 GL-DEBIT-AMOUNT  PIC S9(7)V99.
001950            02 GL-CREDIT-AMOUNT PIC S9(7)V99.
001960            02 GL-DESCRIPTION   PIC X(20).
001970            02 GL-REVERSAL.
001980                 03 GL-REVERSE-SW   PIC X(01).
001990                      88 GL-AUTO-REVERSE VALUE "R".
002000                 03 GL-REVERSE-DATE PIC 9(08).
002010       FD ACCRUAL-LISTING RECORDING MODE F
002020              LABEL RECORDS ARE OMITTED.
002030       01 ACCRUAL-PRINTOUT PIC X(132).
002040       WORKING-STORAGE SECTION.
002050       01 HISTORY-EOF      PIC XXX VALUE "NO".
002060       01 CALENDAR-EOF     PIC XXX VALUE "NO".
002070       01 PH-FILE-STATUS   PIC XX.
002080       01 EM-FILE-STATUS   PIC XX.
002090       01 YTD-FILE-STATUS  PIC XX.
002100       01 PCAL-FILE-STATUS PIC XX.
002110       01 DEFAULT-PAY-GROUP PIC X(02) VALUE "BW".
002120       01 MONTH-END-DATE   PIC 9(8) VALUE ZERO.
002130       01 MONTH-END-SPLIT REDEFINES MONTH-END-DATE.
002140            02 MONTH-END-CCYY PIC 9(4).
002150            02 MONTH-END-MM   PIC 9(2).
002160            02 MONTH-END-DD   PIC 9(2).
002170       01 MONTH-END-DAY    PIC 9(7).
002180       01 REVERSE-DATE     PIC 9(8) VALUE ZERO.
002190       01 REVERSE-SPLIT REDEFINES REVERSE-DATE.
002200            02 REVERSE-CCYY PIC 9(4).
002210            02 REVERSE-MM   PIC 9(2).
002220            02 REVERSE-DD   PIC 9(2).
002230*
002240*    THE PAY PERIODS STILL UNPAID AT MONTH END - EVERY CALENDAR
002250*    PERIOD THAT HAS BEGUN BY THE MONTH-END DATE AND WHOSE CHECK
002260*    DATE FALLS AFTER IT, FOR ANY GROUP.
002270       01 OPEN-PERIOD-TABLE.
002280            02 OP-ENTRY OCCURS 40 TIMES.
002290                 03 OP-PAY-GROUP  PIC X(02).
002300                 03 OP-BEGIN-DATE PIC 9(8).
002310                 03 OP-END-DATE   PIC 9(8).
002320                 03 OP-CHECK-DATE PIC 9(8).
002330       01 OPEN-PERIOD-COUNT PIC 9(2) VALUE ZERO.
002340       01 OP-INDEX          PIC 9(2).
002350*
002360*    THE EMPLOYEE BEING SWEPT AND THE MOST RECENT REGULAR
002370*    PAYMENT FOUND FOR THEM ENDING ON OR BEFORE MONTH END. THE
002380*    BASE IS THAT PERIOD'S GROSS LESS ANY EARNINGS-CODE PAY,
002390*    SINCE A BONUS OR COMMISSION DOES NOT RECUR EVERY PERIOD.
002400       01 CURRENT-EMPLOYEE-ID PIC X(06) VALUE SPACES.
002410       01 BASE-FOUND-SW    PIC X(01) VALUE "N".
002420            88 BASE-FOUND VALUE "Y".
002430       01 BASE-PERIOD-END  PIC 9(8).
002440       01 BASE-WAGES       PIC S9(6)V99.
002450       01 EARN-INDEX       PIC 9(1).
002460*
002470*    AN EMPLOYEE WHOSE LAST REGULAR PAYMENT ENDED MORE THAN
002480*    THIS MANY DAYS BEFORE MONTH END IS NOT BEING PAID ANY MORE
002490*    (TERMINATED AND PURGED, OR OUT ON UNPAID LEAVE) AND IS NOT
002500*    ACCRUED.
002510       01 CURRENT-PAY-DAYS PIC 9(3) VALUE 045.
002520       01 EMP-PAY-GROUP    PIC X(02).
002530       01 EMP-ACCRUED-WAGES PIC S9(6)V99.
002540       01 EMP-UNPAID-DAYS  PIC 9(3).
002550       01 EMP-ER-FICA      PIC S9(5)V99.
002560       01 EMP-FUTA         PIC S9(5)V99.
002570       01 EMP-SUTA         PIC S9(5)V99.
002580       01 PERIOD-THROUGH-DATE PIC 9(8).
002590       01 PERIOD-BEGIN-DAY PIC 9(7).
002600       01 PERIOD-END-DAY   PIC 9(7).
002610       01 PERIOD-THROUGH-DAY PIC 9(7).
002620       01 PERIOD-TOTAL-DAYS PIC 9(3).
002630       01 PERIOD-UNPAID-DAYS PIC 9(3).
002640       01 PERIOD-ACCRUAL   PIC S9(6)V99.
002650*
002660*    DAY NUMBER OF A CCYYMMDD DATE - DAYS SINCE THE START OF THE
002670*    CALENDAR, LEAP YEARS COUNTED - SO TWO DATES SUBTRACT TO THE
002680*    DAYS BETWEEN THEM.
002690       01 DAY-DATE         PIC 9(8).
002700       01 DAY-DATE-SPLIT REDEFINES DAY-DATE.
002710            02 DAY-CCYY PIC 9(4).
002720            02 DAY-MM   PIC 9(2).
002730            02 DAY-DD   PIC 9(2).
002740       01 DAY-NUMBER       PIC 9(7).
002750       01 DAY-PRIOR-YEARS  PIC 9(4).
002760       01 DAY-QUOTIENT     PIC 9(6).
002770       01 DAY-REMAINDER    PIC 9(4).
002780       01 DAY-LEAP-SW      PIC X(01).
002790            88 DAY-LEAP-YEAR VALUE "Y".
002800       01 CUMULATIVE-DAYS-VALUES.
002810            02 FILLER PIC 9(3) VALUE 000.
002820            02 FILLER PIC 9(3) VALUE 031.
002830            02 FILLER PIC 9(3) VALUE 059.
002840            02 FILLER PIC 9(3) VALUE 090.
002850            02 FILLER PIC 9(3) VALUE 120.
002860            02 FILLER PIC 9(3) VALUE 151.
002870            02 FILLER PIC 9(3) VALUE 181.
002880            02 FILLER PIC 9(3) VALUE 212.
002890            02 FILLER PIC 9(3) VALUE 243.
002900            02 FILLER PIC 9(3) VALUE 273.
002910            02 FILLER PIC 9(3) VALUE 304.
002920            02 FILLER PIC 9(3) VALUE 334.
002930       01 CUMULATIVE-DAYS-TABLE REDEFINES CUMULATIVE-DAYS-VALUES.
002940            02 CUM-DAYS PIC 9(3) OCCURS 12 TIMES.
002950*
002960*    EMPLOYER TAX RATES AND ANNUAL WAGE BASES. THESE MUST AGREE
002970*    WITH THE ONES IN THE PAYROLL PROGRAM. SUTA IS ACCRUED AT
002980*    THE COMPANY RATE AND BASE - THE PER-STATE RATES ON THE
002990*    PAYROLL RUN'S U CARDS ARE NOT APPLIED TO AN ESTIMATE.
003000       01 SOC-SEC-RATE      PIC V9999   VALUE .0620.
003010       01 MEDICARE-RATE     PIC V9999   VALUE .0145.
003020       01 SOC-SEC-WAGE-BASE PIC 9(6)V99 VALUE 168600.00.
003030       01 FUTA-RATE         PIC V9999   VALUE .0060.
003040       01 FUTA-WAGE-BASE    PIC 9(5)V99 VALUE 07000.00.
003050       01 SUTA-RATE         PIC V9999   VALUE .0270.
003060       01 SUTA-WAGE-BASE    PIC 9(5)V99 VALUE 09000.00.
003070       01 PRIOR-YTD-GROSS   PIC S9(6)V99.
003080       01 WAGE-BASE-WORK    PIC 9(6)V99.
003090       01 TAXABLE-WORK      PIC S9(6)V99.
003100*
003110*    THE ACCRUAL ROLLED UP BY HOME DEPARTMENT.
003120       01 DEPT-ACCRUAL-TABLE.
003130            02 DA-ENTRY OCCURS 50 TIMES.
003140                 03 DA-DEPT      PIC X(04).
003150                 03 DA-EMP-COUNT PIC 9(4).
003160                 03 DA-WAGES     PIC S9(7)V99.
003170                 03 DA-ER-FICA   PIC S9(6)V99.
003180                 03 DA-FUTA      PIC S9(6)V99.
003190                 03 DA-SUTA      PIC S9(6)V99.
003200       01 DEPT-COUNT       PIC 9(2) VALUE ZERO.
003210       01 DA-INDEX         PIC 9(2).
003220       01 DA-FOUND         PIC 9(2).
003230       01 TOTAL-WAGES      PIC S9(8)V99 VALUE ZERO.
003240       01 TOTAL-ER-FICA    PIC S9(7)V99 VALUE ZERO.
003250       01 TOTAL-FUTA       PIC S9(7)V99 VALUE ZERO.
003260       01 TOTAL-SUTA       PIC S9(7)V99 VALUE ZERO.
003270       01 ACCRUED-COUNT    PIC 9(5) VALUE ZERO.
003280       01 NOT-ON-MASTER-COUNT PIC 9(5) VALUE ZERO.
003290       01 ON-LEAVE-COUNT   PIC 9(5) VALUE ZERO.
003300       01 NOT-CURRENT-COUNT PIC 9(5) VALUE ZERO.
003310*
003320*    GL ACCOUNT MAPPING. THE DEPARTMENT SALARY EXPENSE ACCOUNTS
003330*    MUST AGREE WITH THE ONES IN THE PAYROLL PROGRAM SO THE
003340*    ACCRUAL AND ITS REVERSAL LAND WHERE THE PAYROLL POSTS. THE
003350*    ACCRUED LIABILITY AND EMPLOYER TAX EXPENSE ACCOUNTS ARE
003360*    COMPANY-WIDE.
003370       01 GL-ACCOUNT-MAP-VALUES.
003380            02 FILLER PIC X(04) VALUE "PLNT".
003390            02 FILLER PIC X(08) VALUE "61100000".
003400            02 FILLER PIC X(04) VALUE "OFFC".
003410            02 FILLER PIC X(08) VALUE "61200000".
003420            02 FILLER PIC X(04) VALUE "SALS".
003430            02 FILLER PIC X(08) VALUE "61300000".
003440            02 FILLER PIC X(04) VALUE "WHSE".
003450            02 FILLER PIC X(08) VALUE "61400000".
003460       01 GL-ACCOUNT-MAP REDEFINES GL-ACCOUNT-MAP-VALUES.
003470            02 GL-MAP-ENTRY OCCURS 4 TIMES.
003480                 03 GL-MAP-DEPT    PIC X(04).
003490                 03 GL-MAP-ACCOUNT PIC X(08).
003500       01 GL-DEFAULT-EXPENSE    PIC X(08) VALUE "61900000".
003510       01 GL-ACCRUED-WAGES-ACCOUNT PIC X(08) VALUE "21800000".
003520       01 GL-ACCRUED-FICA-ACCOUNT  PIC X(08) VALUE "21810000".
003530       01 GL-ACCRUED-FUTA-ACCOUNT  PIC X(08) VALUE "21820000".
003540       01 GL-ACCRUED-SUTA-ACCOUNT  PIC X(08) VALUE "21830000".
003550       01 GL-ER-FICA-EXPENSE    PIC X(08) VALUE "61610000".
003560       01 GL-FUTA-EXPENSE       PIC X(08) VALUE "61620000".
003570       01 GL-SUTA-EXPENSE       PIC X(08) VALUE "61630000".
003580       01 GL-EXPENSE-ACCOUNT    PIC X(08).
003590       01 GL-LOOKUP-DEPT        PIC X(04).
003600       01 GL-MAP-INDEX          PIC 9(1).
003610       01 GL-WORK-ACCOUNT       PIC X(08).
003620       01 GL-WORK-DEPT          PIC X(04).
003630       01 GL-WORK-DESC          PIC X(20).
003640       01 GL-WORK-AMOUNT        PIC S9(7)V99.
003650       01 GL-TOTAL-DEBITS       PIC S9(8)V99 VALUE ZERO.
003660       01 GL-TOTAL-CREDITS      PIC S9(8)V99 VALUE ZERO.
003670       01 GL-ACCRUAL-TOTAL      PIC S9(8)V99 VALUE ZERO.
003680       01 BLANK-LINE      PIC X(80).
003690       01 REPORT-HEADER-ONE.
003700            02 FILLER PIC X(33)
003710                VALUE "MONTH-END ACCRUED WAGES AS OF".
003720            02 HDR-MONTH-END-OUT PIC 9(4)/99/99.
003730            02 FILLER PIC X(17) VALUE "   REVERSES ON".
003740            02 HDR-REVERSE-OUT PIC 9(4)/99/99.
003750       01 OPEN-PERIOD-HEADER.
003760            02 FILLER PIC X(40)
003770                VALUE "PAY PERIODS UNPAID AT MONTH END".
003780       01 OPEN-PERIOD-LINE.
003790            02 FILLER PIC X(7)  VALUE "GROUP".
003800            02 OPL-GROUP-OUT PIC X(02).
003810            02 FILLER PIC X(4)  VALUE SPACE.
003820            02 OPL-BEGIN-OUT PIC 9(4)/99/99.
003830            02 FILLER PIC X(3)  VALUE " - ".
003840            02 OPL-END-OUT PIC 9(4)/99/99.
003850            02 FILLER PIC X(10) VALUE "   CHECK".
003860            02 OPL-CHECK-OUT PIC 9(4)/99/99.
003870       01 DETAIL-HEADER-LINE.
003880            02 FILLER PIC X(9)  VALUE "EMP ID".
003890            02 FILLER PIC X(12) VALUE "EMPLOYEE".
003900            02 FILLER PIC X(6)  VALUE "DEPT".
003910            02 FILLER PIC X(5)  VALUE "GRP".
003920            02 FILLER PIC X(12) VALUE "LAST PAID".
003930            02 FILLER PIC X(13) VALUE "BASE WAGES".
003940            02 FILLER PIC X(5)  VALUE "DAYS".
003950            02 FILLER PIC X(12) VALUE "ACCRUED".
003960            02 FILLER PIC X(11) VALUE "ER FICA".
003970            02 FILLER PIC X(10) VALUE "FUTA".
003980            02 FILLER PIC X(10) VALUE "SUTA".
003990       01 ACCRUAL-DETAIL-LINE.
004000            02 ACC-EMP-ID-OUT PIC X(06).
004010            02 FILLER PIC X(3)  VALUE SPACE.
004020            02 ACC-NAME-OUT PIC X(10).
004030            02 FILLER PIC X(2)  VALUE SPACE.
004040            02 ACC-DEPT-OUT PIC X(04).
004050            02 FILLER PIC X(2)  VALUE SPACE.
004060            02 ACC-GROUP-OUT PIC X(02).
004070            02 FILLER PIC X(3)  VALUE SPACE.
004080            02 ACC-LAST-PAID-OUT PIC 9(4)/99/99.
004090            02 FILLER PIC X(2)  VALUE SPACE.
004100            02 ACC-BASE-OUT PIC $ZZZZZ9.99-.
004110            02 FILLER PIC X(2)  VALUE SPACE.
004120            02 ACC-DAYS-OUT PIC ZZ9.
004130            02 FILLER PIC X(2)  VALUE SPACE.
004140            02 ACC-WAGES-OUT PIC $ZZZZZ9.99-.
004150            02 FILLER PIC X(1)  VALUE SPACE.
004160            02 ACC-FICA-OUT PIC $ZZZZ9.99-.
004170            02 FILLER PIC X(1)  VALUE SPACE.
004180            02 ACC-FUTA-OUT PIC $ZZZ9.99-.
004190            02 FILLER PIC X(1)  VALUE SPACE.
004200            02 ACC-SUTA-OUT PIC $ZZZ9.99-.
004210       01 SKIPPED-DETAIL-LINE.
004220            02 SKP-EMP-ID-OUT PIC X(06).
004230            02 FILLER PIC X(3)  VALUE SPACE.
004240            02 SKP-NAME-OUT PIC X(10).
004250            02 FILLER PIC X(15) VALUE SPACE.
004260            02 SKP-LAST-PAID-OUT PIC 9(4)/99/99.
004270            02 FILLER PIC X(2)  VALUE SPACE.
004280            02 SKP-BASE-OUT PIC $ZZZZZ9.99-.
004290            02 FILLER PIC X(7)  VALUE SPACE.
004300            02 SKP-REASON-OUT PIC X(30).
004310       01 DEPT-HEADER-ONE.
004320            02 FILLER PIC X(40)
004330                VALUE "ACCRUAL BY DEPARTMENT".
004340       01 DEPT-HEADER-TWO.
004350            02 FILLER PIC X(7)  VALUE "DEPT".
004360            02 FILLER PIC X(11) VALUE "EMPLOYEES".
004370            02 FILLER PIC X(15) VALUE "ACCRUED WAGES".
004380            02 FILLER PIC X(13) VALUE "ER FICA".
004390            02 FILLER PIC X(13) VALUE "FUTA".
004400            02 FILLER PIC X(13) VALUE "SUTA".
004410       01 DEPT-DETAIL-LINE.
004420            02 DEPT-CODE-OUT PIC X(05).
004430            02 FILLER PIC X(4)  VALUE SPACE.
004440            02 DEPT-EMP-COUNT-OUT PIC ZZZZ9.
004450            02 FILLER PIC X(4)  VALUE SPACE.
004460            02 DEPT-WAGES-OUT PIC $ZZZZZZZ9.99-.
004470            02 FILLER PIC X(1)  VALUE SPACE.
004480            02 DEPT-FICA-OUT PIC $ZZZZZZ9.99-.
004490            02 FILLER PIC X(1)  VALUE SPACE.
004500            02 DEPT-FUTA-OUT PIC $ZZZZZZ9.99-.
004510            02 FILLER PIC X(1)  VALUE SPACE.
004520            02 DEPT-SUTA-OUT PIC $ZZZZZZ9.99-.
004530       01 JOURNAL-HEADER-ONE.
004540            02 FILLER PIC X(36)
004550                VALUE "ACCRUAL JOURNAL ENTRY - REVERSES ON".
004560            02 JE-HDR-REVERSE-OUT PIC 9(4)/99/99.
004570       01 JOURNAL-HEADER-TWO.
004580            02 FILLER PIC X(10) VALUE "ACCOUNT".
004590            02 FILLER PIC X(6)  VALUE "DEPT".
004600            02 FILLER PIC X(22) VALUE "DESCRIPTION".
004610            02 FILLER PIC X(15) VALUE "DEBIT".
004620            02 FILLER PIC X(15) VALUE "CREDIT".
004630       01 JOURNAL-DETAIL-LINE.
004640            02 JE-ACCOUNT-OUT PIC X(08).
004650            02 FILLER PIC X(2)  VALUE SPACE.
004660            02 JE-DEPT-OUT PIC X(04).
004670            02 FILLER PIC X(2)  VALUE SPACE.
004680            02 JE-DESC-OUT PIC X(20).
004690            02 FILLER PIC X(2)  VALUE SPACE.
004700            02 JE-DEBIT-OUT PIC $ZZZZZZZ9.99- BLANK WHEN ZERO.
004710            02 FILLER PIC X(2)  VALUE SPACE.
004720            02 JE-CREDIT-OUT PIC $ZZZZZZZ9.99- BLANK WHEN ZERO.
004730       01 JOURNAL-TOTAL-LINE.
004740            02 FILLER PIC X(38) VALUE "TOTALS".
004750            02 JE-TOTAL-DEBIT-OUT PIC $ZZZZZZZ9.99-.
004760            02 FILLER PIC X(2)  VALUE SPACE.
004770            02 JE-TOTAL-CREDIT-OUT PIC $ZZZZZZZ9.99-.
004780       01 LISTING-TRAILER-LINE.
004790            02 FILLER PIC X(19) VALUE "EMPLOYEES ACCRUED:".
004800            02 TRL-ACCRUED-OUT PIC ZZZZ9.
004810            02 FILLER PIC X(18) VALUE "   NOT ON MASTER:".
004820            02 TRL-NOT-ON-MASTER-OUT PIC ZZZZ9.
004830            02 FILLER PIC X(13) VALUE "   ON LEAVE:".
004840            02 TRL-ON-LEAVE-OUT PIC ZZZZ9.
004850            02 FILLER PIC X(23) VALUE "   NOT CURRENTLY PAID:".
004860            02 TRL-NOT-CURRENT-OUT PIC ZZZZ9.
004870       PROCEDURE DIVISION.
004880            PERFORM READ-ACCRUAL-PARM.
004890            PERFORM OPEN-PAY-HISTORY.
004900            PERFORM OPEN-EMPLOYEE-MASTER.
004910            PERFORM OPEN-YTD-MASTER.
004920            PERFORM LOAD-OPEN-PERIODS.
004930            OPEN OUTPUT GL-OUTPUT ACCRUAL-LISTING.
004940            PERFORM WRITE-LISTING-HEADERS.
004950            PERFORM READ-HISTORY-RECORD.
004960            PERFORM SWEEP-ONE-HISTORY UNTIL HISTORY-EOF = "YES".
004970            IF CURRENT-EMPLOYEE-ID NOT = SPACES
004980                PERFORM ACCRUE-EMPLOYEE
004990            END-IF.
005000            PERFORM WRITE-DEPARTMENT-SUMMARY.
005010            PERFORM WRITE-ACCRUAL-ENTRY.
005020            PERFORM WRITE-GL-TRAILER.
005030            PERFORM WRITE-LISTING-TRAILER.
005040           CLOSE PAY-HISTORY, EMPLOYEE-MASTER, YTD-MASTER,
005050                 GL-OUTPUT, ACCRUAL-LISTING.
005060           STOP RUN.
005070*
005080*    THE PARM DATE MUST BE A MONTH END - THE DAY AFTER IT MUST
005090*    BE THE FIRST OF THE NEXT MONTH, WHICH IS ALSO THE DATE THE
005100*    ACCRUAL REVERSES ON.
005110       READ-ACCRUAL-PARM.
005120           OPEN INPUT ACCRUAL-PARM
005130           READ ACCRUAL-PARM
005140               AT END
005150                   DISPLAY "ACCRUAL PARM CARD MISSING"
005160                   MOVE 16 TO RETURN-CODE
005170                   STOP RUN
005180           END-READ
005190           CLOSE ACCRUAL-PARM
005200           IF AP-MONTH-END-DATE NOT NUMERIC
005210               OR AP-MONTH-END-DATE = ZERO
005220               DISPLAY "ACCRUAL PARM DATE NOT NUMERIC"
005230               MOVE 16 TO RETURN-CODE
005240               STOP RUN
005250           END-IF
005260           MOVE AP-MONTH-END-DATE TO MONTH-END-DATE
005270           IF MONTH-END-MM < 1 OR MONTH-END-MM > 12
005280               OR MONTH-END-DD < 28 OR MONTH-END-DD > 31
005290               DISPLAY "ACCRUAL PARM DATE IS NOT A MONTH END "
005300                   MONTH-END-DATE
005310               MOVE 16 TO RETURN-CODE
005320               STOP RUN
005330           END-IF
005340           IF MONTH-END-MM = 12
005350               COMPUTE REVERSE-CCYY = MONTH-END-CCYY + 1
005360               MOVE 1 TO REVERSE-MM
005370           ELSE
005380               MOVE MONTH-END-CCYY TO REVERSE-CCYY
005390               COMPUTE REVERSE-MM = MONTH-END-MM + 1
005400           END-IF
005410           MOVE 1 TO REVERSE-DD
005420           MOVE MONTH-END-DATE TO DAY-DATE
005430           PERFORM COMPUTE-DAY-NUMBER
005440           MOVE DAY-NUMBER TO MONTH-END-DAY
005450           MOVE REVERSE-DATE TO DAY-DATE
005460           PERFORM COMPUTE-DAY-NUMBER
005470           IF DAY-NUMBER NOT = MONTH-END-DAY + 1
005480               DISPLAY "ACCRUAL PARM DATE IS NOT A MONTH END "
005490                   MONTH-END-DATE
005500               MOVE 16 TO RETURN-CODE
005510               STOP RUN
005520           END-IF.
005530       OPEN-PAY-HISTORY.
005540           OPEN INPUT PAY-HISTORY
005550           IF PH-FILE-STATUS NOT = "00"
005560               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
005570                   PH-FILE-STATUS
005580               MOVE 16 TO RETURN-CODE
005590               STOP RUN
005600           END-IF.
005610       OPEN-EMPLOYEE-MASTER.
005620           OPEN INPUT EMPLOYEE-MASTER
005630           IF EM-FILE-STATUS NOT = "00"
005640               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
005650                   EM-FILE-STATUS
005660               MOVE 16 TO RETURN-CODE
005670               STOP RUN
005680           END-IF.
005690       OPEN-YTD-MASTER.
005700           OPEN INPUT YTD-MASTER
005710           IF YTD-FILE-STATUS NOT = "00"
005720               DISPLAY "YTD MASTER NOT AVAILABLE - STATUS "
005730                   YTD-FILE-STATUS
005740               MOVE 16 TO RETURN-CODE
005750               STOP RUN
005760           END-IF.
005770*
005780*    KEEP EVERY CALENDAR PERIOD, OF ANY GROUP, THAT HAS BEGUN BY
005790*    MONTH END BUT IS PAID AFTER IT. A PERIOD THAT ENDED BEFORE
005800*    MONTH END BUT WHOSE CHECK IS DATED AFTER IT IS WHOLLY
005810*    UNPAID AND IS KEPT TOO.
005820       LOAD-OPEN-PERIODS.
005830           OPEN INPUT PAY-CALENDAR
005840           IF PCAL-FILE-STATUS NOT = "00"
005850               DISPLAY "PAY CALENDAR NOT AVAILABLE - STATUS "
005860                   PCAL-FILE-STATUS
005870               MOVE 16 TO RETURN-CODE
005880               STOP RUN
005890           END-IF
005900           PERFORM READ-PAY-CALENDAR
005910           PERFORM STORE-OPEN-PERIOD UNTIL CALENDAR-EOF = "YES"
005920           CLOSE PAY-CALENDAR.
005930       READ-PAY-CALENDAR.
005940           READ PAY-CALENDAR AT END MOVE "YES" TO CALENDAR-EOF
005950           END-READ.
005960       STORE-OPEN-PERIOD.
005970           IF PCAL-PP-BEGIN-DATE NOT > MONTH-END-DATE
005980               AND PCAL-CHECK-DATE > MONTH-END-DATE
005990               IF OPEN-PERIOD-COUNT = 40
006000                   DISPLAY "MORE THAN 40 OPEN PERIODS ON CALENDAR"
006010                   MOVE 16 TO RETURN-CODE
006020                   STOP RUN
006030               END-IF
006040               ADD 1 TO OPEN-PERIOD-COUNT
006050               MOVE PCAL-PAY-GROUP
006060                   TO OP-PAY-GROUP (OPEN-PERIOD-COUNT)
006070               IF OP-PAY-GROUP (OPEN-PERIOD-COUNT) = SPACES
006080                   MOVE DEFAULT-PAY-GROUP
006090                       TO OP-PAY-GROUP (OPEN-PERIOD-COUNT)
006100               END-IF
006110               MOVE PCAL-PP-BEGIN-DATE
006120                   TO OP-BEGIN-DATE (OPEN-PERIOD-COUNT)
006130               MOVE PCAL-PP-END-DATE
006140                   TO OP-END-DATE (OPEN-PERIOD-COUNT)
006150               MOVE PCAL-CHECK-DATE
006160                   TO OP-CHECK-DATE (OPEN-PERIOD-COUNT)
006170           END-IF
006180           PERFORM READ-PAY-CALENDAR.
006190       WRITE-LISTING-HEADERS.
006200           MOVE MONTH-END-DATE TO HDR-MONTH-END-OUT
006210           MOVE REVERSE-DATE TO HDR-REVERSE-OUT
006220           WRITE ACCRUAL-PRINTOUT FROM REPORT-HEADER-ONE
006230           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
006240           WRITE ACCRUAL-PRINTOUT FROM OPEN-PERIOD-HEADER
006250           PERFORM WRITE-OPEN-PERIOD-LINE
006260               VARYING OP-INDEX FROM 1 BY 1
006270               UNTIL OP-INDEX > OPEN-PERIOD-COUNT
006280           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
006290           WRITE ACCRUAL-PRINTOUT FROM DETAIL-HEADER-LINE
006300           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE.
006310       WRITE-OPEN-PERIOD-LINE.
006320           MOVE OP-PAY-GROUP (OP-INDEX) TO OPL-GROUP-OUT
006330           MOVE OP-BEGIN-DATE (OP-INDEX) TO OPL-BEGIN-OUT
006340           MOVE OP-END-DATE (OP-INDEX) TO OPL-END-OUT
006350           MOVE OP-CHECK-DATE (OP-INDEX) TO OPL-CHECK-OUT
006360           WRITE ACCRUAL-PRINTOUT FROM OPEN-PERIOD-LINE.
006370       READ-HISTORY-RECORD.
006380           READ PAY-HISTORY AT END MOVE "YES" TO HISTORY-EOF
006390           END-READ.
006400*
006410*    PAY-HISTORY COMES IN EMPLOYEE AND PERIOD ORDER, SO THE LAST
006420*    REGULAR, UNVOIDED PAYMENT SEEN FOR AN EMPLOYEE ENDING ON OR
006430*    BEFORE MONTH END IS THE MOST RECENT ONE. OFF-CYCLE PAYMENTS
006440*    ARE ONE-OFFS AND DO NOT SET THE BASE.
006450       SWEEP-ONE-HISTORY.
006460           IF PH-EMPLOYEE-ID NOT = CURRENT-EMPLOYEE-ID
006470               IF CURRENT-EMPLOYEE-ID NOT = SPACES
006480                   PERFORM ACCRUE-EMPLOYEE
006490               END-IF
006500               MOVE PH-EMPLOYEE-ID TO CURRENT-EMPLOYEE-ID
006510               MOVE "N" TO BASE-FOUND-SW
006520           END-IF
006530           IF PH-PP-END-DATE NOT > MONTH-END-DATE
006540               AND PH-PAY-SEQ = ZERO
006550               AND NOT PH-VOIDED
006560               PERFORM TAKE-HISTORY-BASE
006570           END-IF
006580           PERFORM READ-HISTORY-RECORD.
006590       TAKE-HISTORY-BASE.
006600           MOVE "Y" TO BASE-FOUND-SW
006610           MOVE PH-PP-END-DATE TO BASE-PERIOD-END
006620           MOVE PH-GROSS-PAY TO BASE-WAGES
006630           PERFORM BACK-OUT-EARNINGS-CODE
006640               VARYING EARN-INDEX FROM 1 BY 1
006650               UNTIL EARN-INDEX > 5
006660           IF BASE-WAGES < ZERO
006670               MOVE ZERO TO BASE-WAGES
006680           END-IF.
006690       BACK-OUT-EARNINGS-CODE.
006700           IF PH-EARN-CODE (EARN-INDEX) NOT = SPACES
006710               AND PH-EARN-AMOUNT (EARN-INDEX) NUMERIC
006720               SUBTRACT PH-EARN-AMOUNT (EARN-INDEX)
006730                   FROM BASE-WAGES
006740           END-IF.
006750*
006760*    ONE EMPLOYEE'S HISTORY IS DONE. NOTHING IS ACCRUED FOR AN
006770*    EMPLOYEE WITH NO REGULAR PAYMENT BY MONTH END OR WHOSE LAST
006780*    ONE IS TOO OLD TO STILL BE ON THE PAYROLL. HISTORY FOR AN
006790*    EMPLOYEE GONE FROM THE MASTER, AND AN EMPLOYEE ON LEAVE,
006800*    ARE LISTED BUT NOT ACCRUED.
006810       ACCRUE-EMPLOYEE.
006820           IF BASE-FOUND
006830               MOVE BASE-PERIOD-END TO DAY-DATE
006840               PERFORM COMPUTE-DAY-NUMBER
006850               IF MONTH-END-DAY - DAY-NUMBER > CURRENT-PAY-DAYS
006860                   ADD 1 TO NOT-CURRENT-COUNT
006870               ELSE
006880                   PERFORM ACCRUE-CURRENT-EMPLOYEE
006890               END-IF
006900           END-IF.
006910       ACCRUE-CURRENT-EMPLOYEE.
006920           MOVE CURRENT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
006930           READ EMPLOYEE-MASTER
006940               INVALID KEY
006950                   MOVE SPACES TO EM-EMPLOYEE-NAME
006960                   MOVE "NOT ON EMPLOYEE MASTER"
006970                       TO SKP-REASON-OUT
006980                   PERFORM WRITE-SKIPPED-LINE
006990                   ADD 1 TO NOT-ON-MASTER-COUNT
007000               NOT INVALID KEY
007010                   IF EM-ON-LEAVE
007020                       MOVE "ON LEAVE - NOT ACCRUED"
007030                           TO SKP-REASON-OUT
007040                       PERFORM WRITE-SKIPPED-LINE
007050                       ADD 1 TO ON-LEAVE-COUNT
007060                   ELSE
007070                       PERFORM ESTIMATE-UNPAID-WAGES
007080                   END-IF
007090           END-READ.
007100       WRITE-SKIPPED-LINE.
007110           MOVE CURRENT-EMPLOYEE-ID TO SKP-EMP-ID-OUT
007120           MOVE EM-EMPLOYEE-NAME TO SKP-NAME-OUT
007130           MOVE BASE-PERIOD-END TO SKP-LAST-PAID-OUT
007140           MOVE BASE-WAGES TO SKP-BASE-OUT
007150           WRITE ACCRUAL-PRINTOUT FROM SKIPPED-DETAIL-LINE.
007160*
007170*    PRICE THE UNPAID DAYS OF EACH OF THE GROUP'S OPEN PERIODS
007180*    AT THE BASE, PRORATED BY CALENDAR DAYS. A TERMINATED
007190*    EMPLOYEE EARNS ONLY THROUGH THE TERMINATION DATE.
007200       ESTIMATE-UNPAID-WAGES.
007210           MOVE EM-PAY-GROUP TO EMP-PAY-GROUP
007220           IF EMP-PAY-GROUP = SPACES
007230               MOVE DEFAULT-PAY-GROUP TO EMP-PAY-GROUP
007240           END-IF
007250           MOVE ZERO TO EMP-ACCRUED-WAGES
007260           MOVE ZERO TO EMP-UNPAID-DAYS
007270           PERFORM ACCRUE-OPEN-PERIOD
007280               VARYING OP-INDEX FROM 1 BY 1
007290               UNTIL OP-INDEX > OPEN-PERIOD-COUNT
007300           IF EMP-ACCRUED-WAGES > ZERO
007310               PERFORM ACCRUE-EMPLOYER-TAXES
007320               PERFORM POST-DEPARTMENT-ACCRUAL
007330               PERFORM WRITE-ACCRUAL-DETAIL
007340           END-IF.
007350       ACCRUE-OPEN-PERIOD.
007360           IF OP-PAY-GROUP (OP-INDEX) = EMP-PAY-GROUP
007370               MOVE OP-END-DATE (OP-INDEX) TO PERIOD-THROUGH-DATE
007380               IF PERIOD-THROUGH-DATE > MONTH-END-DATE
007390                   MOVE MONTH-END-DATE TO PERIOD-THROUGH-DATE
007400               END-IF
007410               IF EM-TERMINATED
007420                   AND EM-TERM-DATE NUMERIC
007430                   AND EM-TERM-DATE NOT = ZERO
007440                   AND EM-TERM-DATE < PERIOD-THROUGH-DATE
007450                   MOVE EM-TERM-DATE TO PERIOD-THROUGH-DATE
007460               END-IF
007470               IF PERIOD-THROUGH-DATE
007480                   NOT < OP-BEGIN-DATE (OP-INDEX)
007490                   PERFORM PRORATE-OPEN-PERIOD
007500               END-IF
007510           END-IF.
007520       PRORATE-OPEN-PERIOD.
007530           MOVE OP-BEGIN-DATE (OP-INDEX) TO DAY-DATE
007540           PERFORM COMPUTE-DAY-NUMBER
007550           MOVE DAY-NUMBER TO PERIOD-BEGIN-DAY
007560           MOVE OP-END-DATE (OP-INDEX) TO DAY-DATE
007570           PERFORM COMPUTE-DAY-NUMBER
007580           MOVE DAY-NUMBER TO PERIOD-END-DAY
007590           MOVE PERIOD-THROUGH-DATE TO DAY-DATE
007600           PERFORM COMPUTE-DAY-NUMBER
007610           MOVE DAY-NUMBER TO PERIOD-THROUGH-DAY
007620           COMPUTE PERIOD-TOTAL-DAYS =
007630               PERIOD-END-DAY - PERIOD-BEGIN-DAY + 1
007640           COMPUTE PERIOD-UNPAID-DAYS =
007650               PERIOD-THROUGH-DAY - PERIOD-BEGIN-DAY + 1
007660           COMPUTE PERIOD-ACCRUAL ROUNDED =
007670               BASE-WAGES * PERIOD-UNPAID-DAYS / PERIOD-TOTAL-DAYS
007680           ADD PERIOD-ACCRUAL TO EMP-ACCRUED-WAGES
007690           ADD PERIOD-UNPAID-DAYS TO EMP-UNPAID-DAYS.
007700*
007710*    EMPLOYER FICA, FUTA, AND SUTA ON THE ACCRUED WAGES, EACH
007720*    STOPPED AT ITS WAGE BASE AGAINST THE YEAR'S GROSS SO FAR.
007730*    MEDICARE HAS NO WAGE BASE.
007740       ACCRUE-EMPLOYER-TAXES.
007750           MOVE CURRENT-EMPLOYEE-ID TO YTD-EMPLOYEE-ID
007760           READ YTD-MASTER
007770               INVALID KEY
007780                   MOVE ZERO TO PRIOR-YTD-GROSS
007790               NOT INVALID KEY
007800                   MOVE YTD-GROSS-PAY TO PRIOR-YTD-GROSS
007810           END-READ
007820           IF PRIOR-YTD-GROSS < ZERO
007830               MOVE ZERO TO PRIOR-YTD-GROSS
007840           END-IF
007850           MOVE SOC-SEC-WAGE-BASE TO WAGE-BASE-WORK
007860           PERFORM CAP-TAXABLE-WAGES
007870           COMPUTE EMP-ER-FICA ROUNDED =
007880               (TAXABLE-WORK * SOC-SEC-RATE)
007890               + (EMP-ACCRUED-WAGES * MEDICARE-RATE)
007900           MOVE FUTA-WAGE-BASE TO WAGE-BASE-WORK
007910           PERFORM CAP-TAXABLE-WAGES
007920           COMPUTE EMP-FUTA ROUNDED = TAXABLE-WORK * FUTA-RATE
007930           MOVE SUTA-WAGE-BASE TO WAGE-BASE-WORK
007940           PERFORM CAP-TAXABLE-WAGES
007950           COMPUTE EMP-SUTA ROUNDED = TAXABLE-WORK * SUTA-RATE.
007960       CAP-TAXABLE-WAGES.
007970           IF PRIOR-YTD-GROSS NOT < WAGE-BASE-WORK
007980               MOVE ZERO TO TAXABLE-WORK
007990           ELSE
008000               IF PRIOR-YTD-GROSS + EMP-ACCRUED-WAGES
008010                   > WAGE-BASE-WORK
008020                   COMPUTE TAXABLE-WORK =
008030                       WAGE-BASE-WORK - PRIOR-YTD-GROSS
008040               ELSE
008050                   MOVE EMP-ACCRUED-WAGES TO TAXABLE-WORK
008060               END-IF
008070           END-IF.
008080*
008090*    ROLL THE EMPLOYEE INTO THEIR HOME DEPARTMENT'S ACCRUAL. THE
008100*    FIRST EMPLOYEE SEEN IN A DEPARTMENT CLAIMS ITS SLOT.
008110       POST-DEPARTMENT-ACCRUAL.
008120           MOVE ZERO TO DA-FOUND
008130           PERFORM FIND-DEPARTMENT-SLOT
008140               VARYING DA-INDEX FROM 1 BY 1
008150               UNTIL DA-INDEX > DEPT-COUNT
008160           IF DA-FOUND = ZERO
008170               IF DEPT-COUNT = 50
008180                   DISPLAY "MORE THAN 50 DEPARTMENTS TO ACCRUE"
008190                   MOVE 16 TO RETURN-CODE
008200                   STOP RUN
008210               END-IF
008220               ADD 1 TO DEPT-COUNT
008230               MOVE DEPT-COUNT TO DA-FOUND
008240               MOVE EM-DEPARTMENT TO DA-DEPT (DA-FOUND)
008250               MOVE ZERO TO DA-EMP-COUNT (DA-FOUND)
008260               MOVE ZERO TO DA-WAGES (DA-FOUND)
008270               MOVE ZERO TO DA-ER-FICA (DA-FOUND)
008280               MOVE ZERO TO DA-FUTA (DA-FOUND)
008290               MOVE ZERO TO DA-SUTA (DA-FOUND)
008300           END-IF
008310           ADD 1 TO DA-EMP-COUNT (DA-FOUND)
008320           ADD EMP-ACCRUED-WAGES TO DA-WAGES (DA-FOUND)
008330           ADD EMP-ER-FICA TO DA-ER-FICA (DA-FOUND)
008340           ADD EMP-FUTA TO DA-FUTA (DA-FOUND)
008350           ADD EMP-SUTA TO DA-SUTA (DA-FOUND)
008360           ADD 1 TO ACCRUED-COUNT
008370           ADD EMP-ACCRUED-WAGES TO TOTAL-WAGES
008380           ADD EMP-ER-FICA TO TOTAL-ER-FICA
008390           ADD EMP-FUTA TO TOTAL-FUTA
008400           ADD EMP-SUTA TO TOTAL-SUTA.
008410       FIND-DEPARTMENT-SLOT.
008420           IF DA-DEPT (DA-INDEX) = EM-DEPARTMENT
008430               MOVE DA-INDEX TO DA-FOUND
008440           END-IF.
008450       WRITE-ACCRUAL-DETAIL.
008460           MOVE CURRENT-EMPLOYEE-ID TO ACC-EMP-ID-OUT
008470           MOVE EM-EMPLOYEE-NAME TO ACC-NAME-OUT
008480           MOVE EM-DEPARTMENT TO ACC-DEPT-OUT
008490           MOVE EMP-PAY-GROUP TO ACC-GROUP-OUT
008500           MOVE BASE-PERIOD-END TO ACC-LAST-PAID-OUT
008510           MOVE BASE-WAGES TO ACC-BASE-OUT
008520           MOVE EMP-UNPAID-DAYS TO ACC-DAYS-OUT
008530           MOVE EMP-ACCRUED-WAGES TO ACC-WAGES-OUT
008540           MOVE EMP-ER-FICA TO ACC-FICA-OUT
008550           MOVE EMP-FUTA TO ACC-FUTA-OUT
008560           MOVE EMP-SUTA TO ACC-SUTA-OUT
008570           WRITE ACCRUAL-PRINTOUT FROM ACCRUAL-DETAIL-LINE.
008580       WRITE-DEPARTMENT-SUMMARY.
008590           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
008600           WRITE ACCRUAL-PRINTOUT FROM DEPT-HEADER-ONE
008610           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
008620           WRITE ACCRUAL-PRINTOUT FROM DEPT-HEADER-TWO
008630           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
008640           PERFORM WRITE-ONE-DEPARTMENT-LINE
008650               VARYING DA-INDEX FROM 1 BY 1
008660               UNTIL DA-INDEX > DEPT-COUNT
008670           MOVE "TOTAL" TO DEPT-CODE-OUT
008680           MOVE ACCRUED-COUNT TO DEPT-EMP-COUNT-OUT
008690           MOVE TOTAL-WAGES TO DEPT-WAGES-OUT
008700           MOVE TOTAL-ER-FICA TO DEPT-FICA-OUT
008710           MOVE TOTAL-FUTA TO DEPT-FUTA-OUT
008720           MOVE TOTAL-SUTA TO DEPT-SUTA-OUT
008730           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
008740           WRITE ACCRUAL-PRINTOUT FROM DEPT-DETAIL-LINE.
008750       WRITE-ONE-DEPARTMENT-LINE.
008760           MOVE DA-DEPT (DA-INDEX) TO DEPT-CODE-OUT
008770           MOVE DA-EMP-COUNT (DA-INDEX) TO DEPT-EMP-COUNT-OUT
008780           MOVE DA-WAGES (DA-INDEX) TO DEPT-WAGES-OUT
008790           MOVE DA-ER-FICA (DA-INDEX) TO DEPT-FICA-OUT
008800           MOVE DA-FUTA (DA-INDEX) TO DEPT-FUTA-OUT
008810           MOVE DA-SUTA (DA-INDEX) TO DEPT-SUTA-OUT
008820           WRITE ACCRUAL-PRINTOUT FROM DEPT-DETAIL-LINE.
008830*
008840*    THE JOURNAL ENTRY, ONE DEPARTMENT AT A TIME - WAGE EXPENSE
008850*    TO THE DEPARTMENT'S SALARY EXPENSE ACCOUNT AGAINST ACCRUED
008860*    WAGES PAYABLE, AND EACH EMPLOYER TAX EXPENSE AGAINST ITS
008870*    ACCRUED LIABILITY. EACH LINE IS PRINTED AS IT IS WRITTEN
008880*    SO THE LISTING CARRIES THE ENTRY EXACTLY AS POSTED. LINES
008890*    FOR A ZERO AMOUNT ARE SUPPRESSED.
008900       WRITE-ACCRUAL-ENTRY.
008910           MOVE REVERSE-DATE TO JE-HDR-REVERSE-OUT
008920           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
008930           WRITE ACCRUAL-PRINTOUT FROM JOURNAL-HEADER-ONE
008940           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
008950           WRITE ACCRUAL-PRINTOUT FROM JOURNAL-HEADER-TWO
008960           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
008970           PERFORM WRITE-DEPARTMENT-ENTRY
008980               VARYING DA-INDEX FROM 1 BY 1
008990               UNTIL DA-INDEX > DEPT-COUNT.
009000       WRITE-DEPARTMENT-ENTRY.
009010           MOVE DA-DEPT (DA-INDEX) TO GL-WORK-DEPT
009020           MOVE GL-DEFAULT-EXPENSE TO GL-EXPENSE-ACCOUNT
009030           MOVE DA-DEPT (DA-INDEX) TO GL-LOOKUP-DEPT
009040           PERFORM LOCATE-GL-EXPENSE-ACCOUNT
009050               VARYING GL-MAP-INDEX FROM 1 BY 1
009060               UNTIL GL-MAP-INDEX > 4
009070           MOVE GL-EXPENSE-ACCOUNT TO GL-WORK-ACCOUNT
009080           MOVE DA-WAGES (DA-INDEX) TO GL-WORK-AMOUNT
009090           MOVE "ACCRUED WAGES" TO GL-WORK-DESC
009100           PERFORM WRITE-GL-DEBIT-RECORD
009110           MOVE GL-ACCRUED-WAGES-ACCOUNT TO GL-WORK-ACCOUNT
009120           MOVE "ACCRUED WAGES PAY" TO GL-WORK-DESC
009130           PERFORM WRITE-GL-CREDIT-RECORD
009140           MOVE GL-ER-FICA-EXPENSE TO GL-WORK-ACCOUNT
009150           MOVE DA-ER-FICA (DA-INDEX) TO GL-WORK-AMOUNT
009160           MOVE "EMPLOYER FICA/MEDI" TO GL-WORK-DESC
009170           PERFORM WRITE-GL-DEBIT-RECORD
009180           MOVE GL-ACCRUED-FICA-ACCOUNT TO GL-WORK-ACCOUNT
009190           MOVE "ACCRUED ER FICA/MEDI" TO GL-WORK-DESC
009200           PERFORM WRITE-GL-CREDIT-RECORD
009210           MOVE GL-FUTA-EXPENSE TO GL-WORK-ACCOUNT
009220           MOVE DA-FUTA (DA-INDEX) TO GL-WORK-AMOUNT
009230           MOVE "EMPLOYER FUTA" TO GL-WORK-DESC
009240           PERFORM WRITE-GL-DEBIT-RECORD
009250           MOVE GL-ACCRUED-FUTA-ACCOUNT TO GL-WORK-ACCOUNT
009260           MOVE "ACCRUED FUTA" TO GL-WORK-DESC
009270           PERFORM WRITE-GL-CREDIT-RECORD
009280           MOVE GL-SUTA-EXPENSE TO GL-WORK-ACCOUNT
009290           MOVE DA-SUTA (DA-INDEX) TO GL-WORK-AMOUNT
009300           MOVE "EMPLOYER SUTA" TO GL-WORK-DESC
009310           PERFORM WRITE-GL-DEBIT-RECORD
009320           MOVE GL-ACCRUED-SUTA-ACCOUNT TO GL-WORK-ACCOUNT
009330           MOVE "ACCRUED SUTA" TO GL-WORK-DESC
009340           PERFORM WRITE-GL-CREDIT-RECORD
009350           ADD DA-WAGES (DA-INDEX) DA-ER-FICA (DA-INDEX)
009360               DA-FUTA (DA-INDEX) DA-SUTA (DA-INDEX)
009370               TO GL-ACCRUAL-TOTAL.
009380       LOCATE-GL-EXPENSE-ACCOUNT.
009390           IF GL-LOOKUP-DEPT = GL-MAP-DEPT (GL-MAP-INDEX)
009400               MOVE GL-MAP-ACCOUNT (GL-MAP-INDEX)
009410                   TO GL-EXPENSE-ACCOUNT
009420           END-IF.
009430       WRITE-GL-DEBIT-RECORD.
009440           IF GL-WORK-AMOUNT NOT = ZERO
009450               MOVE "D" TO GL-RECORD-TYPE
009460               MOVE GL-WORK-ACCOUNT TO GL-ACCOUNT-NUM
009470               MOVE GL-WORK-DEPT TO GL-DEPARTMENT
009480               MOVE GL-WORK-AMOUNT TO GL-DEBIT-AMOUNT
009490               MOVE ZERO TO GL-CREDIT-AMOUNT
009500               MOVE GL-WORK-DESC TO GL-DESCRIPTION
009510               MOVE "R" TO GL-REVERSE-SW
009520               MOVE REVERSE-DATE TO GL-REVERSE-DATE
009530               WRITE GL-RECORD-OUT
009540               ADD GL-WORK-AMOUNT TO GL-TOTAL-DEBITS
009550               MOVE GL-WORK-AMOUNT TO JE-DEBIT-OUT
009560               MOVE ZERO TO JE-CREDIT-OUT
009570               PERFORM WRITE-JOURNAL-LINE
009580           END-IF.
009590       WRITE-GL-CREDIT-RECORD.
009600           IF GL-WORK-AMOUNT NOT = ZERO
009610               MOVE "D" TO GL-RECORD-TYPE
009620               MOVE GL-WORK-ACCOUNT TO GL-ACCOUNT-NUM
009630               MOVE GL-WORK-DEPT TO GL-DEPARTMENT
009640               MOVE ZERO TO GL-DEBIT-AMOUNT
009650               MOVE GL-WORK-AMOUNT TO GL-CREDIT-AMOUNT
009660               MOVE GL-WORK-DESC TO GL-DESCRIPTION
009670               MOVE "R" TO GL-REVERSE-SW
009680               MOVE REVERSE-DATE TO GL-REVERSE-DATE
009690               WRITE GL-RECORD-OUT
009700               ADD GL-WORK-AMOUNT TO GL-TOTAL-CREDITS
009710               MOVE ZERO TO JE-DEBIT-OUT
009720               MOVE GL-WORK-AMOUNT TO JE-CREDIT-OUT
009730               PERFORM WRITE-JOURNAL-LINE
009740           END-IF.
009750       WRITE-JOURNAL-LINE.
009760           MOVE GL-WORK-ACCOUNT TO JE-ACCOUNT-OUT
009770           MOVE GL-WORK-DEPT TO JE-DEPT-OUT
009780           MOVE GL-WORK-DESC TO JE-DESC-OUT
009790           WRITE ACCRUAL-PRINTOUT FROM JOURNAL-DETAIL-LINE.
009800*
009810*    THE EXTRACT IS ONLY RELEASED WITH A TRAILER WHOSE DEBITS
009820*    EQUAL ITS CREDITS AND EQUAL THE WAGES AND EMPLOYER TAXES
009830*    ACCRUED. ANYTHING ELSE ABENDS THE RUN SO AN UNBALANCED
009840*    FILE CANNOT POST.
009850       WRITE-GL-TRAILER.
009860           IF GL-TOTAL-DEBITS NOT = GL-TOTAL-CREDITS
009870               OR GL-TOTAL-DEBITS NOT = GL-ACCRUAL-TOTAL
009880               DISPLAY "ACCRUAL EXTRACT OUT OF BALANCE - DEBITS "
009890                   GL-TOTAL-DEBITS " CREDITS " GL-TOTAL-CREDITS
009900                   " ACCRUED " GL-ACCRUAL-TOTAL
009910               MOVE 16 TO RETURN-CODE
009920               STOP RUN
009930           END-IF
009940           MOVE "T" TO GL-RECORD-TYPE
009950           MOVE SPACES TO GL-ACCOUNT-NUM
009960           MOVE SPACES TO GL-DEPARTMENT
009970           MOVE GL-TOTAL-DEBITS TO GL-DEBIT-AMOUNT
009980           MOVE GL-TOTAL-CREDITS TO GL-CREDIT-AMOUNT
009990           MOVE "MONTH-END ACCRUAL" TO GL-DESCRIPTION
010000           MOVE "R" TO GL-REVERSE-SW
010010           MOVE REVERSE-DATE TO GL-REVERSE-DATE
010020           WRITE GL-RECORD-OUT
010030           MOVE GL-TOTAL-DEBITS TO JE-TOTAL-DEBIT-OUT
010040           MOVE GL-TOTAL-CREDITS TO JE-TOTAL-CREDIT-OUT
010050           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
010060           WRITE ACCRUAL-PRINTOUT FROM JOURNAL-TOTAL-LINE.
010070       WRITE-LISTING-TRAILER.
010080           MOVE ACCRUED-COUNT TO TRL-ACCRUED-OUT
010090           MOVE NOT-ON-MASTER-COUNT TO TRL-NOT-ON-MASTER-OUT
010100           MOVE ON-LEAVE-COUNT TO TRL-ON-LEAVE-OUT
010110           MOVE NOT-CURRENT-COUNT TO TRL-NOT-CURRENT-OUT
010120           WRITE ACCRUAL-PRINTOUT FROM BLANK-LINE
010130           WRITE ACCRUAL-PRINTOUT FROM LISTING-TRAILER-LINE.
010140*
010150*    DAY NUMBER OF DAY-DATE - 365 DAYS FOR EACH PRIOR YEAR PLUS
010160*    ITS LEAP DAYS, THE DAYS BEFORE THE MONTH, AND THE DAY, WITH
010170*    FEBRUARY 29 COUNTED WHEN THE DATE'S OWN YEAR IS A LEAP
010180*    YEAR.
010190       COMPUTE-DAY-NUMBER.
010200           COMPUTE DAY-PRIOR-YEARS = DAY-CCYY - 1
010210           MOVE "N" TO DAY-LEAP-SW
010220           DIVIDE DAY-CCYY BY 4 GIVING DAY-QUOTIENT
010230               REMAINDER DAY-REMAINDER
010240           IF DAY-REMAINDER = ZERO
010250               MOVE "Y" TO DAY-LEAP-SW
010260           END-IF
010270           DIVIDE DAY-CCYY BY 100 GIVING DAY-QUOTIENT
010280               REMAINDER DAY-REMAINDER
010290           IF DAY-REMAINDER = ZERO
010300               MOVE "N" TO DAY-LEAP-SW
010310           END-IF
010320           DIVIDE DAY-CCYY BY 400 GIVING DAY-QUOTIENT
010330               REMAINDER DAY-REMAINDER
010340           IF DAY-REMAINDER = ZERO
010350               MOVE "Y" TO DAY-LEAP-SW
010360           END-IF
010370           COMPUTE DAY-NUMBER = (DAY-PRIOR-YEARS * 365)
010380               + CUM-DAYS (DAY-MM) + DAY-DD
010390           DIVIDE DAY-PRIOR-YEARS BY 4 GIVING DAY-QUOTIENT
010400           ADD DAY-QUOTIENT TO DAY-NUMBER
010410           DIVIDE DAY-PRIOR-YEARS BY 100 GIVING DAY-QUOTIENT
010420           SUBTRACT DAY-QUOTIENT FROM DAY-NUMBER
010430           DIVIDE DAY-PRIOR-YEARS BY 400 GIVING DAY-QUOTIENT
010440           ADD DAY-QUOTIENT TO DAY-NUMBER
010450           IF DAY-LEAP-YEAR AND DAY-MM > 2
010460               ADD 1 TO DAY-NUMBER
010470           END-IF.
010480*/*
010490*//GO.ACCPARM DD *
010500*20261031
010510*/*
010520*//GO.PAYHST DD DSN=PAY.PAYHIST,DISP=SHR
010530*//GO.EMPMST DD DSN=PAY.EMPMAST,DISP=SHR
010540*//GO.YTDDD DD DSN=PAY.YTDMAST,DISP=SHR
010550*//GO.PAYCAL DD DSN=PAY.PAYCAL,DISP=SHR
010560*//GO.GLDD DD DSN=PAY.GLACCR,DISP=(NEW,CATLG)
010570*//GO.ACCRPT DD SYSOUT=A
