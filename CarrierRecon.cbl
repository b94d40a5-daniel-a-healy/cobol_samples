000010*//KC03M09 JOB TIME=(,1)
000020*//        EXEC IGYWCLG
000030*//COBOL.SYSIN DD *
000040       IDENTIFICATION DIVISION.
000050       PROGRAM-ID. CARRECON.
000060*
000070*    MODIFICATION HISTORY
000080*    ----------------------------------------------------------
000090*    10/15/26  RDM  NEW PROGRAM. MONTHLY BENEFIT CARRIER INVOICE
000100*                  RECONCILIATION. THE ONLY CHECK ON THE HLTH,
000110*                  401K, AND DUES BILLS WAS THE CARRIER REMIT
000120*                  TOTALS AFTER THE SAMPLE TRAILER, AND THE OTHR
000130*                  BUCKET HID ANY UNRECOGNIZED CODE. EACH
000140*                  CARRIER'S INVOICE OR SELF-BILL FILE IS NOW
000150*                  MATCHED BY EMPLOYEE AGAINST WHAT
000160*                  DEDUCTION-DETAIL SHOWS WAS ACTUALLY WITHHELD
000170*                  FOR THE COVERAGE MONTH. PEOPLE BILLED BUT NOT
000180*                  DEDUCTED, DEDUCTED BUT NOT BILLED, AND AMOUNT
000190*                  DIFFERENCES ARE LISTED, EVERY CARRIER GETS A
000200*                  NET REMITTANCE DUE THAT FOOTS BACK TO ITS
000210*                  BILL, AND TERMINATED AND ON-LEAVE EMPLOYEES
000220*                  ARE FLAGGED FROM EMPLOYEE-MASTER. WITHHOLDING
000230*                  UNDER ANY OTHER CODE IS LISTED BY CODE.
000240*
000250       ENVIRONMENT DIVISION.
000260       INPUT-OUTPUT SECTION.
000270       FILE-CONTROL.
000280             SELECT CARRIER-PARM ASSIGN CARPARM.
000290             SELECT HEALTH-BILL ASSIGN HLTHBIL
000300                 FILE STATUS IS HB-FILE-STATUS.
000310             SELECT RETIREMENT-BILL ASSIGN K401BIL
000320                 FILE STATUS IS RB-FILE-STATUS.
000330             SELECT DUES-BILL ASSIGN DUESBIL
000340                 FILE STATUS IS UB-FILE-STATUS.
000350             SELECT DEDUCTION-DETAIL ASSIGN DEDDTL
000360                 ORGANIZATION IS INDEXED
000370                 ACCESS MODE IS SEQUENTIAL
000380                 RECORD KEY IS DD-KEY
000390                 FILE STATUS IS DD-FILE-STATUS.
000400             SELECT PAY-HISTORY ASSIGN PAYHST
000410                 ORGANIZATION IS INDEXED
000420                 ACCESS MODE IS RANDOM
000430                 RECORD KEY IS PH-KEY
000440                 FILE STATUS IS PH-FILE-STATUS.
000450             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
000460                 ORGANIZATION IS INDEXED
000470                 ACCESS MODE IS RANDOM
000480                 RECORD KEY IS EM-EMPLOYEE-ID
000490                 FILE STATUS IS EM-FILE-STATUS.
000500             SELECT CARRIER-REPORT ASSIGN CARRPT.
000510             SELECT SORTED-CARRIER-DATA ASSIGN SRTDD.
000520             SELECT SORT-WORK-FILE ASSIGN SORTWK.
000530       DATA DIVISION.
000540       FILE SECTION.
000550*
000560*    ONE PARM CARD - THE COVERAGE MONTH (CCYYMM) BEING
000570*    RECONCILED. WITHHOLDING COUNTS TOWARD THE MONTH ITS PAY
000580*    PERIOD ENDED IN.
000590       FD CARRIER-PARM RECORDING MODE F
000600              LABEL RECORDS ARE OMITTED.
000610       01 CARRIER-PARM-RECORD.
000620            02 CRP-COVERAGE-MONTH PIC 9(6).
000630            02 FILLER             PIC X(74).
000640*
000650*    THE CARRIERS' INVOICE OR SELF-BILL FILES, ONE PER CARRIER,
000660*    ALL IN THE BILL-LINE LAYOUT IN WORKING-STORAGE.
000670       FD HEALTH-BILL RECORDING MODE F
000680              LABEL RECORDS ARE OMITTED.
000690       01 HEALTH-BILL-RECORD PIC X(80).
000700       FD RETIREMENT-BILL RECORDING MODE F
000710              LABEL RECORDS ARE OMITTED.
000720       01 RETIREMENT-BILL-RECORD PIC X(80).
000730       FD DUES-BILL RECORDING MODE F
000740              LABEL RECORDS ARE OMITTED.
000750       01 DUES-BILL-RECORD PIC X(80).
000760*
000770*    PER-DEDUCTION DETAIL FOR EACH PAYMENT AS THE PAYROLL
000780*    PROGRAM KEEPS IT. THE RECORD LAYOUT MUST STAY IN STEP WITH
000790*    THE ONE THERE.
000800       FD DEDUCTION-DETAIL
000810              LABEL RECORDS ARE STANDARD.
000820       01 DEDUCTION-DETAIL-RECORD.
000830            02 DD-KEY.
000840                 03 DD-EMPLOYEE-ID PIC X(06).
000850                 03 DD-PP-END-DATE PIC 9(8).
000860                 03 DD-PP-END-SPLIT REDEFINES DD-PP-END-DATE.
000870                      04 DD-PP-END-CCYYMM PIC 9(6).
000880                      04 DD-PP-END-DD     PIC 9(2).
000890                 03 DD-PAY-SEQ     PIC 9(2).
000900                 03 DD-CODE        PIC X(04).
000910            02 DD-TAX-CLASS       PIC X(01).
000920            02 DD-AMOUNT-TAKEN    PIC S9(5)V99.
000930            02 DD-ARREARS-APPLIED PIC S9(5)V99.
000940            02 DD-ANNUAL-CAP      PIC 9(6)V99.
000950            02 DD-CAP-ROOM-LEFT   PIC S9(6)V99.
000960*
000970*    PAY HISTORY AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
000980*    LAYOUT MUST STAY IN STEP WITH THE ONE THERE.
000990       FD PAY-HISTORY
001000              LABEL RECORDS ARE STANDARD.
001010       01 PAY-HISTORY-RECORD.
001020            02 PH-KEY.
001030                 03 PH-EMPLOYEE-ID PIC X(06).
001040                 03 PH-PP-END-DATE PIC 9(8).
001050                 03 PH-PAY-SEQ     PIC 9(2).
001060            02 PH-GROSS-PAY      PIC S9(6)V99.
001070            02 PH-REGULAR-PAY    PIC S9(6)V99.
001080            02 PH-OVERTIME-PAY   PIC S9(6)V99.
001090            02 PH-REGULAR-HOURS  PIC 9(2).
001100            02 PH-OVERTIME-HOURS PIC 9(2).
001110            02 PH-DEDUCTION      PIC S9(5)V99.
001120            02 PH-FED-TAX        PIC S9(5)V99.
001130            02 PH-STATE-TAX      PIC S9(5)V99.
001140            02 PH-SOC-SEC-TAX    PIC S9(5)V99.
001150            02 PH-MEDICARE-TAX   PIC S9(5)V99.
001160            02 PH-VOL-DEDUCTION  PIC S9(5)V99.
001170            02 PH-NET-PAY        PIC S9(6)V99.
001180            02 PH-EMPLOYER-FUTA  PIC S9(5)V99.
001190            02 PH-EMPLOYER-SUTA  PIC S9(5)V99.
001200            02 PH-PAY-INSTRUMENT PIC X(01).
001210                 88 PH-PAID-BY-ACH   VALUE "D".
001220                 88 PH-PAID-BY-CHECK VALUE "C".
001230            02 PH-CHECK-NUMBER   PIC 9(08).
001240            02 PH-VOID-SW        PIC X(01).
001250                 88 PH-VOIDED VALUE "V".
001260            02 PH-ACH-TRACE      PIC X(15).
001270            02 PH-RETURN-SW      PIC X(01).
001280                 88 PH-RETURNED VALUE "R".
001290            02 PH-EARNINGS-ENTRY OCCURS 5 TIMES.
001300                 03 PH-EARN-CODE   PIC X(04).
001310                 03 PH-EARN-HOURS  PIC 9(3).
001320                 03 PH-EARN-AMOUNT PIC S9(6)V99.
001330*
001340*    STANDING EMPLOYEE DATA KEPT BY THE EMPMAINT PROGRAM. THE
001350*    RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001360       FD EMPLOYEE-MASTER
001370              LABEL RECORDS ARE STANDARD.
001380       01 EMPLOYEE-MASTER-RECORD.
001390            02 EM-EMPLOYEE-ID   PIC X(06).
001400            02 EM-EMPLOYEE-NAME PIC X(10).
001410            02 EM-PAY-RATE      PIC 9(2)V99.
001420            02 EM-EMPLOYEE-TYPE PIC X(01).
001430                 88 EM-HOURLY   VALUE "H".
001440                 88 EM-SALARIED VALUE "S".
001450            02 EM-PERIOD-SALARY PIC 9(6)V99.
001460            02 EM-DEPENDENTS    PIC 9(2).
001470            02 EM-DEPARTMENT    PIC X(04).
001480            02 EM-PAYMENT-METHOD PIC X(01).
001490                 88 EM-PAY-BY-ACH   VALUE "D".
001500                 88 EM-PAY-BY-CHECK VALUE "C".
001510            02 EM-STATUS-CODE   PIC X(01).
001520                 88 EM-ACTIVE     VALUE "A".
001530                 88 EM-ON-LEAVE   VALUE "L".
001540                 88 EM-TERMINATED VALUE "T".
001550            02 EM-TERM-DATE     PIC 9(8).
001560            02 EM-TERM-SPLIT REDEFINES EM-TERM-DATE.
001570                 03 EM-TERM-CCYYMM PIC 9(6).
001580                 03 EM-TERM-DD     PIC 9(2).
001590            02 EM-WORK-STATE    PIC X(02).
001600            02 EM-FILING-STATUS PIC X(01).
001610                 88 EM-FILE-SINGLE VALUES SPACE "S".
001620                 88 EM-FILE-JOINT  VALUE "M".
001630                 88 EM-FILE-HEAD   VALUE "H".
001640            02 EM-W4-CREDIT     PIC 9(5)V99.
001650            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
001660            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
001670            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
001680            02 EM-FED-EXEMPT    PIC X(01).
001690                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
001700            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
001710            02 EM-ST-ALLOWANCES PIC 9(2).
001720            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
001730            02 EM-ST-EXEMPT     PIC X(01).
001740                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
001750            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
001760            02 EM-PAY-GROUP     PIC X(02).
001770       FD CARRIER-REPORT RECORDING MODE F
001780              LABEL RECORDS ARE OMITTED.
001790       01 CARRIER-PRINTOUT PIC X(132).
001800*
001810*    BILL LINES AND WITHHOLDING ARE SORTED TOGETHER INTO CARRIER
001820*    AND EMPLOYEE SEQUENCE SO EACH EMPLOYEE'S BILLED AND
001830*    DEDUCTED AMOUNTS COME BACK SIDE BY SIDE.
001840       FD SORTED-CARRIER-DATA RECORDING MODE F
001850              LABEL RECORDS ARE OMITTED.
001860       01 SORTED-CARRIER-RECORD.
001870            02 SC-CARRIER-INDEX PIC 9(1).
001880            02 SC-EMPLOYEE-ID   PIC X(06).
001890            02 SC-SOURCE        PIC X(01).
001900                 88 SC-FROM-BILL      VALUE "B".
001910                 88 SC-FROM-DEDUCTION VALUE "D".
001920            02 SC-AMOUNT        PIC S9(7)V99.
001930            02 FILLER           PIC X(23).
001940       SD SORT-WORK-FILE.
001950       01 SORT-RECORD.
001960            02 SORT-CARRIER-INDEX PIC 9(1).
001970            02 SORT-EMPLOYEE-ID   PIC X(06).
001980            02 SORT-SOURCE        PIC X(01).
001990            02 SORT-AMOUNT        PIC S9(7)V99.
002000            02 FILLER             PIC X(23).
002010       WORKING-STORAGE SECTION.
002020       01 HB-FILE-STATUS  PIC XX.
002030       01 RB-FILE-STATUS  PIC XX.
002040       01 UB-FILE-STATUS  PIC XX.
002050       01 DD-FILE-STATUS  PIC XX.
002060       01 PH-FILE-STATUS  PIC XX.
002070       01 EM-FILE-STATUS  PIC XX.
002080       01 BILL-EOF        PIC XXX VALUE "NO".
002090       01 DETAIL-EOF      PIC XXX VALUE "NO".
002100       01 SORTED-EOF      PIC XXX VALUE "NO".
002110       01 COVERAGE-MONTH  PIC 9(6) VALUE ZERO.
002120       01 COVERAGE-SPLIT REDEFINES COVERAGE-MONTH.
002130            02 COVERAGE-CCYY PIC 9(4).
002140            02 COVERAGE-MM   PIC 9(2).
002150*
002160*    ONE LINE OF A CARRIER BILL - EMPLOYEE, COVERAGE MONTH, AND
002170*    THE PREMIUM OR CONTRIBUTION BILLED. A MINUS IN THE SIGN
002180*    COLUMN IS A CREDIT (A RETRO TERMINATION OR A REFUND).
002190       01 BILL-LINE.
002200            02 BL-EMPLOYEE-ID    PIC X(06).
002210            02 BL-COVERAGE-MONTH PIC 9(6).
002220            02 BL-COVERAGE-MONTH-X REDEFINES BL-COVERAGE-MONTH
002230                                 PIC X(6).
002240            02 BL-AMOUNT-SIGN    PIC X(01).
002250                 88 BL-CHARGE VALUES SPACE "+".
002260                 88 BL-CREDIT VALUE "-".
002270            02 BL-BILLED-AMOUNT  PIC 9(6)V99.
002280            02 BL-BILLED-AMOUNT-X REDEFINES BL-BILLED-AMOUNT
002290                                 PIC X(8).
002300            02 FILLER            PIC X(59).
002310*
002320*    THE CARRIERS BEING RECONCILED, IN THE ORDER THEIR BILL
002330*    FILES ARE READ. THE CODES ARE THE DEDUCTION CODES THE
002340*    PAYROLL PROGRAM WITHHOLDS UNDER.
002350       01 CARRIER-CODE-VALUES.
002360            02 FILLER PIC X(04) VALUE "HLTH".
002370            02 FILLER PIC X(04) VALUE "401K".
002380            02 FILLER PIC X(04) VALUE "DUES".
002390       01 CARRIER-CODE-TABLE REDEFINES CARRIER-CODE-VALUES.
002400            02 CARRIER-CODE PIC X(04) OCCURS 3 TIMES.
002410       01 CARRIER-INDEX   PIC 9(1).
002420       01 CARRIER-SLOT    PIC 9(1).
002430*
002440*    RUN TOTALS PER CARRIER. THE BILL FILE SWITCH IS N WHEN THE
002450*    CARRIER SENT NOTHING THIS MONTH.
002460       01 CARRIER-TOTAL-TABLE.
002470            02 CARRIER-TOTAL-ENTRY OCCURS 3 TIMES.
002480                 03 CT-BILL-FILE-SW      PIC X(01).
002490                 03 CT-BILL-LINES        PIC 9(6).
002500                 03 CT-SET-ASIDE-COUNT   PIC 9(6).
002510                 03 CT-BILLED-TOTAL      PIC S9(9)V99.
002520                 03 CT-DEDUCTED-TOTAL    PIC S9(9)V99.
002530                 03 CT-NOT-DEDUCTED-COUNT PIC 9(6).
002540                 03 CT-NOT-DEDUCTED-AMT  PIC S9(9)V99.
002550                 03 CT-NOT-BILLED-COUNT  PIC 9(6).
002560                 03 CT-NOT-BILLED-AMT    PIC S9(9)V99.
002570                 03 CT-DIFFERENCE-COUNT  PIC 9(6).
002580                 03 CT-DIFFERENCE-AMT    PIC S9(9)V99.
002590                 03 CT-MATCHED-COUNT     PIC 9(6).
002600                 03 CT-FLAGGED-COUNT     PIC 9(6).
002610                 03 CT-FLAGGED-BILLED    PIC S9(9)V99.
002620*
002630*    WITHHOLDING FOR THE MONTH UNDER ANY CODE NO CARRIER BILL
002640*    COVERS - GARNISHMENTS, AND ANYTHING THE PAYROLL PROGRAM'S
002650*    OTHR BUCKET WOULD HAVE LUMPED TOGETHER - LISTED BY CODE.
002660       01 OTHER-CODE-COUNT PIC 9(2) VALUE ZERO.
002670       01 OTHER-CODE-INDEX PIC 9(2).
002680       01 OTHER-CODE-SLOT  PIC 9(2).
002690       01 OTHER-CODE-TABLE.
002700            02 OTHER-CODE-ENTRY OCCURS 20 TIMES.
002710                 03 OC-CODE   PIC X(04).
002720                 03 OC-ROWS   PIC 9(6).
002730                 03 OC-AMOUNT PIC S9(9)V99.
002740       01 DETAIL-ROWS-READ   PIC 9(7) VALUE ZERO.
002750       01 DETAIL-ROWS-MONTH  PIC 9(7) VALUE ZERO.
002760       01 VOIDED-ROWS-SKIPPED PIC 9(6) VALUE ZERO.
002770       01 VOIDED-AMT-SKIPPED PIC S9(9)V99 VALUE ZERO.
002780       01 NO-HISTORY-ROWS    PIC 9(6) VALUE ZERO.
002790       01 REJECTED-LINES     PIC 9(6) VALUE ZERO.
002800       01 EXCEPTION-COUNT    PIC 9(6) VALUE ZERO.
002810       01 FLAGGED-COUNT      PIC 9(6) VALUE ZERO.
002820*
002830*    ONE EMPLOYEE'S BILLED AND DEDUCTED AMOUNTS FOR ONE CARRIER,
002840*    BUILT UP ACROSS THE SORTED RECORDS FOR THE PAIR.
002850       01 BREAK-CARRIER-INDEX PIC 9(1).
002860       01 BREAK-EMPLOYEE-ID   PIC X(06).
002870       01 BILLED-SW           PIC X(01).
002880       01 DEDUCTED-SW         PIC X(01).
002890       01 EMPLOYEE-BILLED     PIC S9(7)V99.
002900       01 EMPLOYEE-DEDUCTED   PIC S9(7)V99.
002910       01 EMPLOYEE-DIFFERENCE PIC S9(7)V99.
002920       01 EXCEPTION-SW        PIC X(01).
002930       01 FLAGGED-SW          PIC X(01).
002940       01 PRIOR-TERM-SW       PIC X(01).
002950       01 REASON-TEXT         PIC X(22).
002960       01 STATUS-WORK.
002970            02 STATUS-WORD     PIC X(14).
002980            02 STATUS-DATE-OUT PIC 9(4)/99/99.
002990            02 STATUS-PRIOR    PIC X(02).
003000       01 BLANK-LINE      PIC X(80).
003010       01 CARRIER-HEADER-ONE.
003020            02 FILLER PIC X(41)
003030                VALUE "BENEFIT CARRIER RECONCILIATION - MONTH".
003040            02 CARRIER-HDR-MONTH-OUT PIC 9(4)/99.
003050       01 CARRIER-HEADER-TWO.
003060            02 FILLER PIC X(41)
003070                VALUE "* TERMINATED BEFORE THE COVERAGE MONTH -".
003080            02 FILLER PIC X(34)
003090                VALUE " PREMIUM SHOULD NOT BE PAID".
003100       01 SET-ASIDE-HEADER.
003110            02 FILLER PIC X(40)
003120                VALUE "BILL LINES SET ASIDE - NOT RECONCILED".
003130       01 SET-ASIDE-LINE.
003140            02 SA-CARRIER-OUT  PIC X(04).
003150            02 FILLER PIC X(3)  VALUE SPACE.
003160            02 SA-EMPLOYEE-OUT PIC X(06).
003170            02 FILLER PIC X(3)  VALUE SPACE.
003180            02 SA-MONTH-OUT    PIC X(06).
003190            02 FILLER PIC X(3)  VALUE SPACE.
003200            02 SA-SIGN-OUT     PIC X(01).
003210            02 SA-AMOUNT-OUT   PIC X(08).
003220            02 FILLER PIC X(3)  VALUE SPACE.
003230            02 SA-REASON-OUT   PIC X(40).
003240       01 EXCEPTION-HEADER-ONE.
003250            02 FILLER PIC X(40)
003260                VALUE "EXCEPTIONS AND FLAGGED EMPLOYEES".
003270       01 EXCEPTION-HEADER-TWO.
003280            02 FILLER PIC X(7)  VALUE "CARR".
003290            02 FILLER PIC X(9)  VALUE "EMP ID".
003300            02 FILLER PIC X(12) VALUE "NAME".
003310            02 FILLER PIC X(15) VALUE "BILLED".
003320            02 FILLER PIC X(15) VALUE "DEDUCTED".
003330            02 FILLER PIC X(15) VALUE "DIFFERENCE".
003340            02 FILLER PIC X(24) VALUE "EXCEPTION".
003350            02 FILLER PIC X(16) VALUE "EMPLOYEE STATUS".
003360       01 EXCEPTION-DETAIL-LINE.
003370            02 EXC-CARRIER-OUT  PIC X(04).
003380            02 FILLER PIC X(3)  VALUE SPACE.
003390            02 EXC-EMPLOYEE-OUT PIC X(06).
003400            02 FILLER PIC X(3)  VALUE SPACE.
003410            02 EXC-NAME-OUT     PIC X(10).
003420            02 FILLER PIC X(2)  VALUE SPACE.
003430            02 EXC-BILLED-OUT   PIC $ZZZZZZ9.99-.
003440            02 FILLER PIC X(3)  VALUE SPACE.
003450            02 EXC-DEDUCTED-OUT PIC $ZZZZZZ9.99-.
003460            02 FILLER PIC X(3)  VALUE SPACE.
003470            02 EXC-DIFFERENCE-OUT PIC $ZZZZZZ9.99-.
003480            02 FILLER PIC X(3)  VALUE SPACE.
003490            02 EXC-REASON-OUT   PIC X(22).
003500            02 FILLER PIC X(2)  VALUE SPACE.
003510            02 EXC-STATUS-OUT   PIC X(26).
003520       01 SUMMARY-HEADER-LINE.
003530            02 FILLER PIC X(8)  VALUE "CARRIER".
003540            02 SUM-CARRIER-OUT PIC X(04).
003550            02 FILLER PIC X(3)  VALUE SPACE.
003560            02 SUM-BILL-FILE-OUT PIC X(24).
003570            02 FILLER PIC X(12) VALUE "BILL LINES:".
003580            02 SUM-LINES-OUT PIC ZZZZZ9.
003590            02 FILLER PIC X(3)  VALUE SPACE.
003600            02 FILLER PIC X(11) VALUE "SET ASIDE:".
003610            02 SUM-SET-ASIDE-OUT PIC ZZZZZ9.
003620       01 SUMMARY-AMOUNT-LINE.
003630            02 FILLER PIC X(3)  VALUE SPACE.
003640            02 SUM-LABEL-OUT PIC X(28).
003650            02 SUM-COUNT-OUT PIC ZZZZZ9 BLANK WHEN ZERO.
003660            02 FILLER PIC X(3)  VALUE SPACE.
003670            02 SUM-AMOUNT-OUT PIC $ZZZZZZZZ9.99-.
003680       01 SUMMARY-FLAG-LINE.
003690            02 FILLER PIC X(3)  VALUE SPACE.
003700            02 FILLER PIC X(19) VALUE "EMPLOYEES MATCHED:".
003710            02 SUM-MATCHED-OUT PIC ZZZZZ9.
003720            02 FILLER PIC X(3)  VALUE SPACE.
003730            02 FILLER PIC X(33)
003740                VALUE "TERMINATED/ON LEAVE/NOT ON FILE:".
003750            02 SUM-FLAGGED-OUT PIC ZZZZZ9.
003760            02 FILLER PIC X(3)  VALUE SPACE.
003770            02 FILLER PIC X(8)  VALUE "BILLED".
003780            02 SUM-FLAGGED-AMT-OUT PIC $ZZZZZZZZ9.99-.
003790       01 OTHER-CODE-HEADER.
003800            02 FILLER PIC X(40)
003810                VALUE "WITHHELD - CODES NO CARRIER BILL COVERS".
003820       01 OTHER-CODE-LINE.
003830            02 FILLER PIC X(3)  VALUE SPACE.
003840            02 OTH-CODE-OUT   PIC X(04).
003850            02 FILLER PIC X(3)  VALUE SPACE.
003860            02 OTH-ROWS-OUT   PIC ZZZZZ9.
003870            02 FILLER PIC X(3)  VALUE SPACE.
003880            02 OTH-AMOUNT-OUT PIC $ZZZZZZZZ9.99-.
003890       01 NONE-LINE.
003900            02 FILLER PIC X(3)  VALUE SPACE.
003910            02 FILLER PIC X(4)  VALUE "NONE".
003920       01 CARRIER-TRAILER-ONE.
003930            02 FILLER PIC X(20) VALUE "DETAIL ROWS READ:".
003940            02 TRL-ROWS-READ-OUT PIC ZZZZZZ9.
003950            02 FILLER PIC X(3)  VALUE SPACE.
003960            02 FILLER PIC X(16) VALUE "IN THE MONTH:".
003970            02 TRL-ROWS-MONTH-OUT PIC ZZZZZZ9.
003980            02 FILLER PIC X(3)  VALUE SPACE.
003990            02 FILLER PIC X(22) VALUE "NO PAY HISTORY FOUND:".
004000            02 TRL-NO-HIST-OUT PIC ZZZZZ9.
004010       01 CARRIER-TRAILER-TWO.
004020            02 FILLER PIC X(31)
004030                VALUE "VOIDED PAYMENTS - ROWS SKIPPED:".
004040            02 TRL-VOIDED-OUT PIC ZZZZZ9.
004050            02 FILLER PIC X(3)  VALUE SPACE.
004060            02 TRL-VOIDED-AMT-OUT PIC $ZZZZZZZZ9.99-.
004070       01 CARRIER-TRAILER-THREE.
004080            02 FILLER PIC X(12) VALUE "EXCEPTIONS:".
004090            02 TRL-EXCEPTIONS-OUT PIC ZZZZZ9.
004100            02 FILLER PIC X(3)  VALUE SPACE.
004110            02 FILLER PIC X(9)  VALUE "FLAGGED:".
004120            02 TRL-FLAGGED-OUT PIC ZZZZZ9.
004130            02 FILLER PIC X(3)  VALUE SPACE.
004140            02 FILLER PIC X(21) VALUE "BILL LINES REJECTED:".
004150            02 TRL-REJECTED-OUT PIC ZZZZZ9.
004160       PROCEDURE DIVISION.
004170            PERFORM READ-CARRIER-PARM.
004180            PERFORM OPEN-KEYED-FILES.
004190            OPEN OUTPUT CARRIER-REPORT.
004200            MOVE COVERAGE-MONTH TO CARRIER-HDR-MONTH-OUT
004210            WRITE CARRIER-PRINTOUT FROM CARRIER-HEADER-ONE
004220            WRITE CARRIER-PRINTOUT FROM CARRIER-HEADER-TWO
004230            WRITE CARRIER-PRINTOUT FROM BLANK-LINE
004240            SORT SORT-WORK-FILE
004250                ON ASCENDING KEY SORT-CARRIER-INDEX
004260                                 SORT-EMPLOYEE-ID
004270                INPUT PROCEDURE IS GATHER-CARRIER-ITEMS
004280                GIVING SORTED-CARRIER-DATA.
004290            PERFORM RECONCILE-CARRIERS.
004300            PERFORM WRITE-CARRIER-SUMMARY
004310                VARYING CARRIER-INDEX FROM 1 BY 1
004320                UNTIL CARRIER-INDEX > 3.
004330            PERFORM WRITE-OTHER-CODES.
004340            PERFORM WRITE-CARRIER-TRAILER.
004350            IF EXCEPTION-COUNT > ZERO
004360                OR FLAGGED-COUNT > ZERO
004370                OR REJECTED-LINES > ZERO
004380                MOVE 4 TO RETURN-CODE
004390            END-IF.
004400           CLOSE DEDUCTION-DETAIL, PAY-HISTORY, EMPLOYEE-MASTER,
004410               CARRIER-REPORT.
004420           STOP RUN.
004430       READ-CARRIER-PARM.
004440           OPEN INPUT CARRIER-PARM
004450           READ CARRIER-PARM
004460               AT END
004470                   DISPLAY "CARRIER PARM CARD MISSING"
004480                   MOVE 16 TO RETURN-CODE
004490                   STOP RUN
004500           END-READ
004510           CLOSE CARRIER-PARM
004520           IF CRP-COVERAGE-MONTH NOT NUMERIC
004530               DISPLAY "CARRIER PARM MONTH NOT NUMERIC"
004540               MOVE 16 TO RETURN-CODE
004550               STOP RUN
004560           END-IF
004570           MOVE CRP-COVERAGE-MONTH TO COVERAGE-MONTH
004580           IF COVERAGE-MM < 1 OR COVERAGE-MM > 12
004590               DISPLAY "CARRIER PARM MONTH NOT VALID"
004600               MOVE 16 TO RETURN-CODE
004610               STOP RUN
004620           END-IF.
004630       OPEN-KEYED-FILES.
004640           OPEN INPUT DEDUCTION-DETAIL
004650           IF DD-FILE-STATUS NOT = "00"
004660               DISPLAY "DEDUCTION DETAIL NOT AVAILABLE - STATUS "
004670                   DD-FILE-STATUS
004680               MOVE 16 TO RETURN-CODE
004690               STOP RUN
004700           END-IF
004710           OPEN INPUT PAY-HISTORY
004720           IF PH-FILE-STATUS NOT = "00"
004730               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
004740                   PH-FILE-STATUS
004750               MOVE 16 TO RETURN-CODE
004760               STOP RUN
004770           END-IF
004780           OPEN INPUT EMPLOYEE-MASTER
004790           IF EM-FILE-STATUS NOT = "00"
004800               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
004810                   EM-FILE-STATUS
004820               MOVE 16 TO RETURN-CODE
004830               STOP RUN
004840           END-IF.
004850*
004860*    SORT INPUT PROCEDURE. EVERY BILL LINE FOR THE COVERAGE
004870*    MONTH IS RELEASED AS A B RECORD, THEN EVERY DEDUCTION-
004880*    DETAIL ROW FOR A PAY PERIOD ENDING IN THE MONTH UNDER ONE
004890*    OF THE CARRIER CODES IS RELEASED AS A D RECORD. BILL LINES
004900*    THAT CANNOT BE READ OR ARE FOR ANOTHER MONTH ARE LISTED AS
004910*    THEY ARE MET AND KEPT OUT OF THE RECONCILIATION.
004920       GATHER-CARRIER-ITEMS.
004930           WRITE CARRIER-PRINTOUT FROM SET-ASIDE-HEADER
004940           PERFORM CLEAR-CARRIER-TOTAL
004950               VARYING CARRIER-INDEX FROM 1 BY 1
004960               UNTIL CARRIER-INDEX > 3
004970           PERFORM LOAD-HEALTH-BILL
004980           PERFORM LOAD-RETIREMENT-BILL
004990           PERFORM LOAD-DUES-BILL
005000           IF CT-SET-ASIDE-COUNT (1) = ZERO
005010               AND CT-SET-ASIDE-COUNT (2) = ZERO
005020               AND CT-SET-ASIDE-COUNT (3) = ZERO
005030               WRITE CARRIER-PRINTOUT FROM NONE-LINE
005040           END-IF
005050           WRITE CARRIER-PRINTOUT FROM BLANK-LINE
005060           PERFORM SWEEP-DEDUCTION-DETAIL.
005070       CLEAR-CARRIER-TOTAL.
005080           MOVE "N" TO CT-BILL-FILE-SW (CARRIER-INDEX)
005090           MOVE ZERO TO CT-BILL-LINES (CARRIER-INDEX)
005100               CT-SET-ASIDE-COUNT (CARRIER-INDEX)
005110               CT-BILLED-TOTAL (CARRIER-INDEX)
005120               CT-DEDUCTED-TOTAL (CARRIER-INDEX)
005130               CT-NOT-DEDUCTED-COUNT (CARRIER-INDEX)
005140               CT-NOT-DEDUCTED-AMT (CARRIER-INDEX)
005150               CT-NOT-BILLED-COUNT (CARRIER-INDEX)
005160               CT-NOT-BILLED-AMT (CARRIER-INDEX)
005170               CT-DIFFERENCE-COUNT (CARRIER-INDEX)
005180               CT-DIFFERENCE-AMT (CARRIER-INDEX)
005190               CT-MATCHED-COUNT (CARRIER-INDEX)
005200               CT-FLAGGED-COUNT (CARRIER-INDEX)
005210               CT-FLAGGED-BILLED (CARRIER-INDEX).
005220*
005230*    ONE PARAGRAPH PER CARRIER BILL FILE. A FILE THAT IS NOT
005240*    THERE MEANS THE CARRIER SENT NO BILL THIS MONTH - ITS
005250*    WITHHOLDING ALL SHOWS AS DEDUCTED, NOT BILLED. A FILE THAT
005260*    IS THERE BUT WILL NOT OPEN STOPS THE RUN.
005270       LOAD-HEALTH-BILL.
005280           MOVE 1 TO CARRIER-INDEX
005290           MOVE "NO" TO BILL-EOF
005300           OPEN INPUT HEALTH-BILL
005310           IF HB-FILE-STATUS = "00"
005320               MOVE "Y" TO CT-BILL-FILE-SW (CARRIER-INDEX)
005330               PERFORM READ-HEALTH-BILL
005340               PERFORM RELEASE-HEALTH-LINE
005350                   UNTIL BILL-EOF = "YES"
005360               CLOSE HEALTH-BILL
005370           ELSE
005380               IF HB-FILE-STATUS NOT = "35"
005390                   DISPLAY "HLTH BILL FILE NOT AVAILABLE - "
005400                       "STATUS " HB-FILE-STATUS
005410                   MOVE 16 TO RETURN-CODE
005420                   STOP RUN
005430               END-IF
005440           END-IF.
005450       READ-HEALTH-BILL.
005460           READ HEALTH-BILL AT END MOVE "YES" TO BILL-EOF
005470           END-READ.
005480       RELEASE-HEALTH-LINE.
005490           MOVE HEALTH-BILL-RECORD TO BILL-LINE
005500           PERFORM RELEASE-BILL-LINE
005510           PERFORM READ-HEALTH-BILL.
005520       LOAD-RETIREMENT-BILL.
005530           MOVE 2 TO CARRIER-INDEX
005540           MOVE "NO" TO BILL-EOF
005550           OPEN INPUT RETIREMENT-BILL
005560           IF RB-FILE-STATUS = "00"
005570               MOVE "Y" TO CT-BILL-FILE-SW (CARRIER-INDEX)
005580               PERFORM READ-RETIREMENT-BILL
005590               PERFORM RELEASE-RETIREMENT-LINE
005600                   UNTIL BILL-EOF = "YES"
005610               CLOSE RETIREMENT-BILL
005620           ELSE
005630               IF RB-FILE-STATUS NOT = "35"
005640                   DISPLAY "401K BILL FILE NOT AVAILABLE - "
005650                       "STATUS " RB-FILE-STATUS
005660                   MOVE 16 TO RETURN-CODE
005670                   STOP RUN
005680               END-IF
005690           END-IF.
005700       READ-RETIREMENT-BILL.
005710           READ RETIREMENT-BILL AT END MOVE "YES" TO BILL-EOF
005720           END-READ.
005730       RELEASE-RETIREMENT-LINE.
005740           MOVE RETIREMENT-BILL-RECORD TO BILL-LINE
005750           PERFORM RELEASE-BILL-LINE
005760           PERFORM READ-RETIREMENT-BILL.
005770       LOAD-DUES-BILL.
005780           MOVE 3 TO CARRIER-INDEX
005790           MOVE "NO" TO BILL-EOF
005800           OPEN INPUT DUES-BILL
005810           IF UB-FILE-STATUS = "00"
005820               MOVE "Y" TO CT-BILL-FILE-SW (CARRIER-INDEX)
005830               PERFORM READ-DUES-BILL
005840               PERFORM RELEASE-DUES-LINE
005850                   UNTIL BILL-EOF = "YES"
005860               CLOSE DUES-BILL
005870           ELSE
005880               IF UB-FILE-STATUS NOT = "35"
005890                   DISPLAY "DUES BILL FILE NOT AVAILABLE - "
005900                       "STATUS " UB-FILE-STATUS
005910                   MOVE 16 TO RETURN-CODE
005920                   STOP RUN
005930               END-IF
005940           END-IF.
005950       READ-DUES-BILL.
005960           READ DUES-BILL AT END MOVE "YES" TO BILL-EOF
005970           END-READ.
005980       RELEASE-DUES-LINE.
005990           MOVE DUES-BILL-RECORD TO BILL-LINE
006000           PERFORM RELEASE-BILL-LINE
006010           PERFORM READ-DUES-BILL.
006020*
006030*    ONE BILL LINE FOR THE CARRIER IN CARRIER-INDEX. BLANK LINES
006040*    ARE PASSED OVER. A CREDIT LINE GOES IN NEGATIVE SO IT NETS
006050*    AGAINST THE CHARGE IT REVERSES.
006060       RELEASE-BILL-LINE.
006070           IF BILL-LINE NOT = SPACES
006080               ADD 1 TO CT-BILL-LINES (CARRIER-INDEX)
006090               MOVE SPACES TO SA-REASON-OUT
006100               IF BL-EMPLOYEE-ID = SPACES
006110                   OR BL-COVERAGE-MONTH NOT NUMERIC
006120                   OR BL-BILLED-AMOUNT NOT NUMERIC
006130                   OR NOT BL-CHARGE AND NOT BL-CREDIT
006140                   MOVE "REJECTED - LINE NOT READABLE"
006150                       TO SA-REASON-OUT
006160                   ADD 1 TO REJECTED-LINES
006170               ELSE
006180                   IF BL-COVERAGE-MONTH NOT = COVERAGE-MONTH
006190                       MOVE "OTHER COVERAGE MONTH"
006200                           TO SA-REASON-OUT
006210                   END-IF
006220               END-IF
006230               IF SA-REASON-OUT NOT = SPACES
006240                   PERFORM WRITE-SET-ASIDE-LINE
006250               ELSE
006260                   MOVE SPACES TO SORT-RECORD
006270                   MOVE CARRIER-INDEX TO SORT-CARRIER-INDEX
006280                   MOVE BL-EMPLOYEE-ID TO SORT-EMPLOYEE-ID
006290                   MOVE "B" TO SORT-SOURCE
006300                   IF BL-CREDIT
006310                       COMPUTE SORT-AMOUNT =
006320                           ZERO - BL-BILLED-AMOUNT
006330                   ELSE
006340                       MOVE BL-BILLED-AMOUNT TO SORT-AMOUNT
006350                   END-IF
006360                   RELEASE SORT-RECORD
006370               END-IF
006380           END-IF.
006390       WRITE-SET-ASIDE-LINE.
006400           ADD 1 TO CT-SET-ASIDE-COUNT (CARRIER-INDEX)
006410           MOVE CARRIER-CODE (CARRIER-INDEX) TO SA-CARRIER-OUT
006420           MOVE BL-EMPLOYEE-ID TO SA-EMPLOYEE-OUT
006430           MOVE BL-COVERAGE-MONTH-X TO SA-MONTH-OUT
006440           MOVE BL-AMOUNT-SIGN TO SA-SIGN-OUT
006450           MOVE BL-BILLED-AMOUNT-X TO SA-AMOUNT-OUT
006460           WRITE CARRIER-PRINTOUT FROM SET-ASIDE-LINE.
006470*
006480*    THE WHOLE OF DEDUCTION-DETAIL IS SWEPT - IT IS KEYED BY
006490*    EMPLOYEE FIRST, SO THE MONTH CANNOT BE STARTED ON. A ROW
006500*    WHOSE PAYMENT HAS SINCE BEEN VOIDED IS SKIPPED - A VOID
006510*    DOES NOT REVERSE DEDUCTION-DETAIL, SO THE MONEY WAS NEVER
006520*    KEPT. A ROW WITH NOTHING TAKEN WITHHELD NOTHING.
006530       SWEEP-DEDUCTION-DETAIL.
006540           MOVE "NO" TO DETAIL-EOF
006550           PERFORM READ-DEDUCTION-DETAIL
006560           PERFORM RELEASE-DEDUCTION-ROW
006570               UNTIL DETAIL-EOF = "YES".
006580       READ-DEDUCTION-DETAIL.
006590           READ DEDUCTION-DETAIL NEXT RECORD
006600               AT END MOVE "YES" TO DETAIL-EOF
006610           END-READ
006620           IF DETAIL-EOF NOT = "YES"
006630               ADD 1 TO DETAIL-ROWS-READ
006640           END-IF.
006650       RELEASE-DEDUCTION-ROW.
006660           IF DD-PP-END-CCYYMM = COVERAGE-MONTH
006670               AND DD-AMOUNT-TAKEN NOT = ZERO
006680               ADD 1 TO DETAIL-ROWS-MONTH
006690               PERFORM CHECK-PAYMENT-VOIDED
006700               IF PH-VOIDED
006710                   ADD 1 TO VOIDED-ROWS-SKIPPED
006720                   ADD DD-AMOUNT-TAKEN TO VOIDED-AMT-SKIPPED
006730               ELSE
006740                   MOVE 4 TO CARRIER-SLOT
006750                   PERFORM LOCATE-CARRIER-SLOT
006760                       VARYING CARRIER-INDEX FROM 1 BY 1
006770                       UNTIL CARRIER-INDEX > 3
006780                   IF CARRIER-SLOT < 4
006790                       MOVE SPACES TO SORT-RECORD
006800                       MOVE CARRIER-SLOT TO SORT-CARRIER-INDEX
006810                       MOVE DD-EMPLOYEE-ID TO SORT-EMPLOYEE-ID
006820                       MOVE "D" TO SORT-SOURCE
006830                       MOVE DD-AMOUNT-TAKEN TO SORT-AMOUNT
006840                       RELEASE SORT-RECORD
006850                   ELSE
006860                       PERFORM ADD-OTHER-CODE
006870                   END-IF
006880               END-IF
006890           END-IF
006900           PERFORM READ-DEDUCTION-DETAIL.
006910*
006920*    A ROW WITH NO PAY HISTORY BEHIND IT IS COUNTED AND LEFT IN -
006930*    THE DEDUCTION WAS TAKEN AS FAR AS THE DETAIL SHOWS.
006940       CHECK-PAYMENT-VOIDED.
006950           MOVE DD-EMPLOYEE-ID TO PH-EMPLOYEE-ID
006960           MOVE DD-PP-END-DATE TO PH-PP-END-DATE
006970           MOVE DD-PAY-SEQ TO PH-PAY-SEQ
006980           READ PAY-HISTORY
006990               INVALID KEY
007000                   ADD 1 TO NO-HISTORY-ROWS
007010                   MOVE SPACE TO PH-VOID-SW
007020           END-READ.
007030       LOCATE-CARRIER-SLOT.
007040           IF DD-CODE = CARRIER-CODE (CARRIER-INDEX)
007050               MOVE CARRIER-INDEX TO CARRIER-SLOT
007060           END-IF.
007070       ADD-OTHER-CODE.
007080           MOVE ZERO TO OTHER-CODE-SLOT
007090           PERFORM LOCATE-OTHER-CODE
007100               VARYING OTHER-CODE-INDEX FROM 1 BY 1
007110               UNTIL OTHER-CODE-INDEX > OTHER-CODE-COUNT
007120           IF OTHER-CODE-SLOT = ZERO
007130               IF OTHER-CODE-COUNT = 20
007140                   DISPLAY "MORE THAN 20 OTHER DEDUCTION CODES"
007150                   MOVE 16 TO RETURN-CODE
007160                   STOP RUN
007170               END-IF
007180               ADD 1 TO OTHER-CODE-COUNT
007190               MOVE OTHER-CODE-COUNT TO OTHER-CODE-SLOT
007200               MOVE DD-CODE TO OC-CODE (OTHER-CODE-SLOT)
007210               MOVE ZERO TO OC-ROWS (OTHER-CODE-SLOT)
007220               MOVE ZERO TO OC-AMOUNT (OTHER-CODE-SLOT)
007230           END-IF
007240           ADD 1 TO OC-ROWS (OTHER-CODE-SLOT)
007250           ADD DD-AMOUNT-TAKEN TO OC-AMOUNT (OTHER-CODE-SLOT).
007260       LOCATE-OTHER-CODE.
007270           IF DD-CODE = OC-CODE (OTHER-CODE-INDEX)
007280               MOVE OTHER-CODE-INDEX TO OTHER-CODE-SLOT
007290           END-IF.
007300*
007310*    MAIN PASS OVER THE SORTED ITEMS - ONE CONTROL BREAK PER
007320*    CARRIER AND EMPLOYEE.
007330       RECONCILE-CARRIERS.
007340           WRITE CARRIER-PRINTOUT FROM EXCEPTION-HEADER-ONE
007350           WRITE CARRIER-PRINTOUT FROM EXCEPTION-HEADER-TWO
007360           OPEN INPUT SORTED-CARRIER-DATA
007370           PERFORM READ-SORTED-ITEM
007380           PERFORM RECONCILE-ONE-EMPLOYEE
007390               UNTIL SORTED-EOF = "YES"
007400           CLOSE SORTED-CARRIER-DATA
007410           IF EXCEPTION-COUNT = ZERO AND FLAGGED-COUNT = ZERO
007420               WRITE CARRIER-PRINTOUT FROM NONE-LINE
007430           END-IF
007440           WRITE CARRIER-PRINTOUT FROM BLANK-LINE.
007450       READ-SORTED-ITEM.
007460           READ SORTED-CARRIER-DATA
007470               AT END MOVE "YES" TO SORTED-EOF
007480           END-READ.
007490       RECONCILE-ONE-EMPLOYEE.
007500           MOVE SC-CARRIER-INDEX TO BREAK-CARRIER-INDEX
007510           MOVE SC-EMPLOYEE-ID TO BREAK-EMPLOYEE-ID
007520           MOVE "N" TO BILLED-SW
007530           MOVE "N" TO DEDUCTED-SW
007540           MOVE ZERO TO EMPLOYEE-BILLED
007550           MOVE ZERO TO EMPLOYEE-DEDUCTED
007560           PERFORM ACCUMULATE-SORTED-ITEM
007570               UNTIL SORTED-EOF = "YES"
007580               OR SC-CARRIER-INDEX NOT = BREAK-CARRIER-INDEX
007590               OR SC-EMPLOYEE-ID NOT = BREAK-EMPLOYEE-ID
007600           PERFORM CLASSIFY-EMPLOYEE.
007610       ACCUMULATE-SORTED-ITEM.
007620           IF SC-FROM-BILL
007630               MOVE "Y" TO BILLED-SW
007640               ADD SC-AMOUNT TO EMPLOYEE-BILLED
007650           ELSE
007660               MOVE "Y" TO DEDUCTED-SW
007670               ADD SC-AMOUNT TO EMPLOYEE-DEDUCTED
007680           END-IF
007690           PERFORM READ-SORTED-ITEM.
007700*
007710*    BILLED WITH NOTHING WITHHELD, WITHHELD WITH NOTHING BILLED,
007720*    OR BOTH BUT NOT FOR THE SAME AMOUNT. THE DIFFERENCE IS
007730*    DEDUCTED LESS BILLED THROUGHOUT, SO THE CARRIER SUMMARY
007740*    FOOTS FROM THE BILL TO WHAT WAS WITHHELD.
007750       CLASSIFY-EMPLOYEE.
007760           MOVE BREAK-CARRIER-INDEX TO CARRIER-INDEX
007770           ADD EMPLOYEE-BILLED TO CT-BILLED-TOTAL (CARRIER-INDEX)
007780           ADD EMPLOYEE-DEDUCTED
007790               TO CT-DEDUCTED-TOTAL (CARRIER-INDEX)
007800           COMPUTE EMPLOYEE-DIFFERENCE =
007810               EMPLOYEE-DEDUCTED - EMPLOYEE-BILLED
007820           MOVE "Y" TO EXCEPTION-SW
007830           IF DEDUCTED-SW = "N"
007840               MOVE "BILLED, NOT DEDUCTED" TO REASON-TEXT
007850               ADD 1 TO CT-NOT-DEDUCTED-COUNT (CARRIER-INDEX)
007860               ADD EMPLOYEE-DIFFERENCE
007870                   TO CT-NOT-DEDUCTED-AMT (CARRIER-INDEX)
007880           ELSE
007890               IF BILLED-SW = "N"
007900                   MOVE "DEDUCTED, NOT BILLED" TO REASON-TEXT
007910                   ADD 1 TO CT-NOT-BILLED-COUNT (CARRIER-INDEX)
007920                   ADD EMPLOYEE-DIFFERENCE
007930                       TO CT-NOT-BILLED-AMT (CARRIER-INDEX)
007940               ELSE
007950                   IF EMPLOYEE-DIFFERENCE NOT = ZERO
007960                       MOVE "AMOUNT DIFFERENCE" TO REASON-TEXT
007970                       ADD 1
007980                           TO CT-DIFFERENCE-COUNT (CARRIER-INDEX)
007990                       ADD EMPLOYEE-DIFFERENCE
008000                           TO CT-DIFFERENCE-AMT (CARRIER-INDEX)
008010                   ELSE
008020                       MOVE "MATCHED" TO REASON-TEXT
008030                       MOVE "N" TO EXCEPTION-SW
008040                       ADD 1 TO CT-MATCHED-COUNT (CARRIER-INDEX)
008050                   END-IF
008060               END-IF
008070           END-IF
008080           PERFORM LOOK-UP-EMPLOYEE
008090           IF FLAGGED-SW = "Y"
008100               ADD 1 TO FLAGGED-COUNT
008110               ADD 1 TO CT-FLAGGED-COUNT (CARRIER-INDEX)
008120               ADD EMPLOYEE-BILLED
008130                   TO CT-FLAGGED-BILLED (CARRIER-INDEX)
008140           END-IF
008150           IF EXCEPTION-SW = "Y"
008160               ADD 1 TO EXCEPTION-COUNT
008170           END-IF
008180           IF EXCEPTION-SW = "Y" OR FLAGGED-SW = "Y"
008190               MOVE CARRIER-CODE (CARRIER-INDEX)
008200                   TO EXC-CARRIER-OUT
008210               MOVE BREAK-EMPLOYEE-ID TO EXC-EMPLOYEE-OUT
008220               MOVE EMPLOYEE-BILLED TO EXC-BILLED-OUT
008230               MOVE EMPLOYEE-DEDUCTED TO EXC-DEDUCTED-OUT
008240               MOVE EMPLOYEE-DIFFERENCE TO EXC-DIFFERENCE-OUT
008250               MOVE REASON-TEXT TO EXC-REASON-OUT
008260               MOVE STATUS-WORK TO EXC-STATUS-OUT
008270               WRITE CARRIER-PRINTOUT FROM EXCEPTION-DETAIL-LINE
008280           END-IF.
008290*
008300*    TERMINATED AND ON-LEAVE EMPLOYEES ARE FLAGGED WHETHER OR
008310*    NOT THEIR AMOUNTS AGREE, AND SO IS AN ID THE MASTER DOES
008320*    NOT KNOW. A TERMINATION DATED BEFORE THE COVERAGE MONTH
008330*    IS STARRED - THE CARRIER IS BILLING FOR SOMEONE WHO HAD
008340*    ALREADY LEFT.
008350       LOOK-UP-EMPLOYEE.
008360           MOVE "N" TO FLAGGED-SW
008370           MOVE SPACES TO STATUS-WORK
008380           MOVE SPACES TO EXC-NAME-OUT
008390           MOVE BREAK-EMPLOYEE-ID TO EM-EMPLOYEE-ID
008400           READ EMPLOYEE-MASTER
008410               INVALID KEY
008420                   MOVE "Y" TO FLAGGED-SW
008430                   MOVE "NOT ON MASTER" TO STATUS-WORD
008440               NOT INVALID KEY
008450                   MOVE EM-EMPLOYEE-NAME TO EXC-NAME-OUT
008460                   IF EM-ON-LEAVE
008470                       MOVE "Y" TO FLAGGED-SW
008480                       MOVE "ON LEAVE" TO STATUS-WORD
008490                   END-IF
008500                   IF EM-TERMINATED
008510                       MOVE "Y" TO FLAGGED-SW
008520                       MOVE "TERMINATED" TO STATUS-WORD
008530                       MOVE EM-TERM-DATE TO STATUS-DATE-OUT
008540                       IF EM-TERM-CCYYMM < COVERAGE-MONTH
008550                           MOVE " *" TO STATUS-PRIOR
008560                       END-IF
008570                   END-IF
008580           END-READ.
008590*
008600*    PER-CARRIER SUMMARY. THE BILL LESS WHAT WAS BILLED BUT NOT
008610*    WITHHELD, PLUS WHAT WAS WITHHELD BUT NOT BILLED, PLUS OR
008620*    LESS THE AMOUNT DIFFERENCES, IS WHAT WAS ACTUALLY WITHHELD
008630*    - THE NET REMITTANCE DUE THE CARRIER.
008640       WRITE-CARRIER-SUMMARY.
008650           MOVE CARRIER-CODE (CARRIER-INDEX) TO SUM-CARRIER-OUT
008660           IF CT-BILL-FILE-SW (CARRIER-INDEX) = "Y"
008670               MOVE "BILL FILE RECEIVED" TO SUM-BILL-FILE-OUT
008680           ELSE
008690               MOVE "NO BILL FILE RECEIVED" TO SUM-BILL-FILE-OUT
008700           END-IF
008710           MOVE CT-BILL-LINES (CARRIER-INDEX) TO SUM-LINES-OUT
008720           MOVE CT-SET-ASIDE-COUNT (CARRIER-INDEX)
008730               TO SUM-SET-ASIDE-OUT
008740           WRITE CARRIER-PRINTOUT FROM SUMMARY-HEADER-LINE
008750           MOVE "BILLED FOR THE MONTH" TO SUM-LABEL-OUT
008760           MOVE ZERO TO SUM-COUNT-OUT
008770           MOVE CT-BILLED-TOTAL (CARRIER-INDEX) TO SUM-AMOUNT-OUT
008780           WRITE CARRIER-PRINTOUT FROM SUMMARY-AMOUNT-LINE
008790           MOVE "BILLED, NOT DEDUCTED" TO SUM-LABEL-OUT
008800           MOVE CT-NOT-DEDUCTED-COUNT (CARRIER-INDEX)
008810               TO SUM-COUNT-OUT
008820           MOVE CT-NOT-DEDUCTED-AMT (CARRIER-INDEX)
008830               TO SUM-AMOUNT-OUT
008840           WRITE CARRIER-PRINTOUT FROM SUMMARY-AMOUNT-LINE
008850           MOVE "DEDUCTED, NOT BILLED" TO SUM-LABEL-OUT
008860           MOVE CT-NOT-BILLED-COUNT (CARRIER-INDEX)
008870               TO SUM-COUNT-OUT
008880           MOVE CT-NOT-BILLED-AMT (CARRIER-INDEX)
008890               TO SUM-AMOUNT-OUT
008900           WRITE CARRIER-PRINTOUT FROM SUMMARY-AMOUNT-LINE
008910           MOVE "AMOUNT DIFFERENCES" TO SUM-LABEL-OUT
008920           MOVE CT-DIFFERENCE-COUNT (CARRIER-INDEX)
008930               TO SUM-COUNT-OUT
008940           MOVE CT-DIFFERENCE-AMT (CARRIER-INDEX)
008950               TO SUM-AMOUNT-OUT
008960           WRITE CARRIER-PRINTOUT FROM SUMMARY-AMOUNT-LINE
008970           MOVE "NET REMITTANCE DUE" TO SUM-LABEL-OUT
008980           MOVE ZERO TO SUM-COUNT-OUT
008990           MOVE CT-DEDUCTED-TOTAL (CARRIER-INDEX)
009000               TO SUM-AMOUNT-OUT
009010           WRITE CARRIER-PRINTOUT FROM SUMMARY-AMOUNT-LINE
009020           MOVE CT-MATCHED-COUNT (CARRIER-INDEX)
009030               TO SUM-MATCHED-OUT
009040           MOVE CT-FLAGGED-COUNT (CARRIER-INDEX)
009050               TO SUM-FLAGGED-OUT
009060           MOVE CT-FLAGGED-BILLED (CARRIER-INDEX)
009070               TO SUM-FLAGGED-AMT-OUT
009080           WRITE CARRIER-PRINTOUT FROM SUMMARY-FLAG-LINE
009090           WRITE CARRIER-PRINTOUT FROM BLANK-LINE.
009100       WRITE-OTHER-CODES.
009110           WRITE CARRIER-PRINTOUT FROM OTHER-CODE-HEADER
009120           IF OTHER-CODE-COUNT = ZERO
009130               WRITE CARRIER-PRINTOUT FROM NONE-LINE
009140           END-IF
009150           PERFORM WRITE-OTHER-CODE-LINE
009160               VARYING OTHER-CODE-INDEX FROM 1 BY 1
009170               UNTIL OTHER-CODE-INDEX > OTHER-CODE-COUNT
009180           WRITE CARRIER-PRINTOUT FROM BLANK-LINE.
009190       WRITE-OTHER-CODE-LINE.
009200           MOVE OC-CODE (OTHER-CODE-INDEX) TO OTH-CODE-OUT
009210           MOVE OC-ROWS (OTHER-CODE-INDEX) TO OTH-ROWS-OUT
009220           MOVE OC-AMOUNT (OTHER-CODE-INDEX) TO OTH-AMOUNT-OUT
009230           WRITE CARRIER-PRINTOUT FROM OTHER-CODE-LINE.
009240       WRITE-CARRIER-TRAILER.
009250           MOVE DETAIL-ROWS-READ TO TRL-ROWS-READ-OUT
009260           MOVE DETAIL-ROWS-MONTH TO TRL-ROWS-MONTH-OUT
009270           MOVE NO-HISTORY-ROWS TO TRL-NO-HIST-OUT
009280           WRITE CARRIER-PRINTOUT FROM CARRIER-TRAILER-ONE
009290           MOVE VOIDED-ROWS-SKIPPED TO TRL-VOIDED-OUT
009300           MOVE VOIDED-AMT-SKIPPED TO TRL-VOIDED-AMT-OUT
009310           WRITE CARRIER-PRINTOUT FROM CARRIER-TRAILER-TWO
009320           MOVE EXCEPTION-COUNT TO TRL-EXCEPTIONS-OUT
009330           MOVE FLAGGED-COUNT TO TRL-FLAGGED-OUT
009340           MOVE REJECTED-LINES TO TRL-REJECTED-OUT
009350           WRITE CARRIER-PRINTOUT FROM CARRIER-TRAILER-THREE.
009360*/*
009370*//GO.CARPARM DD *
009380*202609
009390*/*
009400*//GO.HLTHBIL DD DSN=PAY.HLTHBILL,DISP=SHR
009410*//GO.K401BIL DD DSN=PAY.K401BILL,DISP=SHR
009420*//GO.DUESBIL DD DSN=PAY.DUESBILL,DISP=SHR
009430*//GO.DEDDTL DD DSN=PAY.DEDDTL,DISP=SHR
009440*//GO.PAYHST DD DSN=PAY.PAYHIST,DISP=SHR
009450*//GO.EMPMST DD DSN=PAY.EMPMAST,DISP=SHR
009460*//GO.CARRPT DD SYSOUT=A
009470*//GO.SYSOUT DD SYSOUT=*
