002780*                  ACCRUAL, AND THE AVAILABILITY EDIT STOPS
002790*                  COUNTING A PHANTOM ONE. LAYOUT COORDINATED
002800*                  WITH LEAVERPT.
002810*    10/15/26  RDM  WITHHOLDING NOW FOLLOWS THE EMPLOYEE'S W-4
002820*                  ELECTIONS ON EMPLOYEE-MASTER INSTEAD OF 25
002830*                  DOLLARS A DEPENDENT. FILING STATUS PICKS THE
002840*                  FEDERAL TABLE (NEW M AND H RATE CARDS - A SET
002850*                  WITHOUT THEM USES THE F TABLE FOR EVERYONE),
002860*                  STEP 4(A) OTHER INCOME AND 4(B) DEDUCTIONS
002870*                  MOVE THE FEDERAL WAGE, THE STEP 3 CREDIT
002880*                  COMES OFF THE TAX, AND THE STEP 4(C) EXTRA
002890*                  IS ADDED PER CHECK. THE ANNUAL AMOUNTS ARE
002900*                  SPREAD OVER THE PAY PERIODS IN A YEAR. AN
002910*                  EXEMPT CLAIM STOPS INCOME TAX WITHHOLDING
002920*                  THROUGH ITS EXPIRATION DATE - A LAPSED CLAIM
002930*                  WITHHOLDS AS SINGLE WITH NO ADJUSTMENTS. THE
002940*                  STATE SIDE TAKES ALLOWANCES (VALUED BY THE
002950*                  NEW A RATE CARD), A FLAT EXTRA, AND ITS OWN
002960*                  EXEMPT CLAIM. STATE WAGES NO LONGER DROP BY
002970*                  THE FEDERAL DEDUCTION AMOUNT. THE ENRICHED
002980*                  SORT RECORD GREW TO 160 BYTES TO CARRY THE
002990*                  ELECTIONS.
003000*    10/15/26  RDM  EARNINGS CODES. A NEW E CARD IN THE BATCH
003010*                  CARRIES AN EARNINGS CODE (BONS BONUS, COMM
003020*                  COMMISSION, SHFT SHIFT DIFFERENTIAL, HOLP
003030*                  HOLIDAY PREMIUM, TIPS REPORTED TIPS) WITH
003040*                  HOURS OR AN AMOUNT. THE COMPILED EARNINGS
003050*                  CODE TABLE SAYS WHETHER THE CODE GOES INTO
003060*                  THE REGULAR RATE FOR OVERTIME, WHETHER IT IS
003070*                  WITHHELD AT THE FLAT FEDERAL SUPPLEMENTAL
003080*                  RATE OR THROUGH THE BRACKETS, WHETHER IT WAS
003090*                  PAID OUTSIDE PAYROLL, AND ITS GL EXPENSE
003100*                  ACCOUNT. E CARDS RIDE ON THE EMPLOYEE'S TIME
003110*                  CARD IN THE SAME BATCH (UP TO FOUR) - ONE
003120*                  WITH NO TIME CARD TO RIDE ON IS PAID ON ITS
003130*                  OWN THROUGH THE FULL TAX CHAIN, WHICH IS HOW
003140*                  A BONUS RUN GOES THROUGH. PAY-HISTORY CARRIES
003150*                  EACH CODE'S HOURS AND AMOUNT (LAYOUT
003160*                  COORDINATED WITH PAYSTMT, RETROPAY, PAYAUDIT,
003170*                  AND ACHRETRN), AND THE GL GETS ONE EXPENSE
003180*                  DEBIT PER CODE AND DEPARTMENT. THE ENRICHED
003190*                  SORT RECORD GREW TO 220 BYTES.
003200*    10/15/26  RDM  OFF-CYCLE RUN. AN O IN THE NEW RUN TYPE
003210*                  COLUMN OF THE BH CARD (WITH THE CHECK DATE
003220*                  BESIDE IT) PAYS A SHORT DECK OF INDIVIDUAL
003230*                  PAY REQUESTS BETWEEN REGULAR PAYROLLS -
003240*                  SHORTED PAY, SAME-DAY FINAL PAY - THROUGH
003250*                  THE FULL CHAIN. EACH OFF-CYCLE PAYMENT GETS
003260*                  ITS OWN PAY-HISTORY AND DEDUCTION-DETAIL
003270*                  RECORDS UNDER A PAYMENT SEQUENCE NUMBER NOW
003280*                  IN BOTH KEYS (00 IS THE REGULAR PAYMENT), SO
003290*                  IT NEVER MERGES INTO THE PERIOD'S REGULAR
003300*                  RECORD. IT PAYS BY CHECK FROM CHECK-CONTROL
003310*                  UNLESS THE CARD ASKS FOR SAME-DAY DIRECT
003320*                  DEPOSIT, IS LOGGED ON RUN-CONTROL AS AN
003330*                  OFF-CYCLE RUN THAT DOES NOT BLOCK OR STAND
003340*                  IN FOR THE REGULAR RUN, AND LEAVES THE
003350*                  REPLACEMENT QUEUE TO THE REGULAR RUN. A VOID
003360*                  CARD NAMES THE PAYMENT SEQUENCE IT BACKS OUT.
003370*                  LAYOUTS COORDINATED WITH PAYSTMT, RETROPAY,
003380*                  PAYAUDIT, ACHRETRN, AND CHECKREC.
003390*    10/15/26  RDM  PAY GROUPS. EMPLOYEE-MASTER CARRIES A PAY
003400*                  GROUP CODE AND THE NEW PAY CALENDAR FILE LISTS
003410*                  EACH GROUP'S FREQUENCY (WEEKLY, BIWEEKLY, OR
003420*                  SEMI-MONTHLY) AND ITS PERIODS' BEGIN, END, AND
003430*                  CHECK DATES FOR THE YEAR. THE BH CARD NAMES
003440*                  THE GROUP BEING PAID (BLANK IS THE BIWEEKLY
003450*                  GROUP BW) AND ITS PERIOD END DATE MUST BE ON
003460*                  THE CALENDAR. A CARD FOR AN EMPLOYEE IN
003470*                  ANOTHER GROUP GOES TO THE EXCEPTION LISTING.
003480*                  RUN-CONTROL NOW GUARDS GROUP AND PERIOD, NOT
003490*                  THE DATE ALONE. WITHHOLDING ANNUALIZES BY THE
003500*                  GROUP'S PERIODS - THE BRACKET TABLES STAY
003510*                  BIWEEKLY AMOUNTS AND ARE APPLIED TO THE WAGE
003520*                  BROUGHT TO A BIWEEKLY BASIS, THEN THE TAX IS
003530*                  BROUGHT BACK TO THE GROUP'S PERIOD. LEAVE
003540*                  ACCRUES AS THE ANNUAL PLAN HOURS OVER THE
003550*                  GROUP'S PERIODS, AND A SALARIED EMPLOYEE'S
003560*                  HOURLY RATE IS THE PERIOD SALARY OVER THE
003570*                  GROUP'S STANDARD PERIOD HOURS, NOT A FIXED
003580*                  80. A REGULAR RUN'S CHECKS AND ACH ENTRIES
003590*                  ARE DATED WITH THE CALENDAR CHECK DATE.
003600*    10/15/26  RDM  GL-OUTPUT RECORD NAMES ITS LAST NINE BYTES AS
003610*                  THE AUTO-REVERSE FLAG AND REVERSAL DATE USED
003620*                  BY THE NEW WAGEACCR MONTH-END ACCRUAL. THE
003630*                  RUN'S OWN POSTINGS WRITE THEM BLANK.
003640*    10/15/26  RDM  FEDERAL DEPOSIT LIABILITY. AT A CLEAN END OF
003650*                  RUN THE RUN'S FEDERAL WITHHOLDING, EMPLOYEE
003660*                  SOCIAL SECURITY AND MEDICARE, AND THE EMPLOYER
003670*                  MATCH ARE APPENDED TO THE NEW TAX-LIABILITY
003680*                  FILE UNDER THE RUN'S CHECK DATE - VOIDS NETTED
003690*                  IN, OFF-CYCLE RUNS INCLUDED - FOR THE TAXDEPST
003700*                  DEPOSIT SCHEDULE AND THE TAXRPT 941 TIE-OUT.
003710*    10/15/26  RDM  PAYROLL CYCLE CONTROL. A REGULAR RUN CHECKS
003720*                  THE BATCH HEADER'S GROUP AND PERIOD ON THE
003730*                  CYCLE CONTROL FILE AND IS REFUSED IF EMPMAINT
003740*                  OR RETROPAY HAS NOT COMPLETED, IF THE PAYAUDIT
003750*                  STEP HAS ALREADY RUN, OR IF THE PERIOD IS
003760*                  CLOSED, UNLESS A SUPERVISOR OVERRIDE IS SIGNED
003770*                  ON THROUGH CYCLECTL. A CLEAN END RECORDS THE
003780*                  STEP WITH THE EMPLOYEES PAID AND THE NET PAY
003790*                  TOTAL. OFF-CYCLE RUNS STAND OUTSIDE THE CYCLE.
003800*    10/15/26  RDM  AN EARLIER CYCLE STEP THE SUPERVISOR HAS
003810*                  BYPASSED THROUGH CYCLECTL COUNTS AS COMPLETE
003820*                  IN THE ORDER CHECK.
003830*
003840       ENVIRONMENT DIVISION.
003850       INPUT-OUTPUT SECTION.
003860       FILE-CONTROL.
003870             SELECT EMPLOYEE-DATA ASSIGN INDD.
003880             SELECT SORTED-EMPLOYEE-DATA ASSIGN SRTDD.
003890             SELECT SORT-WORK-FILE ASSIGN SORTWK.
003900             SELECT DATAOUT ASSIGN OUTDD.
003910             SELECT EXCEPTION-OUT ASSIGN EXCPTDD.
003920             SELECT ACH-OUTPUT ASSIGN ACHDD.
003930             SELECT GL-OUTPUT ASSIGN GLDD.
003940             SELECT BANK-MASTER ASSIGN BNKMST
003950                 ORGANIZATION IS INDEXED
003960                 ACCESS MODE IS DYNAMIC
003970                 RECORD KEY IS BNK-EMPLOYEE-ID
003980                 FILE STATUS IS BNK-FILE-STATUS.
003990             SELECT TAX-RATE-FILE ASSIGN RATEDD.
004000             SELECT PAY-CALENDAR ASSIGN PAYCAL
004010                 FILE STATUS IS PCAL-FILE-STATUS.
004020             SELECT RESTART-PARM ASSIGN RESTDD.
004030             SELECT CHECKPOINT-FILE ASSIGN CHKPTDD.
004040             SELECT CHECK-PRINT ASSIGN CHKPRT.
004050             SELECT CHECK-REGISTER ASSIGN CHKREG.
004060             SELECT POSITIVE-PAY ASSIGN POSPAY.
004070             SELECT CHECK-CONTROL ASSIGN CHKCTL.
004080             SELECT RUN-CONTROL ASSIGN RUNCTL
004090                 FILE STATUS IS RC-FILE-STATUS.
004100             SELECT TAX-LIABILITY ASSIGN TAXLIAB
004110                 FILE STATUS IS TL-FILE-STATUS.
004120             SELECT REPLACEMENT-QUEUE ASSIGN REPLQDD
004130                 FILE STATUS IS RQ-FILE-STATUS.
004140             SELECT PAY-HISTORY ASSIGN PAYHST
004150                 ORGANIZATION IS INDEXED
004160                 ACCESS MODE IS DYNAMIC
004170                 RECORD KEY IS PH-KEY
004180                 FILE STATUS IS PH-FILE-STATUS.
004190             SELECT YTD-MASTER ASSIGN YTDDD
004200                 ORGANIZATION IS INDEXED
004210                 ACCESS MODE IS DYNAMIC
004220                 RECORD KEY IS YTD-EMPLOYEE-ID
004230                 FILE STATUS IS YTD-FILE-STATUS.
004240             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
004250                 ORGANIZATION IS INDEXED
004260                 ACCESS MODE IS DYNAMIC
004270                 RECORD KEY IS EM-EMPLOYEE-ID
004280                 FILE STATUS IS EM-FILE-STATUS.
004290             SELECT DEDUCTION-MASTER ASSIGN DEDMST
004300                 ORGANIZATION IS INDEXED
004310                 ACCESS MODE IS DYNAMIC
004320                 RECORD KEY IS DED-KEY
004330                 FILE STATUS IS DED-FILE-STATUS.
004340             SELECT LEAVE-MASTER ASSIGN LVMST
004350                 ORGANIZATION IS INDEXED
004360                 ACCESS MODE IS DYNAMIC
004370                 RECORD KEY IS LV-EMPLOYEE-ID
004380                 FILE STATUS IS LV-FILE-STATUS.
004390             SELECT DEDUCTION-DETAIL ASSIGN DEDDTL
004400                 ORGANIZATION IS INDEXED
004410                 ACCESS MODE IS DYNAMIC
004420                 RECORD KEY IS DD-KEY
004430                 FILE STATUS IS DD-FILE-STATUS.
004440             SELECT CYCLE-CONTROL ASSIGN CYCCTL
004450                 ORGANIZATION IS INDEXED
004460                 ACCESS MODE IS DYNAMIC
004470                 RECORD KEY IS CY-KEY
004480                 FILE STATUS IS CY-FILE-STATUS.
004490       DATA DIVISION.
004500       FILE SECTION.
004510       FD EMPLOYEE-DATA RECORDING MODE F
004520              LABEL RECORDS ARE OMITTED.
004530*
004540*    THE EMPLOYEE CARD IS NOW A SLIM TIME CARD. THE STANDING
004550*    DATA (NAME, RATE, TYPE, SALARY, DEPENDENTS, DEPARTMENT) IS
004560*    PULLED FROM EMPLOYEE-MASTER WHEN THE CARD IS ENRICHED AHEAD
004570*    OF THE SORT.
004580       01 TIME-CARD-IN.
004590            02 TC-EMPLOYEE-ID PIC X(06).
004600            02 TC-PP-END-DATE PIC 9(8).
004610            02 TC-HOURS       PIC 9(2).
004620            02 TC-TRANS-CODE  PIC X(1).
004630            02 TC-ADJUST-SIGN PIC X(1).
004640            02 TC-ADJUST-AMOUNT PIC 9(4)V99.
004650            02 TC-VAC-HOURS   PIC 9(2).
004660            02 TC-SICK-HOURS  PIC 9(2).
004670*
004680*    UP TO FOUR DEPARTMENT/HOURS PAIRS FOR AN EMPLOYEE WHO
004690*    FLOATED. THE PAIRS MUST ADD TO TC-HOURS. ALL BLANK MEANS
004700*    THE WHOLE CARD CHARGES THE HOME DEPARTMENT, AS BEFORE.
004710            02 TC-SPLIT-ENTRY OCCURS 4 TIMES.
004720                 03 TC-SPLIT-DEPT  PIC X(4).
004730                 03 TC-SPLIT-HOURS PIC 9(2).
004740*
004750*    A VOID CARD NAMES WHICH OF THE PERIOD'S PAYMENTS IT BACKS
004760*    OUT - BLANK OR 00 IS THE REGULAR PAYMENT, 01 UP AN
004770*    OFF-CYCLE ONE. ON AN OFF-CYCLE RUN A D IN THE PAY METHOD
004780*    COLUMN SENDS A DIRECT DEPOSIT EMPLOYEE'S MONEY BY SAME-DAY
004790*    ACH - ANYTHING ELSE IS A MANUAL CHECK.
004800            02 TC-PAY-SEQ-X   PIC X(2).
004810            02 TC-PAY-SEQ REDEFINES TC-PAY-SEQ-X
004820                              PIC 9(2).
004830            02 TC-OFFCYCLE-PAY PIC X(1).
004840            02 FILLER         PIC X(25).
004850*
004860*    THE DECK IS WRAPPED BY A BH BATCH HEADER CARD AND A BT
004870*    BATCH TRAILER CARD, READ THROUGH THE SAME BUFFER.
004880       01 BATCH-CONTROL-CARD.
004890            02 BCC-CARD-TYPE  PIC X(02).
004900            02 FILLER         PIC X(78).
004910       01 BATCH-HEADER-CARD.
004920            02 FILLER            PIC X(02).
004930            02 BH-PP-END-DATE    PIC 9(8).
004940            02 BH-RERUN-OVERRIDE PIC X(01).
004950*
004960*    BLANK RUN TYPE IS THE REGULAR PAYROLL. O IS AN OFF-CYCLE
004970*    RUN, WHICH ALSO CARRIES THE DATE ITS CHECKS AND SAME-DAY
004980*    ACH ENTRIES ARE ISSUED. THE OFF-CYCLE JOB POINTS GLDD,
004990*    ACHDD, CHKREG, CHKPRT, AND POSPAY AT ITS OWN DATASETS SO
005000*    ITS GL EXTRACT, ACH FILE, AND REGISTER STAND APART.
005010            02 BH-RUN-TYPE       PIC X(01).
005020            02 BH-CHECK-DATE     PIC 9(8).
005030*
005040*    THE PAY GROUP THE DECK PAYS - BLANK IS THE BIWEEKLY GROUP
005050*    BW. EACH GROUP RUNS AS ITS OWN BATCH.
005060            02 BH-PAY-GROUP      PIC X(02).
005070            02 FILLER            PIC X(58).
005080       01 BATCH-TRAILER-CARD.
005090            02 FILLER            PIC X(02).
005100            02 BT-RECORD-COUNT   PIC 9(06).
005110            02 BT-HOURS-HASH     PIC 9(08).
005120            02 FILLER            PIC X(64).
005130*
005140*    AN E CARD CARRIES ONE EARNINGS CODE FOR ONE EMPLOYEE IN
005150*    THE BATCH PERIOD - HOURS IN THE TIME CARD'S HOURS COLUMNS
005160*    (PRICED AT THE CODE'S PREMIUM FACTOR) OR A FLAT AMOUNT,
005170*    WHICH WINS WHEN BOTH ARE PUNCHED. TRANSACTION CODE E SITS
005180*    IN THE TIME CARD'S TRANSACTION CODE COLUMN.
005190       01 EARNINGS-CARD.
005200            02 FILLER            PIC X(14).
005210            02 EC-EARN-HOURS-X   PIC X(02).
005220            02 EC-EARN-HOURS REDEFINES EC-EARN-HOURS-X
005230                                 PIC 9(2).
005240            02 EC-TRANS-CODE     PIC X(01).
005250            02 EC-EARN-CODE      PIC X(04).
005260            02 EC-EARN-AMOUNT-X  PIC X(08).
005270            02 EC-EARN-AMOUNT REDEFINES EC-EARN-AMOUNT-X
005280                                 PIC 9(6)V99.
005290            02 FILLER            PIC X(51).
005300*
005310*    THE EMPLOYEE FILE IS SORTED INTO DEPARTMENT SEQUENCE AHEAD
005320*    OF THE MAIN PROCESSING LOOP SO THE REPORT CAN CARRY A
005330*    SUBTOTAL AND A PAGE BREAK AT EACH DEPARTMENT BOUNDARY.
005340       FD SORTED-EMPLOYEE-DATA RECORDING MODE F
005350              LABEL RECORDS ARE OMITTED.
005360       01 SORTED-EMPLOYEE-RECORD PIC X(220).
005370       SD SORT-WORK-FILE.
005380       01 SORT-RECORD.
005390            02 FILLER         PIC X(41).
005400            02 SORT-DEPARTMENT PIC X(04).
005410            02 FILLER         PIC X(175).
005420       FD DATAOUT RECORDING MODE F
005430              LABEL RECORDS ARE OMITTED.
005440       01 PRINTOUT PIC X(132).
005450       FD EXCEPTION-OUT RECORDING MODE F
005460              LABEL RECORDS ARE OMITTED.
005470       01 EXCEPTION-LINE PIC X(80).
005480*
005490*    ACH DIRECT DEPOSIT FEED - FULL NACHA FILE. THE 94-BYTE
005500*    RECORDS (FILE HEADER, BATCH HEADER, ENTRY DETAIL, BATCH
005510*    CONTROL, FILE CONTROL, BLOCK FILLER) ARE BUILT IN WORKING
005520*    STORAGE AND WRITTEN THROUGH THIS FD.
005530       FD ACH-OUTPUT RECORDING MODE F
005540              LABEL RECORDS ARE OMITTED.
005550       01 ACH-RECORD-OUT PIC X(94).
005560*
005570*    BANK ACCOUNT MASTER - ROUTING/ACCOUNT DATA AND THE PRENOTE
005580*    CYCLE STATE FOR EACH DIRECT DEPOSIT EMPLOYEE. A NEW ACCOUNT
005590*    STARTS AT P (PRENOTE PENDING), GOES TO S WHEN THE ZERO
005600*    DOLLAR PRENOTE ENTRY IS SENT, AND TO L (LIVE) ON THE FIRST
005610*    RUN OF A LATER PERIOD, WHEN LIVE MONEY MAY MOVE.
005620       FD BANK-MASTER
005630              LABEL RECORDS ARE STANDARD.
005640       01 BANK-RECORD.
005650            02 BNK-EMPLOYEE-ID    PIC X(06).
005660            02 BNK-ROUTING-NUMBER.
005670                 03 BNK-RECEIVING-DFI PIC 9(08).
005680                 03 BNK-CHECK-DIGIT   PIC 9(01).
005690            02 BNK-ACCOUNT-NUMBER PIC X(17).
005700            02 BNK-ACCOUNT-TYPE   PIC X(01).
005710                 88 BNK-CHECKING VALUE "C".
005720                 88 BNK-SAVINGS  VALUE "S".
005730            02 BNK-PRENOTE-STATUS PIC X(01).
005740                 88 BNK-PRENOTE-PENDING VALUE "P".
005750                 88 BNK-PRENOTE-SENT    VALUE "S".
005760                 88 BNK-ACCOUNT-LIVE    VALUE "L".
005770            02 BNK-PRENOTE-DATE   PIC 9(8).
005780*
005790*    PAPER CHECK OUTPUT FOR EMPLOYEES NOT ON DIRECT DEPOSIT -
005800*    THE PRINTED CHECK FILE, THE CHECK REGISTER REPORT, THE
005810*    POSITIVE-PAY EXTRACT FOR THE BANK'S FRAUD SCREENING, AND
005820*    THE ONE-RECORD CONTROL FILE THAT PERSISTS THE NEXT CHECK
005830*    NUMBER BETWEEN RUNS.
005840       FD CHECK-PRINT RECORDING MODE F
005850              LABEL RECORDS ARE OMITTED.
005860       01 CHECK-PRINT-LINE PIC X(80).
005870       FD CHECK-REGISTER RECORDING MODE F
005880              LABEL RECORDS ARE OMITTED.
005890       01 REGISTER-LINE PIC X(80).
005900       FD POSITIVE-PAY RECORDING MODE F
005910              LABEL RECORDS ARE OMITTED.
005920       01 POSPAY-RECORD-OUT.
005930            02 POS-CHECK-NUMBER PIC 9(08).
005940            02 POS-CHECK-DATE   PIC 9(08).
005950            02 POS-CHECK-AMOUNT PIC 9(08)V99.
005960            02 POS-PAYEE        PIC X(10).
005970            02 POS-EMPLOYEE-ID  PIC X(06).
005980*
005990*    THE PAY-HISTORY PERIOD DATE THE CHECK SETTLED - USUALLY
006000*    THE CHECK DATE, BUT A REPLACEMENT CHECK FOR A RETURNED
006010*    ACH PAYMENT SETTLES THE ORIGINAL RETURNED PERIOD. CHECKREC
006020*    CARRIES THIS AS THE TIE-BACK DATE ON THE ESCHEAT LIST SO
006030*    A V CARD CUT FROM IT FINDS THE HISTORY RECORD. THE
006040*    PAYMENT SEQUENCE NAMES WHICH OF THE PERIOD'S PAYMENTS.
006050            02 POS-HISTORY-DATE PIC 9(08).
006060            02 POS-HISTORY-SEQ  PIC 9(02).
006070            02 FILLER           PIC X(28).
006080       FD CHECK-CONTROL RECORDING MODE F
006090              LABEL RECORDS ARE OMITTED.
006100       01 CHECK-CONTROL-RECORD.
006110            02 CC-NEXT-CHECK-NUMBER PIC 9(08).
006120            02 FILLER               PIC X(72).
006130*
006140*    ONE RECORD PER PAY GROUP AND PERIOD SUCCESSFULLY
006150*    PROCESSED, CHECKED AT BATCH HEADER TIME SO THE SAME DECK
006160*    CANNOT PAY TWICE. A RECORD FROM BEFORE THE GROUPS EXISTED
006170*    HAS A BLANK GROUP AND STANDS FOR THE BIWEEKLY GROUP BW.
006180       FD RUN-CONTROL RECORDING MODE F
006190              LABEL RECORDS ARE OMITTED.
006200       01 RUN-CONTROL-RECORD.
006210            02 RC-PP-END-DATE PIC 9(8).
006220*
006230*    AN OFF-CYCLE RUN IS LOGGED AS TYPE O. IT IS THERE FOR THE
006240*    RECORD ONLY - IT NEITHER BLOCKS NOR STANDS IN FOR THE
006250*    PERIOD'S REGULAR RUN.
006260            02 RC-RUN-TYPE    PIC X(01).
006270            02 RC-PAY-GROUP   PIC X(02).
006280            02 FILLER         PIC X(69).
006290*
006300*    FEDERAL DEPOSIT LIABILITY - ONE RECORD APPENDED PER RUN,
006310*    DATED WITH THE RUN'S CHECK DATE, CARRYING THE RUN'S NET
006320*    FEDERAL WITHHOLDING AND THE EMPLOYEE AND EMPLOYER SHARES OF
006330*    SOCIAL SECURITY AND MEDICARE. VOIDS IN THE RUN NET THE
006340*    AMOUNTS DOWN. THE RECORD LAYOUT MUST STAY IN STEP WITH THE
006350*    ONES IN TAXDEPST AND TAXRPT.
006360       FD TAX-LIABILITY RECORDING MODE F
006370              LABEL RECORDS ARE OMITTED.
006380       01 TAX-LIABILITY-RECORD.
006390            02 TL-CHECK-DATE     PIC 9(8).
006400            02 TL-RUN-TYPE       PIC X(01).
006410            02 TL-PAY-GROUP      PIC X(02).
006420            02 TL-PP-END-DATE    PIC 9(8).
006430            02 TL-WAGES          PIC S9(8)V99.
006440            02 TL-FED-TAX        PIC S9(7)V99.
006450            02 TL-SOC-SEC-EE     PIC S9(7)V99.
006460            02 TL-MEDICARE-EE    PIC S9(7)V99.
006470            02 TL-SOC-SEC-ER     PIC S9(7)V99.
006480            02 TL-MEDICARE-ER    PIC S9(7)V99.
006490            02 TL-TOTAL-LIABILITY PIC S9(8)V99.
006500            02 FILLER            PIC X(16).
006510*
006520*    REPLACEMENT QUEUE BUILT BY THE ACHRETRN PROGRAM - ONE ITEM
006530*    PER RETURNED ACH PAYMENT STILL OWED TO ITS EMPLOYEE. THE
006540*    RUN PAYS EACH PENDING ITEM BY CHECK AT END OF RUN AND
006550*    MARKS IT P SO A LATER RUN CANNOT PAY IT AGAIN. THE RECORD
006560*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE IN ACHRETRN.
006570       FD REPLACEMENT-QUEUE RECORDING MODE F
006580              LABEL RECORDS ARE OMITTED.
006590       01 REPLACEMENT-QUEUE-RECORD.
006600            02 RQ-EMPLOYEE-ID  PIC X(06).
006610            02 RQ-PP-END-DATE  PIC 9(8).
006620            02 RQ-NET-AMOUNT   PIC 9(6)V99.
006630            02 RQ-REASON-CODE  PIC X(03).
006640            02 RQ-STATUS       PIC X(01).
006650                 88 RQ-PENDING VALUE SPACE.
006660                 88 RQ-PAID    VALUE "P".
006670            02 RQ-PAY-SEQ      PIC 9(02).
006680            02 FILLER          PIC X(52).
006690*
006700*    PAY HISTORY - ONE RECORD PER EMPLOYEE PER PAY PERIOD WITH
006710*    THE FULL DETAIL OF THE CHECK, SO A PAYMENT CAN BE BACKED
006720*    OUT LATER BY A VOID TRANSACTION INSTEAD OF BY HAND. A
006730*    SECOND CARD FOR THE SAME EMPLOYEE AND PERIOD ACCUMULATES
006740*    INTO THE SAME RECORD, THE WAY YTD-MASTER DOES. A VOID
006750*    FLAGS THE RECORD RATHER THAN DELETING IT. THE REGULAR
006760*    PAYMENT IS PAYMENT SEQUENCE 00 - EACH OFF-CYCLE PAYMENT IN
006770*    THE PERIOD TAKES THE NEXT FREE SEQUENCE AND KEEPS A RECORD
006780*    OF ITS OWN.
006790       FD PAY-HISTORY
006800              LABEL RECORDS ARE STANDARD.
006810       01 PAY-HISTORY-RECORD.
006820            02 PH-KEY.
006830                 03 PH-EMPLOYEE-ID PIC X(06).
006840                 03 PH-PP-END-DATE PIC 9(8).
006850                 03 PH-PAY-SEQ     PIC 9(2).
006860            02 PH-GROSS-PAY      PIC S9(6)V99.
006870            02 PH-REGULAR-PAY    PIC S9(6)V99.
006880            02 PH-OVERTIME-PAY   PIC S9(6)V99.
006890            02 PH-REGULAR-HOURS  PIC 9(2).
006900            02 PH-OVERTIME-HOURS PIC 9(2).
006910            02 PH-DEDUCTION      PIC S9(5)V99.
006920            02 PH-FED-TAX        PIC S9(5)V99.
006930            02 PH-STATE-TAX      PIC S9(5)V99.
006940            02 PH-SOC-SEC-TAX    PIC S9(5)V99.
006950            02 PH-MEDICARE-TAX   PIC S9(5)V99.
006960            02 PH-VOL-DEDUCTION  PIC S9(5)V99.
006970            02 PH-NET-PAY        PIC S9(6)V99.
006980            02 PH-EMPLOYER-FUTA  PIC S9(5)V99.
006990            02 PH-EMPLOYER-SUTA  PIC S9(5)V99.
007000*
007010*    HOW THE MONEY ACTUALLY LEFT - A VOID MUST PULL IT BACK
007020*    THROUGH THE SAME INSTRUMENT, NOT THROUGH WHATEVER THE
007030*    EMPLOYEE'S BANK STATE HAPPENS TO BE TODAY. WHEN TWO CARDS
007040*    ACCUMULATE INTO ONE PERIOD RECORD THE LATEST PAYMENT'S
007050*    INSTRUMENT AND CHECK NUMBER WIN.
007060            02 PH-PAY-INSTRUMENT PIC X(01).
007070                 88 PH-PAID-BY-ACH   VALUE "D".
007080                 88 PH-PAID-BY-CHECK VALUE "C".
007090            02 PH-CHECK-NUMBER   PIC 9(08).
007100            02 PH-VOID-SW        PIC X(01).
007110                 88 PH-VOIDED VALUE "V".
007120*
007130*    THE TRACE NUMBER THE LIVE ACH ENTRY WENT OUT UNDER, SO THE
007140*    ACHRETRN PROGRAM CAN MATCH A BANK RETURN OR NOTIFICATION
007150*    OF CHANGE BACK TO THIS PAYMENT. SPACES ON A CHECK PAYMENT.
007160*    A RETURNED PAYMENT IS FLAGGED R UNTIL THE REPLACEMENT
007170*    CHECK GOES OUT.
007180            02 PH-ACH-TRACE      PIC X(15).
007190            02 PH-RETURN-SW      PIC X(01).
007200                 88 PH-RETURNED VALUE "R".
007210*
007220*    EARNINGS PAID UNDER AN EARNINGS CODE, ONE SLOT PER CODE,
007230*    CLAIMED THE FIRST TIME THE CODE SHOWS UP IN THE PERIOD.
007240*    THE AMOUNTS ARE PART OF PH-GROSS-PAY, NOT IN ADDITION TO
007250*    IT. A BLANK CODE IS AN UNUSED SLOT.
007260            02 PH-EARNINGS-ENTRY OCCURS 5 TIMES.
007270                 03 PH-EARN-CODE   PIC X(04).
007280                 03 PH-EARN-HOURS  PIC 9(3).
007290                 03 PH-EARN-AMOUNT PIC S9(6)V99.
007300*
007310*    GL POSTING EXTRACT - ONE DEBIT/CREDIT LINE PER ACCOUNT AT
007320*    EACH DEPARTMENT BREAK PLUS A FILE TRAILER CARRYING THE RUN
007330*    DEBIT AND CREDIT TOTALS, SO ACCOUNTING POSTS FROM THE FILE
007340*    INSTEAD OF RE-KEYING THE PRINTED SUBTOTALS.
007350       FD GL-OUTPUT RECORDING MODE F
007360              LABEL RECORDS ARE OMITTED.
007370       01 GL-RECORD-OUT.
007380            02 GL-RECORD-TYPE   PIC X(01).
007390            02 GL-ACCOUNT-NUM   PIC X(08).
007400            02 GL-DEPARTMENT    PIC X(04).
007410            02 GL-DEBIT-AMOUNT  PIC S9(7)V99.
007420            02 GL-CREDIT-AMOUNT PIC S9(7)V99.
007430            02 GL-DESCRIPTION   PIC X(20).
007440*
007450*    A MONTH-END ACCRUAL LINE CARRIES AN R AND THE DATE THE GL
007460*    REVERSES IT ON. THE PAYROLL RUN'S OWN POSTINGS DO NOT
007470*    REVERSE AND LEAVE BOTH BLANK.
007480            02 GL-REVERSAL.
007490                 03 GL-REVERSE-SW   PIC X(01).
007500                      88 GL-AUTO-REVERSE VALUE "R".
007510                 03 GL-REVERSE-DATE PIC 9(08).
007520*
007530*    RESTART-PARM CARRIES A RECORD COUNT TO SKIP ON A RESTARTED
007540*    RUN, PLUS THE RUNNING CONTROL TOTALS AND DEPARTMENT-SUBTOTAL
007550*    STATE THAT WERE IN EFFECT AS OF THAT RECORD, SO A RESTARTED
007560*    RUN'S TRAILER AND DEPARTMENT SUBTOTALS RECONCILE AGAINST THE
007570*    WHOLE LOGICAL RUN, NOT JUST THE RECORDS READ AFTER RESTART.
007580*    CHECKPOINT-FILE IS WRITTEN PERIODICALLY IN THE SAME LAYOUT SO
007590*    THE NEXT RESTART-PARM CARD CAN BE PUNCHED FROM THE LAST
007600*    CHECKPOINT.
007610*
007620*    EFFECTIVE-DATED WITHHOLDING RATE CARDS. ONE CARD PER
007630*    BRACKET PER TABLE PER EFFECTIVE DATE - TABLE ID F OR S,
007640*    EFFECTIVE DATE, BRACKET NUMBER 1-5, CEILING, AND RATE.
007650*    THE F TABLE IS THE FEDERAL SINGLE TABLE. M (MARRIED FILING
007660*    JOINTLY) AND H (HEAD OF HOUSEHOLD) CARDS ARE OPTIONAL - A
007670*    SET WITHOUT THEM WITHHOLDS EVERY FILING STATUS FROM F.
007680       FD TAX-RATE-FILE RECORDING MODE F
007690              LABEL RECORDS ARE OMITTED.
007700       01 RATE-CARD-IN.
007710            02 RT-TABLE-ID       PIC X(01).
007720            02 RT-EFFECTIVE-DATE PIC 9(8).
007730            02 RT-BRACKET-NO     PIC 9(1).
007740            02 RT-CEILING        PIC 9(5)V99.
007750            02 RT-RATE           PIC V999.
007760*
007770*    STATE CODE ON S AND U CARDS - BLANK MEANS THE HOME STATE.
007780*    A U CARD CARRIES A STATE'S SUTA RATE IN THE RATE FIELD AND
007790*    ITS SUTA WAGE BASE IN THE CEILING FIELD, BRACKET NUMBER 1.
007800*    AN A CARD CARRIES THE ANNUAL VALUE OF ONE STATE WITHHOLDING
007810*    ALLOWANCE IN THE CEILING FIELD, BRACKET NUMBER 1, RATE ZERO.
007820            02 RT-STATE-CODE     PIC X(02).
007830            02 FILLER            PIC X(58).
007840*
007850*    PAY CALENDAR - ONE CARD PER PAY PERIOD PER PAY GROUP FOR
007860*    THE YEAR. THE GROUP'S PAY FREQUENCY IS ON EVERY CARD, WITH
007870*    THE PERIOD'S BEGIN, END, AND CHECK DATES. THE RUN FINDS
007880*    THE CARD FOR THE BATCH HEADER'S GROUP AND PERIOD END. THE
007890*    RECORD LAYOUT MUST STAY IN STEP WITH THE ONES IN EMPMAINT
007900*    AND LEAVERPT.
007910       FD PAY-CALENDAR RECORDING MODE F
007920              LABEL RECORDS ARE OMITTED.
007930       01 PAY-CALENDAR-RECORD.
007940            02 PCAL-PAY-GROUP     PIC X(02).
007950            02 PCAL-FREQUENCY     PIC X(01).
007960                 88 PCAL-WEEKLY       VALUE "W".
007970                 88 PCAL-BIWEEKLY     VALUE "B".
007980                 88 PCAL-SEMI-MONTHLY VALUE "S".
007990            02 PCAL-PP-BEGIN-DATE PIC 9(8).
008000            02 PCAL-PP-END-DATE   PIC 9(8).
008010            02 PCAL-CHECK-DATE    PIC 9(8).
008020            02 FILLER             PIC X(53).
008030       FD RESTART-PARM RECORDING MODE F
008040              LABEL RECORDS ARE OMITTED.
008050       01 RESTART-PARM-RECORD.
008060            02 RESTART-RECORD-COUNT      PIC 9(06).
008070            02 RESTART-EMPLOYEE-COUNT    PIC 9(04).
008080            02 RESTART-EXCEPTION-COUNT   PIC 9(04).
008090            02 RESTART-TOTAL-GROSS-PAY   PIC S9(07)V99.
008100            02 RESTART-TOTAL-DEDUCTION   PIC S9(06)V99.
008110            02 RESTART-TOTAL-FED-TAX     PIC S9(07)V99.
008120            02 RESTART-TOTAL-STATE-TAX   PIC S9(06)V99.
008130            02 RESTART-TOTAL-VOL-DED     PIC S9(07)V99.
008140            02 RESTART-TOTAL-NET-PAY     PIC S9(07)V99.
008150            02 RESTART-PRIOR-DEPARTMENT  PIC X(04).
008160            02 RESTART-FIRST-DEPT-SW     PIC X(03).
008170            02 RESTART-DEPT-EMP-COUNT    PIC 9(04).
008180            02 RESTART-DEPT-GROSS-PAY    PIC S9(07)V99.
008190            02 RESTART-DEPT-DEDUCTION    PIC S9(06)V99.
008200            02 RESTART-DEPT-FED-TAX      PIC S9(07)V99.
008210            02 RESTART-DEPT-STATE-TAX    PIC S9(06)V99.
008220            02 RESTART-DEPT-VOL-DED      PIC S9(06)V99.
008230            02 RESTART-DEPT-NET-PAY      PIC S9(07)V99.
008240            02 RESTART-CARRIER-AMOUNT    PIC 9(07)V99
008250                OCCURS 5 TIMES.
008260            02 RESTART-TOTAL-SOC-SEC     PIC S9(07)V99.
008270            02 RESTART-TOTAL-MEDICARE    PIC S9(06)V99.
008280            02 RESTART-TOTAL-ER-FICA     PIC S9(07)V99.
008290            02 RESTART-TOTAL-FUTA        PIC S9(06)V99.
008300            02 RESTART-TOTAL-SUTA        PIC S9(06)V99.
008310            02 RESTART-DEPT-SOC-SEC      PIC S9(06)V99.
008320            02 RESTART-DEPT-MEDICARE     PIC S9(06)V99.
008330            02 RESTART-GL-DEBITS         PIC S9(08)V99.
008340            02 RESTART-GL-CREDITS        PIC S9(08)V99.
008350            02 RESTART-ACH-ENTRY-COUNT   PIC 9(06).
008360            02 RESTART-ACH-ENTRY-HASH    PIC 9(10).
008370            02 RESTART-ACH-TOTAL-CREDIT  PIC 9(10)V99.
008380            02 RESTART-ACH-TOTAL-DEBIT   PIC 9(10)V99.
008390            02 RESTART-ACH-TRACE-SEQ     PIC 9(07).
008400            02 RESTART-ACH-RECORD-COUNT  PIC 9(06).
008410            02 RESTART-ACH-HDRS-SW       PIC X(03).
008420            02 RESTART-CHECK-NUMBER      PIC 9(08).
008430            02 RESTART-CHECK-COUNT       PIC 9(06).
008440            02 RESTART-CHECK-TOTAL       PIC S9(08)V99.
008450            02 RESTART-DEPT-PRETAX-125   PIC S9(06)V99.
008460            02 RESTART-DEPT-PRETAX-401K  PIC S9(06)V99.
008470            02 RESTART-LABOR-COUNT       PIC 9(02).
008480            02 RESTART-LABOR-ENTRY OCCURS 10 TIMES.
008490                 03 RESTART-LC-DEPT   PIC X(04).
008500                 03 RESTART-LC-AMOUNT PIC S9(08)V99.
008510            02 RESTART-DEPT-PAID-OUTSIDE PIC S9(06)V99.
008520            02 RESTART-EARN-GL-COUNT     PIC 9(02).
008530            02 RESTART-EARN-GL-ENTRY OCCURS 20 TIMES.
008540                 03 RESTART-EG-CODE   PIC X(04).
008550                 03 RESTART-EG-DEPT   PIC X(04).
008560                 03 RESTART-EG-AMOUNT PIC S9(08)V99.
008570            02 FILLER                   PIC X(03).
008580       FD CHECKPOINT-FILE RECORDING MODE F
008590              LABEL RECORDS ARE OMITTED.
008600       01 CHECKPOINT-RECORD.
008610            02 CHECKPOINT-RECORD-COUNT   PIC 9(06).
008620            02 CKPT-EMPLOYEE-COUNT       PIC 9(04).
008630            02 CKPT-EXCEPTION-COUNT      PIC 9(04).
008640            02 CKPT-TOTAL-GROSS-PAY      PIC S9(07)V99.
008650            02 CKPT-TOTAL-DEDUCTION      PIC S9(06)V99.
008660            02 CKPT-TOTAL-FED-TAX        PIC S9(07)V99.
008670            02 CKPT-TOTAL-STATE-TAX      PIC S9(06)V99.
008680            02 CKPT-TOTAL-VOL-DED        PIC S9(07)V99.
008690            02 CKPT-TOTAL-NET-PAY        PIC S9(07)V99.
008700            02 CKPT-PRIOR-DEPARTMENT     PIC X(04).
008710            02 CKPT-FIRST-DEPT-SW        PIC X(03).
008720            02 CKPT-DEPT-EMP-COUNT       PIC 9(04).
008730            02 CKPT-DEPT-GROSS-PAY       PIC S9(07)V99.
008740            02 CKPT-DEPT-DEDUCTION       PIC S9(06)V99.
008750            02 CKPT-DEPT-FED-TAX         PIC S9(07)V99.
008760            02 CKPT-DEPT-STATE-TAX       PIC S9(06)V99.
008770            02 CKPT-DEPT-VOL-DED         PIC S9(06)V99.
008780            02 CKPT-DEPT-NET-PAY         PIC S9(07)V99.
008790            02 CKPT-CARRIER-AMOUNT       PIC 9(07)V99
008800                OCCURS 5 TIMES.
008810            02 CKPT-TOTAL-SOC-SEC        PIC S9(07)V99.
008820            02 CKPT-TOTAL-MEDICARE       PIC S9(06)V99.
008830            02 CKPT-TOTAL-ER-FICA        PIC S9(07)V99.
008840            02 CKPT-TOTAL-FUTA           PIC S9(06)V99.
008850            02 CKPT-TOTAL-SUTA           PIC S9(06)V99.
008860            02 CKPT-DEPT-SOC-SEC         PIC S9(06)V99.
008870            02 CKPT-DEPT-MEDICARE        PIC S9(06)V99.
008880            02 CKPT-GL-DEBITS            PIC S9(08)V99.
008890            02 CKPT-GL-CREDITS           PIC S9(08)V99.
008900            02 CKPT-ACH-ENTRY-COUNT      PIC 9(06).
008910            02 CKPT-ACH-ENTRY-HASH       PIC 9(10).
008920            02 CKPT-ACH-TOTAL-CREDIT     PIC 9(10)V99.
008930            02 CKPT-ACH-TOTAL-DEBIT      PIC 9(10)V99.
008940            02 CKPT-ACH-TRACE-SEQ        PIC 9(07).
008950            02 CKPT-ACH-RECORD-COUNT     PIC 9(06).
008960            02 CKPT-ACH-HDRS-SW          PIC X(03).
008970            02 CKPT-CHECK-NUMBER         PIC 9(08).
008980            02 CKPT-CHECK-COUNT          PIC 9(06).
008990            02 CKPT-CHECK-TOTAL          PIC S9(08)V99.
009000            02 CKPT-DEPT-PRETAX-125      PIC S9(06)V99.
009010            02 CKPT-DEPT-PRETAX-401K     PIC S9(06)V99.
009020            02 CKPT-LABOR-COUNT          PIC 9(02).
009030            02 CKPT-LABOR-ENTRY OCCURS 10 TIMES.
009040                 03 CKPT-LC-DEPT   PIC X(04).
009050                 03 CKPT-LC-AMOUNT PIC S9(08)V99.
009060            02 CKPT-DEPT-PAID-OUTSIDE    PIC S9(06)V99.
009070            02 CKPT-EARN-GL-COUNT        PIC 9(02).
009080            02 CKPT-EARN-GL-ENTRY OCCURS 20 TIMES.
009090                 03 CKPT-EG-CODE   PIC X(04).
009100                 03 CKPT-EG-DEPT   PIC X(04).
009110                 03 CKPT-EG-AMOUNT PIC S9(08)V99.
009120            02 FILLER                   PIC X(03).
009130       FD YTD-MASTER
009140              LABEL RECORDS ARE STANDARD.
009150       01 YTD-RECORD.
009160            02 YTD-EMPLOYEE-ID   PIC X(06).
009170            02 YTD-EMPLOYEE-NAME PIC X(10).
009180            02 YTD-GROSS-PAY     PIC S9(6)V99.
009190            02 YTD-DEDUCTION     PIC S9(5)V99.
009200            02 YTD-FED-TAX       PIC S9(6)V99.
009210            02 YTD-STATE-TAX     PIC S9(5)V99.
009220            02 YTD-SOC-SEC-TAX   PIC S9(5)V99.
009230            02 YTD-MEDICARE-TAX  PIC S9(5)V99.
009240            02 YTD-NET-PAY       PIC S9(6)V99.
009250*
009260*    PER-QUARTER EARNINGS AND WITHHOLDING BUCKETS, FILLED FROM
009270*    PP-END-MM, SO THE QUARTERLY 941 SUMMARY AND THE YEAR-END
009280*    W-2 EXTRACT COME OFF THE MASTER INSTEAD OF SAVED PRINTED
009290*    REPORTS. THE LAYOUT IS SHARED WITH TAXRPT AND YEAREND.
009300            02 YTD-QUARTER-TOTALS OCCURS 4 TIMES.
009310                 03 YTD-QTR-GROSS     PIC S9(6)V99.
009320                 03 YTD-QTR-FED-TAX   PIC S9(5)V99.
009330                 03 YTD-QTR-STATE-TAX PIC S9(5)V99.
009340                 03 YTD-QTR-SOC-SEC   PIC S9(5)V99.
009350                 03 YTD-QTR-MEDICARE  PIC S9(5)V99.
009360*
009370*    PER-STATE WAGE AND WITHHOLDING BUCKETS FOR THE STATE
009380*    QUARTERLY UNEMPLOYMENT REPORTING IN TAXRPT AND THE
009390*    PER-STATE SUTA WAGE-BASE CAP. A SLOT WITH A BLANK CODE IS
009400*    UNUSED - A BLANK WORK STATE WAS ALREADY FOLDED INTO THE
009410*    HOME STATE CODE BEFORE ANYTHING POSTS HERE.
009420            02 YTD-STATE-BUCKETS OCCURS 3 TIMES.
009430                 03 YTD-ST-CODE      PIC X(02).
009440                 03 YTD-ST-TAX       PIC S9(5)V99.
009450                 03 YTD-ST-QTR-WAGES PIC S9(6)V99
009460                     OCCURS 4 TIMES.
009470*
009480*    PRE-TAX AMOUNTS SHELTERED THIS YEAR - CAFETERIA-PLAN
009490*    HEALTH AND 401K - SO THE W-2 EXTRACT CAN REPORT TAXABLE
009500*    WAGES NET OF THEM AND THE RETIREMENT BOX SEPARATELY.
009510            02 YTD-PRETAX-125   PIC S9(5)V99.
009520            02 YTD-401K-AMOUNT  PIC S9(5)V99.
009530*
009540*    STANDING EMPLOYEE DATA KEPT BY THE EMPMAINT PROGRAM. THE
009550*    RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
009560       FD EMPLOYEE-MASTER
009570              LABEL RECORDS ARE STANDARD.
009580       01 EMPLOYEE-MASTER-RECORD.
009590            02 EM-EMPLOYEE-ID   PIC X(06).
009600            02 EM-EMPLOYEE-NAME PIC X(10).
009610            02 EM-PAY-RATE      PIC 9(2)V99.
009620            02 EM-EMPLOYEE-TYPE PIC X(01).
009630                 88 EM-HOURLY   VALUE "H".
009640                 88 EM-SALARIED VALUE "S".
009650            02 EM-PERIOD-SALARY PIC 9(6)V99.
009660            02 EM-DEPENDENTS    PIC 9(2).
009670            02 EM-DEPARTMENT    PIC X(04).
009680            02 EM-PAYMENT-METHOD PIC X(01).
009690                 88 EM-PAY-BY-ACH   VALUE "D".
009700                 88 EM-PAY-BY-CHECK VALUE "C".
009710            02 EM-STATUS-CODE   PIC X(01).
009720                 88 EM-ACTIVE     VALUE "A".
009730                 88 EM-ON-LEAVE   VALUE "L".
009740                 88 EM-TERMINATED VALUE "T".
009750            02 EM-TERM-DATE     PIC 9(8).
009760            02 EM-WORK-STATE    PIC X(02).
009770*
009780*    W-4 WITHHOLDING ELECTIONS. THE CREDIT, OTHER INCOME, AND
009790*    DEDUCTIONS ARE THE ANNUAL AMOUNTS FROM STEPS 3, 4(A), AND
009800*    4(B) - THE EXTRA WITHHOLDING IS PER CHECK. AN EXEMPT CLAIM
009810*    HOLDS THROUGH ITS EXPIRATION DATE. THE STATE ELECTIONS
009820*    FOLLOW THE STATE CERTIFICATE - ALLOWANCES, A FLAT EXTRA,
009830*    AND AN EXEMPT CLAIM.
009840            02 EM-FILING-STATUS PIC X(01).
009850                 88 EM-FILE-SINGLE VALUES SPACE "S".
009860                 88 EM-FILE-JOINT  VALUE "M".
009870                 88 EM-FILE-HEAD   VALUE "H".
009880            02 EM-W4-CREDIT     PIC 9(5)V99.
009890            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
009900            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
009910            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
009920            02 EM-FED-EXEMPT    PIC X(01).
009930                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
009940            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
009950            02 EM-ST-ALLOWANCES PIC 9(2).
009960            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
009970            02 EM-ST-EXEMPT     PIC X(01).
009980                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
009990            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
010000*
010010*    PAY GROUP - WHICH PAY CALENDAR THE EMPLOYEE IS PAID ON.
010020*    BLANK IS THE BIWEEKLY GROUP BW, WHICH IS WHAT EVERYONE
010030*    WAS PAID ON BEFORE THE GROUPS EXISTED.
010040            02 EM-PAY-GROUP     PIC X(02).
010050*
010060*    VOLUNTARY DEDUCTION MASTER - ONE RECORD PER DEDUCTION PER
010070*    EMPLOYEE, KEYED ON EMPLOYEE-ID PLUS A PRIORITY DIGIT PLUS
010080*    THE DEDUCTION CODE, SO A KEYED SWEEP OF ONE EMPLOYEE COMES
010090*    BACK IN THE LEGALLY REQUIRED ORDER (GARNISHMENTS AHEAD OF
010100*    THE VOLUNTARY BENEFIT DEDUCTIONS). DED-YTD-TAKEN ENFORCES
010110*    THE ANNUAL CAP AND DED-ARREARS-BALANCE CARRIES FORWARD ANY
010120*    AMOUNT A CHECK WAS TOO SMALL TO COVER.
010130       FD DEDUCTION-MASTER
010140              LABEL RECORDS ARE STANDARD.
010150       01 DEDUCTION-RECORD.
010160            02 DED-KEY.
010170                 03 DED-EMPLOYEE-ID PIC X(06).
010180                 03 DED-PRIORITY    PIC 9(01).
010190                 03 DED-CODE        PIC X(04).
010200            02 DED-METHOD          PIC X(01).
010210                 88 DED-FLAT    VALUE "F".
010220                 88 DED-PERCENT VALUE "P".
010230            02 DED-FLAT-AMOUNT     PIC 9(4)V99.
010240            02 DED-PERCENT-RATE    PIC V999.
010250            02 DED-START-DATE      PIC 9(8).
010260            02 DED-STOP-DATE       PIC 9(8).
010270            02 DED-ANNUAL-CAP      PIC 9(6)V99.
010280            02 DED-YTD-TAKEN       PIC 9(6)V99.
010290            02 DED-ARREARS-BALANCE PIC 9(5)V99.
010300*
010310*    P DEDUCTIONS COME OUT BEFORE EVERY TAX, R (401K) BEFORE
010320*    FEDERAL AND STATE BUT NOT FICA, BLANK OR T AFTER TAXES.
010330            02 DED-TAX-CLASS       PIC X(01).
010340                 88 DED-PRETAX-125  VALUE "P".
010350                 88 DED-PRETAX-401K VALUE "R".
010360                 88 DED-POST-TAX    VALUES SPACE "T".
010370*
010380*    LEAVE BALANCE MASTER - VACATION AND SICK HOURS BANKED PER
010390*    EMPLOYEE, ACCRUED EACH PAY PERIOD AT THE PLAN RATE FOR THE
010400*    EMPLOYEE TYPE AND DRAWN DOWN BY THE LEAVE HOURS ON THE
010410*    TIME CARD. THE RECORD LAYOUT HERE MUST STAY IN STEP WITH
010420*    THE ONE IN THE LEAVERPT PROGRAM.
010430       FD LEAVE-MASTER
010440              LABEL RECORDS ARE STANDARD.
010450       01 LEAVE-RECORD.
010460            02 LV-EMPLOYEE-ID  PIC X(06).
010470            02 LV-VAC-BALANCE  PIC S9(3)V99.
010480            02 LV-SICK-BALANCE PIC S9(3)V99.
010490*
010500*    THE PERIOD THE LAST ACCRUAL POSTED FOR, SO A SECOND CARD
010510*    FOR THE SAME EMPLOYEE AND PERIOD - A SUPPORTED FLOW THAT
010520*    ACCUMULATES IN PAY-HISTORY - DRAWS LEAVE BUT DOES NOT
010530*    EARN A SECOND PERIOD'S ACCRUAL.
010540            02 LV-LAST-ACCRUAL-DATE PIC 9(8).
010550*
010560*    PER-DEDUCTION DETAIL FOR EACH PAYMENT - WHAT EACH CODE
010570*    TOOK FROM EACH CHECK, THE ARREARS IT WORKED OFF, AND THE
010580*    ANNUAL CAP ROOM LEFT AFTER - SO THE PAYSTMT PROGRAM CAN
010590*    ITEMIZE A STATEMENT FROM HISTORY. A SECOND CARD FOR THE
010600*    SAME EMPLOYEE AND PERIOD ACCUMULATES INTO THE SAME
010610*    RECORD, THE WAY PAY-HISTORY DOES, AND AN OFF-CYCLE CHECK
010620*    KEEPS ITS OWN RECORDS UNDER ITS PAY-HISTORY PAYMENT
010630*    SEQUENCE. THE RECORD LAYOUT HERE MUST STAY IN STEP WITH
010640*    THE ONE IN PAYSTMT.
010650       FD DEDUCTION-DETAIL
010660              LABEL RECORDS ARE STANDARD.
010670       01 DEDUCTION-DETAIL-RECORD.
010680            02 DD-KEY.
010690                 03 DD-EMPLOYEE-ID PIC X(06).
010700                 03 DD-PP-END-DATE PIC 9(8).
010710                 03 DD-PAY-SEQ     PIC 9(2).
010720                 03 DD-CODE        PIC X(04).
010730            02 DD-TAX-CLASS       PIC X(01).
010740            02 DD-AMOUNT-TAKEN    PIC S9(5)V99.
010750            02 DD-ARREARS-APPLIED PIC S9(5)V99.
010760            02 DD-ANNUAL-CAP      PIC 9(6)V99.
010770            02 DD-CAP-ROOM-LEFT   PIC S9(6)V99.
010780*
010790*    PAYROLL CYCLE CONTROL AS THE CYCLECTL PROGRAM KEEPS IT - ONE
010800*    RECORD PER PAY GROUP AND PERIOD, ONE ENTRY PER CYCLE STEP.
010810*    THE RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
010820       FD CYCLE-CONTROL
010830              LABEL RECORDS ARE STANDARD.
010840       01 CYCLE-CONTROL-RECORD.
010850            02 CY-KEY.
010860                 03 CY-PAY-GROUP   PIC X(02).
010870                 03 CY-PP-END-DATE PIC 9(8).
010880            02 CY-PERIOD-STATUS  PIC X(01).
010890                 88 CY-PERIOD-OPEN   VALUE "O".
010900                 88 CY-PERIOD-CLOSED VALUE "C".
010910            02 CY-STEP-ENTRY OCCURS 7 TIMES.
010920                 03 CY-STEP-STATUS PIC X(01).
010930                      88 CY-STEP-NOT-RUN  VALUE SPACE.
010940                      88 CY-STEP-COMPLETE VALUE "C".
010950                      88 CY-STEP-FAILED   VALUE "F".
010960                      88 CY-STEP-BYPASSED VALUE "B".
010970                 03 CY-STEP-DATE   PIC 9(8).
010980                 03 CY-STEP-TIME   PIC 9(6).
010990                 03 CY-STEP-RC     PIC 9(4).
011000                 03 CY-STEP-RUNS   PIC 9(3).
011010                 03 CY-STEP-COUNT  PIC 9(7).
011020                 03 CY-STEP-AMOUNT PIC S9(9)V99.
011030                 03 CY-STEP-OVERRIDE-BY PIC X(03).
011040*
011050*    A SUPERVISOR OVERRIDE WAITING TO BE USED - THE STEP IT LETS
011060*    THROUGH (ZERO IS NONE), WHO SIGNED IT, WHEN, AND WHY.
011070            02 CY-OVERRIDE-STEP   PIC 9(1).
011080            02 CY-OVERRIDE-BY     PIC X(03).
011090            02 CY-OVERRIDE-DATE   PIC 9(8).
011100            02 CY-OVERRIDE-REASON PIC X(30).
011110            02 FILLER             PIC X(46).
011120       WORKING-STORAGE SECTION.
011130       01 EOF            PIC XXX VALUE "NO".
011140       01 TIME-CARD-EOF  PIC XXX VALUE "NO".
011150       01 RC-FILE-STATUS PIC XX.
011160       01 TL-FILE-STATUS PIC XX.
011170       01 BATCH-HEADER-SEEN-SW PIC XXX VALUE "NO".
011180            88 BATCH-HEADER-SEEN     VALUE "YES".
011190            88 BATCH-HEADER-NOT-SEEN VALUE "NO".
011200       01 BATCH-TRAILER-SEEN-SW PIC XXX VALUE "NO".
011210            88 BATCH-TRAILER-SEEN     VALUE "YES".
011220            88 BATCH-TRAILER-NOT-SEEN VALUE "NO".
011230       01 BATCH-PP-END-DATE  PIC 9(8) VALUE ZERO.
011240       01 BATCH-PP-SPLIT REDEFINES BATCH-PP-END-DATE.
011250            02 BATCH-PP-CCYY PIC 9(4).
011260            02 BATCH-PP-MM   PIC 9(2).
011270            02 FILLER        PIC 9(2).
011280       01 BATCH-OVERRIDE-SW  PIC X(01) VALUE SPACE.
011290*
011300*    THE PAY GROUP BEING PAID AND ITS CALENDAR PERIOD. THE
011310*    FREQUENCY SETS THE PERIODS PER YEAR AND THE STANDARD
011320*    HOURS IN A PERIOD (2080 HOURS OVER THE PERIODS).
011330       01 DEFAULT-PAY-GROUP  PIC X(02) VALUE "BW".
011340       01 BATCH-PAY-GROUP    PIC X(02) VALUE SPACES.
011350       01 BATCH-PAY-FREQUENCY PIC X(01) VALUE SPACE.
011360            88 BATCH-WEEKLY       VALUE "W".
011370            88 BATCH-BIWEEKLY     VALUE "B".
011380            88 BATCH-SEMI-MONTHLY VALUE "S".
011390       01 BATCH-PP-BEGIN-DATE PIC 9(8) VALUE ZERO.
011400       01 PERIOD-STD-HOURS   PIC 9(3)V99 VALUE 80.00.
011410       01 PCAL-FILE-STATUS   PIC XX.
011420       01 CALENDAR-EOF       PIC XXX VALUE "NO".
011430       01 CALENDAR-FOUND-SW  PIC XXX VALUE "NO".
011440            88 CALENDAR-PERIOD-FOUND VALUE "YES".
011450*
011460*    RUN TYPE FROM THE BATCH HEADER AND, ON AN OFF-CYCLE RUN,
011470*    THE DATE ITS CHECKS AND SAME-DAY ACH ENTRIES ARE ISSUED.
011480       01 BATCH-RUN-TYPE     PIC X(01) VALUE SPACE.
011490            88 REGULAR-RUN   VALUE SPACE.
011500            88 OFF-CYCLE-RUN VALUE "O".
011510       01 BATCH-CHECK-DATE   PIC 9(8) VALUE ZERO.
011520       01 BATCH-CHECK-SPLIT REDEFINES BATCH-CHECK-DATE.
011530            02 BATCH-CHECK-CCYY PIC 9(4).
011540            02 BATCH-CHECK-MM   PIC 9(2).
011550            02 BATCH-CHECK-DD   PIC 9(2).
011560       01 BATCH-CARD-COUNT   PIC 9(6) VALUE ZERO.
011570       01 BATCH-HOURS-TOTAL  PIC 9(8) VALUE ZERO.
011580       01 BATCH-ABEND-REASON PIC X(40).
011590       01 RUN-CONTROL-EOF    PIC XXX VALUE "NO".
011600       01 RUN-ALREADY-DONE-SW PIC XXX VALUE "NO".
011610            88 RUN-ALREADY-DONE VALUE "YES".
011620       01 YTD-FILE-STATUS PIC XX.
011630       01 EM-FILE-STATUS  PIC XX.
011640       01 DED-FILE-STATUS PIC XX.
011650       01 DED-SCAN-DONE-SW PIC XXX VALUE "YES".
011660            88 DED-SCAN-DONE     VALUE "YES".
011670            88 DED-SCAN-NOT-DONE VALUE "NO".
011680*
011690*    ENRICHED IMAGE OF ONE TIME CARD, BUILT AHEAD OF THE SORT
011700*    FROM THE CARD PLUS THE EMPLOYEE-MASTER RECORD, AND READ
011710*    BACK FROM THE SORTED FILE BY THE MAIN LOOP.
011720       01 EMPLOYEE-IN.
011730            02 NAME         PIC X(10).
011740            02 HOURS        PIC 9(2).
011750            02 PAY-RATE     PIC 9(2)V99.
011760            02 DEPENDENTS   PIC 9(2).
011770            02 EMPLOYEE-ID  PIC X(06).
011780            02 PAY-PERIOD-END-DATE.
011790                 03 PP-END-CCYY PIC 9(4).
011800                 03 PP-END-MM   PIC 9(2).
011810                 03 PP-END-DD   PIC 9(2).
011820            02 PP-END-DATE-NUM REDEFINES
011830                 PAY-PERIOD-END-DATE PIC 9(8).
011840            02 EMPLOYEE-TYPE    PIC X(01).
011850                 88 EMPLOYEE-HOURLY   VALUE "H".
011860                 88 EMPLOYEE-SALARIED VALUE "S".
011870            02 PERIOD-SALARY    PIC 9(6)V99.
011880            02 DEPARTMENT       PIC X(04).
011890            02 MASTER-FOUND-SW  PIC X(01).
011900                 88 MASTER-RECORD-FOUND   VALUE "Y".
011910                 88 MASTER-RECORD-MISSING VALUE "N".
011920            02 PAYMENT-METHOD   PIC X(01).
011930                 88 PAY-BY-ACH   VALUE "D".
011940                 88 PAY-BY-CHECK VALUE "C".
011950            02 TRANS-CODE       PIC X(01).
011960*
011970*    AN F CARD IS A TIME CARD WITH FINAL-PAY HANDLING ON TOP,
011980*    SO IT SITS IN BOTH CONDITION NAMES AND RIDES THE WHOLE
011990*    TIME-CARD CALCULATION CHAIN.
012000                 88 TRANS-TIME-CARD  VALUES SPACE "T" "F".
012010                 88 TRANS-VOID       VALUE "V".
012020                 88 TRANS-ADJUSTMENT VALUE "A".
012030                 88 TRANS-RETRO      VALUE "R".
012040                 88 TRANS-FINAL      VALUE "F".
012050*
012060*    AN E CARD THAT FOUND NO TIME CARD TO RIDE ON IS RELEASED
012070*    AS ITS OWN EARNINGS-ONLY TRANSACTION.
012080                 88 TRANS-EARNINGS   VALUE "E".
012090            02 ADJUST-SIGN      PIC X(01).
012100            02 ADJUST-AMOUNT    PIC 9(4)V99.
012110            02 VAC-HOURS        PIC 9(2).
012120            02 SICK-HOURS       PIC 9(2).
012130            02 EMPLOYEE-STATUS  PIC X(01).
012140                 88 EMPLOYEE-ACTIVE     VALUE "A".
012150                 88 EMPLOYEE-ON-LEAVE   VALUE "L".
012160                 88 EMPLOYEE-TERMINATED VALUE "T".
012170            02 TERMINATION-DATE PIC 9(8).
012180            02 WORK-STATE       PIC X(02).
012190*
012200*    DEPARTMENT SPLITS CARRIED FROM THE CARD, PLUS THE FLAG
012210*    ENRICHMENT SETS WHEN THE SPLIT HOURS DO NOT ADD TO THE
012220*    CARD TOTAL. THE ENRICHED RECORD IS 100 BYTES NOW.
012230            02 SPLIT-ERROR-SW   PIC X(01).
012240                 88 SPLIT-HOURS-BAD VALUE "Y".
012250            02 SPLIT-ENTRY OCCURS 4 TIMES.
012260                 03 SPLIT-DEPT  PIC X(4).
012270                 03 SPLIT-HOURS PIC 9(2).
012280*
012290*    W-4 ELECTIONS FROM THE MASTER. FIELDS A RECORD FROM BEFORE
012300*    THE ELECTIONS EXISTED LEAVES BLANK COME ACROSS AS ZERO, AND
012310*    A BLANK FILING STATUS IS SINGLE. THE ENRICHED RECORD IS 160
012320*    BYTES NOW.
012330            02 FILING-STATUS    PIC X(01).
012340                 88 FILING-JOINT VALUE "M".
012350                 88 FILING-HEAD  VALUE "H".
012360            02 W4-CREDIT        PIC 9(5)V99.
012370            02 W4-OTHER-INCOME  PIC 9(6)V99.
012380            02 W4-DEDUCTIONS    PIC 9(6)V99.
012390            02 W4-EXTRA-WH      PIC 9(4)V99.
012400            02 FED-EXEMPT-SW    PIC X(01).
012410            02 FED-EXEMPT-EXPIRES PIC 9(8).
012420            02 ST-ALLOWANCES    PIC 9(2).
012430            02 ST-EXTRA-WH      PIC 9(4)V99.
012440            02 ST-EXEMPT-SW     PIC X(01).
012450            02 ST-EXEMPT-EXPIRES PIC 9(8).
012460*
012470*    EARNINGS CODES FROM THE E CARDS THAT RODE ON THIS CARD, OR
012480*    THE ONE E CARD OF AN EARNINGS-ONLY TRANSACTION, PLUS THE
012490*    FLAG ENRICHMENT SETS WHEN AN E CARD'S HOURS OR AMOUNT ARE
012500*    NOT NUMERIC. THE ENRICHED RECORD IS 220 BYTES NOW.
012510            02 EARN-ERROR-SW    PIC X(01).
012520                 88 EARN-CARD-BAD VALUE "Y".
012530            02 EARN-ENTRY OCCURS 4 TIMES.
012540                 03 EARN-CODE   PIC X(04).
012550                 03 EARN-HOURS  PIC 9(2).
012560                 03 EARN-AMOUNT PIC 9(6)V99.
012570*
012580*    THE PAY-HISTORY PAYMENT SEQUENCE THE TRANSACTION POSTS
012590*    UNDER - A VOID'S FROM ITS CARD, AN OFF-CYCLE PAYMENT'S
012600*    ASSIGNED WHEN IT IS PAID - AND THE OFF-CYCLE PAY METHOD.
012610            02 PAY-SEQ      PIC 9(2).
012620            02 OFFCYCLE-PAY PIC X(1).
012630                 88 OFFCYCLE-SAME-DAY-ACH VALUE "D".
012640*
012650*    THE EMPLOYEE'S PAY GROUP FROM THE MASTER.
012660            02 PAY-GROUP    PIC X(02).
012670            02 FILLER       PIC X(7).
012680       01 RECORD-VALID-SW PIC XXX VALUE "YES".
012690            88 RECORD-IS-VALID   VALUE "YES".
012700            88 RECORD-IS-INVALID VALUE "NO".
012710       01 EXCEPTION-REASON PIC X(40).
012720       01 EXCEPTION-COUNT  PIC 9(4) VALUE ZERO.
012730       01 EMPLOYEE-COUNT   PIC 9(4) VALUE ZERO.
012740       01 TOTAL-GROSS-PAY  PIC S9(7)V99 VALUE ZERO.
012750       01 TOTAL-DEDUCTION  PIC S9(6)V99 VALUE ZERO.
012760       01 TOTAL-FED-TAX    PIC S9(7)V99 VALUE ZERO.
012770       01 TOTAL-STATE-TAX  PIC S9(6)V99 VALUE ZERO.
012780       01 TOTAL-VOL-DEDUCTION PIC S9(7)V99 VALUE ZERO.
012790       01 TOTAL-NET-PAY    PIC S9(7)V99 VALUE ZERO.
012800       01 RESTART-SKIP-COUNT    PIC 9(06) VALUE ZERO.
012810       01 RESTART-SKIP-INDEX    PIC 9(06) VALUE ZERO.
012820       01 RECORDS-READ-COUNT    PIC 9(06) VALUE ZERO.
012830       01 CHECKPOINT-INTERVAL   PIC 9(04) VALUE 0100.
012840       01 RECORDS-SINCE-CKPT    PIC 9(04) VALUE ZERO.
012850       01 RESTART-RUN-SW        PIC X(03) VALUE "NO".
012860            88 THIS-IS-A-RESTART   VALUE "YES".
012870            88 THIS-IS-A-FRESH-RUN VALUE "NO".
012880       01 PRIOR-DEPARTMENT      PIC X(04) VALUE SPACES.
012890       01 FIRST-DEPT-SW         PIC X(03) VALUE "YES".
012900            88 FIRST-DEPT-PENDING VALUE "YES".
012910            88 DEPT-IN-PROGRESS   VALUE "NO".
012920       01 DEPT-EMPLOYEE-COUNT   PIC 9(4) VALUE ZERO.
012930       01 DEPT-GROSS-PAY        PIC S9(7)V99 VALUE ZERO.
012940       01 DEPT-DEDUCTION        PIC S9(6)V99 VALUE ZERO.
012950       01 DEPT-FED-TAX          PIC S9(7)V99 VALUE ZERO.
012960       01 DEPT-STATE-TAX        PIC S9(6)V99 VALUE ZERO.
012970       01 DEPT-VOL-DEDUCTION    PIC S9(6)V99 VALUE ZERO.
012980       01 DEPT-NET-PAY          PIC S9(7)V99 VALUE ZERO.
012990       01 BLANK-LINE     PIC X(80).
013000*
013010*    THE WORK FIELDS ARE SIZED TO THE PAY-HISTORY AMOUNTS, NOT
013020*    TO ONE CARD'S WORTH, SO A VOID OF AN ACCUMULATED HISTORY
013030*    RECORD NEVER TRUNCATES THE AMOUNT BEING REVERSED.
013040       01 GROSS-PAY      PIC S9(6)V99.
013050       01 DEDUCTION      PIC S9(5)V99.
013060       01 TAXABLE-INCOME PIC S9(6)V99.
013070       01 FED-TAXABLE-INCOME   PIC S9(6)V99.
013080       01 STATE-TAXABLE-INCOME PIC S9(6)V99.
013090*
013100*    W-4 AMOUNTS BROUGHT DOWN TO ONE PAY PERIOD. THE ANNUAL
013110*    STEP 3 AND STEP 4 FIGURES ARE SPREAD OVER THE PAY PERIODS
013120*    IN A YEAR. A RETRO CARD CARRIES NONE OF THEM - THE PERIOD'S
013130*    REGULAR CARD ALREADY TOOK THE CREDIT AND THE EXTRAS.
013140*
013150*    THE PERIODS PER YEAR COME FROM THE PAY GROUP'S FREQUENCY.
013160*    THE BRACKET CEILINGS ON THE RATE CARDS ARE BIWEEKLY
013170*    AMOUNTS, SO THE TABLES ARE ON A 26-PERIOD BASIS - THE
013180*    BRACKET WAGE IS THE PERIOD'S TAXABLE WAGE ANNUALIZED BY
013190*    THE GROUP'S PERIODS AND BROUGHT TO THAT BASIS.
013200       01 PERIODS-PER-YEAR     PIC 9(2) VALUE 26.
013210       01 RATE-TABLE-PERIODS   PIC 9(2) VALUE 26.
013220       01 BRACKET-WAGE         PIC S9(6)V99.
013230       01 W4-CREDIT-PERIOD     PIC S9(5)V99.
013240       01 W4-OTHER-INCOME-PERIOD PIC S9(5)V99.
013250       01 W4-EXTRA-PERIOD      PIC S9(4)V99.
013260       01 ST-ALLOWANCES-PERIOD PIC 9(2).
013270       01 ST-EXTRA-PERIOD      PIC S9(4)V99.
013280       01 ST-ALLOWANCE-AMOUNT  PIC S9(6)V99.
013290*
013300*    WHETHER AN EXEMPT CLAIM STOPS WITHHOLDING THIS PERIOD. A
013310*    CLAIM PAST ITS EXPIRATION DATE WITHHOLDS AS SINGLE WITH NO
013320*    ADJUSTMENTS UNTIL A NEW CERTIFICATE IS ON FILE.
013330       01 FED-WH-SW            PIC X(01).
013340            88 FED-EXEMPT-IN-FORCE VALUE "E".
013350            88 FED-EXEMPT-LAPSED   VALUE "X".
013360       01 ST-WH-SW             PIC X(01).
013370            88 ST-EXEMPT-IN-FORCE  VALUE "E".
013380            88 ST-EXEMPT-LAPSED    VALUE "X".
013390       01 FED-TAX        PIC S9(5)V99.
013400       01 STATE-TAX      PIC S9(5)V99.
013410       01 NET-PAY        PIC S9(6)V99.
013420       01 VOLUNTARY-DEDUCTION PIC S9(5)V99.
013430       01 DED-WANTED     PIC 9(6)V99.
013440*
013450*    RUN-LEVEL LABOR COST BY DEPARTMENT ACTUALLY WORKED -
013460*    GROSS PAY APPORTIONED BY SPLIT HOURS, OR ALL TO THE HOME
013470*    DEPARTMENT WHEN A CARD HAS NO SPLITS. DRIVES THE GL
013480*    SALARY EXPENSE DEBITS AND THE LABOR DISTRIBUTION SECTION
013490*    OF THE RUN TRAILER.
013500       01 LABOR-COST-TABLE.
013510            02 LABOR-ENTRY OCCURS 10 TIMES.
013520                 03 LC-DEPT   PIC X(04).
013530                 03 LC-AMOUNT PIC S9(8)V99.
013540       01 LABOR-COUNT       PIC 9(2) VALUE ZERO.
013550       01 LABOR-INDEX       PIC 9(2).
013560       01 LABOR-SLOT        PIC 9(2).
013570       01 SPLIT-INDEX       PIC 9(1).
013580       01 SPLIT-HOURS-TOTAL PIC 9(3).
013590       01 SPLIT-PRESENT-SW  PIC X(1).
013600       01 LAST-SPLIT-INDEX  PIC 9(1).
013610       01 LABOR-DISTRIBUTED PIC S9(8)V99.
013620       01 LABOR-CHARGE-DEPT PIC X(04).
013630       01 LABOR-CHARGE-AMOUNT PIC S9(8)V99.
013640       01 GL-LOOKUP-DEPT    PIC X(04).
013650*
013660*    EARNINGS PRICED FOR THE CURRENT RECORD, ONE SLOT PER CODE
013670*    ON THE CARD, AND THE TOTALS THAT FEED GROSS, THE FLAT-RATE
013680*    FEDERAL WITHHOLDING, THE OVERTIME REGULAR RATE, AND THE
013690*    CASH ALREADY IN THE EMPLOYEE'S HANDS (REPORTED TIPS).
013700       01 EARN-PAY-TABLE.
013710            02 EARN-PAY-ENTRY OCCURS 5 TIMES.
013720                 03 EP-CODE   PIC X(04).
013730                 03 EP-HOURS  PIC 9(3).
013740                 03 EP-AMOUNT PIC S9(6)V99.
013750       01 EARNINGS-PAY         PIC S9(6)V99.
013760       01 SUPPLEMENTAL-PAY     PIC S9(6)V99.
013770       01 PAID-OUTSIDE-PAY     PIC S9(6)V99.
013780       01 REG-RATE-EARNINGS    PIC S9(6)V99.
013790       01 EARN-OT-PREMIUM      PIC S9(6)V99.
013800       01 SUPPLEMENTAL-FED-TAX PIC S9(5)V99.
013810       01 TAX-SHORTFALL        PIC S9(6)V99.
013820       01 LABOR-BASE-PAY       PIC S9(6)V99.
013830       01 EARN-BASE-RATE       PIC 9(4)V99.
013840       01 EARN-LOOKUP-CODE     PIC X(04).
013850       01 EARN-INDEX           PIC 9(1).
013860       01 EARN-SLOT            PIC 9(1).
013870       01 HIST-EARN-INDEX      PIC 9(1).
013880       01 ET-INDEX             PIC 9(1).
013890       01 ET-FOUND             PIC 9(1).
013900       01 DEPT-PAID-OUTSIDE    PIC S9(6)V99 VALUE ZERO.
013910*
013920*    RUN-LEVEL EARNINGS BY CODE AND HOME DEPARTMENT. EACH PAIR
013930*    BECOMES ITS OWN GL EXPENSE DEBIT AT END OF RUN, SEPARATE
013940*    FROM THE SALARY EXPENSE LABOR DISTRIBUTION.
013950       01 EARNINGS-GL-TABLE.
013960            02 EG-ENTRY OCCURS 20 TIMES.
013970                 03 EG-CODE   PIC X(04).
013980                 03 EG-DEPT   PIC X(04).
013990                 03 EG-AMOUNT PIC S9(8)V99.
014000       01 EG-COUNT          PIC 9(2) VALUE ZERO.
014010       01 EG-INDEX          PIC 9(2).
014020       01 EG-SLOT           PIC 9(2).
014030*
014040*    E CARDS ARE READ AHEAD OF THE BATCH SO EACH ONE CAN RIDE
014050*    ON ITS EMPLOYEE'S TIME CARD WHEREVER IT SITS IN THE DECK.
014060*    ONE THAT NO TIME CARD CLAIMS GOES THROUGH ON ITS OWN.
014070       01 EARNINGS-CARD-TABLE.
014080            02 ECH-ENTRY OCCURS 200 TIMES.
014090                 03 ECH-EMPLOYEE-ID PIC X(06).
014100                 03 ECH-EARN-CODE   PIC X(04).
014110                 03 ECH-HOURS       PIC 9(2).
014120                 03 ECH-AMOUNT      PIC 9(6)V99.
014130                 03 ECH-BAD-SW      PIC X(01).
014140                 03 ECH-CLAIMED-SW  PIC X(01).
014150                 03 ECH-OFFCYCLE-PAY PIC X(01).
014160       01 ECH-COUNT         PIC 9(3) VALUE ZERO.
014170       01 ECH-INDEX         PIC 9(3).
014180       01 DD-FILE-STATUS PIC XX.
014190       01 DED-ARREARS-BEFORE PIC 9(5)V99.
014200       01 DED-ARREARS-WORKED PIC S9(5)V99.
014210       01 DED-ROOM-AFTER     PIC S9(6)V99.
014220       01 DED-PASS-SW    PIC X(1) VALUE "A".
014230            88 PRETAX-PASS  VALUE "P".
014240            88 POSTTAX-PASS VALUE "A".
014250       01 PRETAX-125-AMOUNT  PIC S9(5)V99 VALUE ZERO.
014260       01 PRETAX-401K-AMOUNT PIC S9(5)V99 VALUE ZERO.
014270       01 FICA-GROSS         PIC S9(6)V99.
014280       01 DEPT-PRETAX-125    PIC S9(6)V99 VALUE ZERO.
014290       01 DEPT-PRETAX-401K   PIC S9(6)V99 VALUE ZERO.
014300       01 DED-TAKE       PIC 9(6)V99.
014310       01 DED-AVAILABLE  PIC 9(5)V99.
014320       01 DED-CAP-ROOM   PIC S9(6)V99.
014330       01 CARRIER-INDEX  PIC 9(1).
014340       01 CARRIER-SLOT   PIC 9(1).
014350       01 PRIOR-YTD-GROSS PIC S9(6)V99.
014360       01 FICA-TAXABLE   PIC 9(6)V99.
014370       01 FUTA-TAXABLE   PIC 9(5)V99.
014380       01 SUTA-TAXABLE   PIC 9(5)V99.
014390       01 SOC-SEC-TAX    PIC S9(5)V99.
014400       01 MEDICARE-TAX   PIC S9(5)V99.
014410       01 EMPLOYER-FUTA  PIC S9(5)V99.
014420       01 EMPLOYER-SUTA  PIC S9(5)V99.
014430*
014440*    FICA, MEDICARE, AND EMPLOYER UNEMPLOYMENT RATES AND ANNUAL
014450*    WAGE BASES. THE SOCIAL SECURITY CAP IS ENFORCED AGAINST THE
014460*    PRIOR YTD GROSS FROM YTD-MASTER SO WITHHOLDING STOPS AT THE
014470*    LIMIT. MEDICARE HAS NO WAGE BASE.
014480*
014490*    PER-PERIOD LEAVE ACCRUAL IN HOURS BY EMPLOYEE TYPE - THE
014500*    PLAN GIVES HOURLY EMPLOYEES TWO WEEKS VACATION AND ONE
014510*    WEEK SICK A YEAR, SALARIED THREE WEEKS AND ONE AND A HALF,
014520*    SPREAD OVER THE PAY GROUP'S PERIODS WHEN THE BATCH HEADER
014530*    IS READ.
014540       01 HOURLY-VAC-ANNUAL     PIC 9(3)V99 VALUE 080.00.
014550       01 HOURLY-SICK-ANNUAL    PIC 9(3)V99 VALUE 040.00.
014560       01 SALARIED-VAC-ANNUAL   PIC 9(3)V99 VALUE 120.00.
014570       01 SALARIED-SICK-ANNUAL  PIC 9(3)V99 VALUE 060.00.
014580       01 HOURLY-VAC-ACCRUAL    PIC 9(2)V99 VALUE 03.08.
014590       01 HOURLY-SICK-ACCRUAL   PIC 9(2)V99 VALUE 01.54.
014600       01 SALARIED-VAC-ACCRUAL  PIC 9(2)V99 VALUE 04.62.
014610       01 SALARIED-SICK-ACCRUAL PIC 9(2)V99 VALUE 02.31.
014620       01 LV-FILE-STATUS PIC XX.
014630       01 VAC-AVAILABLE  PIC S9(3)V99.
014640       01 SICK-AVAILABLE PIC S9(3)V99.
014650       01 ACCRUAL-PENDING-SW PIC X(1).
014660       01 LEAVE-PAY      PIC S9(6)V99.
014670       01 FINAL-LEAVE-RATE PIC 9(4)V99.
014680       01 FINAL-LEAVE-PAY  PIC S9(6)V99.
014690       01 SOC-SEC-RATE      PIC V9999   VALUE .0620.
014700       01 MEDICARE-RATE     PIC V9999   VALUE .0145.
014710       01 SOC-SEC-WAGE-BASE PIC 9(6)V99 VALUE 168600.00.
014720       01 FUTA-RATE         PIC V9999   VALUE .0060.
014730       01 FUTA-WAGE-BASE    PIC 9(5)V99 VALUE 07000.00.
014740       01 SUTA-RATE         PIC V9999   VALUE .0270.
014750       01 SUTA-WAGE-BASE    PIC 9(5)V99 VALUE 09000.00.
014760       01 TOTAL-SOC-SEC     PIC S9(7)V99 VALUE ZERO.
014770       01 TOTAL-MEDICARE    PIC S9(6)V99 VALUE ZERO.
014780       01 TOTAL-EMPLOYER-FICA PIC S9(7)V99 VALUE ZERO.
014790       01 TOTAL-FUTA        PIC S9(6)V99 VALUE ZERO.
014800       01 TOTAL-SUTA        PIC S9(6)V99 VALUE ZERO.
014810       01 DEPT-SOC-SEC      PIC S9(6)V99 VALUE ZERO.
014820       01 DEPT-MEDICARE     PIC S9(6)V99 VALUE ZERO.
014830       01 REGULAR-HOURS  PIC 9(2).
014840       01 OVERTIME-HOURS PIC 9(2).
014850       01 REGULAR-PAY    PIC S9(6)V99.
014860       01 PAY-QUARTER    PIC 9(1).
014870       01 QTR-INDEX      PIC 9(1).
014880       01 OVERTIME-PAY   PIC S9(6)V99.
014890       01 PH-FILE-STATUS PIC XX.
014900       01 BRACKET-INDEX  PIC 9(1).
014910       01 BRACKET-FLOOR  PIC 9(5)V99.
014920*
014930*    FEDERAL AND STATE WITHHOLDING BRACKETS - GRADUATED, NOT
014940*    FLAT. EACH BRACKET'S RATE APPLIES ONLY TO THE SLICE OF
014950*    TAXABLE INCOME ABOVE THE PRIOR BRACKET'S CEILING. THE
014960*    CEILINGS AND RATES ARE NO LONGER COMPILED IN - THEY ARE
014970*    LOADED AT STARTUP FROM THE EFFECTIVE-DATED TAX-RATE-FILE
014980*    AND THESE WORKING TABLES ARE FILLED FROM THE RATE SET IN
014990*    EFFECT FOR THE PAY PERIOD BEING PROCESSED.
015000*
015010*    THE FEDERAL TABLE CARRIES ONE BRACKET SET PER W-4 FILING
015020*    STATUS - 1 SINGLE, 2 MARRIED FILING JOINTLY, 3 HEAD OF
015030*    HOUSEHOLD.
015040       01 FED-BRACKET-TABLE.
015050            02 FED-STATUS-TABLE OCCURS 3 TIMES.
015060                 03 FED-BRACKET OCCURS 5 TIMES.
015070                      04 FED-BRACKET-CEILING PIC 9(5)V99.
015080                      04 FED-BRACKET-RATE    PIC V999.
015090       01 FED-STATUS-INDEX      PIC 9(1).
015100       01 FED-STATUS-SOURCE     PIC 9(1).
015110       01 STATE-BRACKET-TABLE.
015120            02 STATE-BRACKET OCCURS 5 TIMES.
015130                 03 STATE-BRACKET-CEILING PIC 9(5)V99.
015140                 03 STATE-BRACKET-RATE    PIC V999.
015150*
015160*    UP TO EIGHT EFFECTIVE-DATED RATE SETS FROM TAX-RATE-FILE.
015170*    THE SET WITH THE LATEST EFFECTIVE DATE NOT AFTER THE PAY
015180*    PERIOD END DATE GOVERNS THAT PERIOD, SO A DECEMBER PERIOD
015190*    CAN STILL BE RUN AFTER JANUARY'S RATES ARE ON FILE.
015200*
015210*    EACH SET CARRIES THE FEDERAL BRACKETS PLUS A SLOT PER WORK
015220*    STATE - THE STATE'S WITHHOLDING BRACKETS (IF IT HAS AN
015230*    INCOME TAX) AND ITS SUTA RATE AND WAGE BASE (IF A U CARD
015240*    ARRIVED - OTHERWISE THE COMPILED DEFAULTS APPLY).
015250       01 RATE-SET-TABLE.
015260            02 RATE-SET OCCURS 8 TIMES.
015270                 03 RS-EFFECTIVE-DATE PIC 9(8).
015280                 03 RS-FED-STATUS OCCURS 3 TIMES.
015290                      04 RS-FED-LOADED-SW PIC X(01).
015300                      04 RS-FED-ENTRY OCCURS 5 TIMES.
015310                           05 RS-FED-CEILING PIC 9(5)V99.
015320                           05 RS-FED-RATE    PIC V999.
015330                 03 RS-STATE-COUNT PIC 9(2).
015340                 03 RS-STATE-SET OCCURS 5 TIMES.
015350                      04 RS-STATE-CODE PIC X(02).
015360                      04 RS-ST-BRACKETS-SW PIC X(01).
015370                      04 RS-ST-SUTA-SW     PIC X(01).
015380                      04 RS-STATE-ENTRY OCCURS 5 TIMES.
015390                           05 RS-STATE-CEILING PIC 9(5)V99.
015400                           05 RS-STATE-RATE    PIC V999.
015410                      04 RS-SUTA-RATE      PIC V999.
015420                      04 RS-SUTA-WAGE-BASE PIC 9(5)V99.
015430                      04 RS-ST-ALLOWANCE-VALUE PIC 9(5)V99.
015440       01 RATE-SET-COUNT        PIC 9(2) VALUE ZERO.
015450       01 RATE-SET-INDEX        PIC 9(2).
015460       01 RATE-SET-CHOSEN       PIC 9(2).
015470       01 RATE-SET-FOUND        PIC 9(2).
015480       01 RATE-CHOSEN-DATE      PIC 9(8).
015490       01 RATE-SELECTED-FOR-DATE PIC 9(8) VALUE ZERO.
015500       01 RATE-EFFECTIVE-USED   PIC 9(8) VALUE ZERO.
015510       01 RATE-EOF              PIC XXX VALUE "NO".
015520*
015530*    A BLANK WORK STATE ON THE MASTER OR A BLANK STATE CODE ON
015540*    A RATE CARD MEANS THE HOME STATE, SO THE OLD SINGLE-STATE
015550*    MASTER RECORDS AND RATE DECKS KEEP WORKING UNCONVERTED.
015560       01 HOME-STATE-CODE       PIC X(02) VALUE "IL".
015570       01 STATE-SLOT-INDEX      PIC 9(2).
015580       01 STATE-SLOT-FOUND      PIC 9(2).
015590       01 STATE-LOADED-FOR-STATE PIC X(02) VALUE LOW-VALUES.
015600       01 STATE-HAS-BRACKETS-SW PIC X(01).
015610       01 SUTA-RATE-USED        PIC V9999.
015620       01 SUTA-BASE-USED        PIC 9(5)V99.
015630       01 ST-ALLOWANCE-VALUE-USED PIC 9(5)V99.
015640       01 PRIOR-STATE-WAGES     PIC S9(6)V99.
015650       01 YTD-ST-INDEX          PIC 9(1).
015660       01 YTD-ST-SLOT           PIC 9(1).
015670       01 YTD-ST-QTR-INDEX      PIC 9(1).
015680*
015690*    RUN-LEVEL REMITTANCE TOTAL PER DEDUCTION CARRIER, PRINTED
015700*    AFTER THE TRAILER SO THE CHECK CUT TO EACH CARRIER CAN BE
015710*    BALANCED AGAINST THE RUN. UNRECOGNIZED CODES FALL INTO THE
015720*    OTHR BUCKET.
015730       01 CARRIER-TOTAL-VALUES.
015740            02 FILLER PIC X(04)    VALUE "GARN".
015750            02 FILLER PIC 9(7)V99  VALUE ZERO.
015760            02 FILLER PIC X(04)    VALUE "HLTH".
015770            02 FILLER PIC 9(7)V99  VALUE ZERO.
015780            02 FILLER PIC X(04)    VALUE "401K".
015790            02 FILLER PIC 9(7)V99  VALUE ZERO.
015800            02 FILLER PIC X(04)    VALUE "DUES".
015810            02 FILLER PIC 9(7)V99  VALUE ZERO.
015820            02 FILLER PIC X(04)    VALUE "OTHR".
015830            02 FILLER PIC 9(7)V99  VALUE ZERO.
015840       01 CARRIER-TOTAL-TABLE REDEFINES CARRIER-TOTAL-VALUES.
015850            02 CARRIER-ENTRY OCCURS 5 TIMES.
015860                 03 CARRIER-CODE   PIC X(04).
015870                 03 CARRIER-AMOUNT PIC 9(7)V99.
015880*
015890*    GL ACCOUNT MAPPING. EACH DEPARTMENT CODE CARRIES ITS OWN
015900*    SALARY EXPENSE ACCOUNT - A DEPARTMENT NOT IN THE TABLE
015910*    POSTS TO THE UNMAPPED-DEPARTMENT EXPENSE ACCOUNT. THE
015920*    WITHHOLDING AND NET PAY CLEARING LIABILITY ACCOUNTS ARE
015930*    COMPANY-WIDE.
015940       01 GL-ACCOUNT-MAP-VALUES.
015950            02 FILLER PIC X(04) VALUE "PLNT".
015960            02 FILLER PIC X(08) VALUE "61100000".
015970            02 FILLER PIC X(04) VALUE "OFFC".
015980            02 FILLER PIC X(08) VALUE "61200000".
015990            02 FILLER PIC X(04) VALUE "SALS".
016000            02 FILLER PIC X(08) VALUE "61300000".
016010            02 FILLER PIC X(04) VALUE "WHSE".
016020            02 FILLER PIC X(08) VALUE "61400000".
016030       01 GL-ACCOUNT-MAP REDEFINES GL-ACCOUNT-MAP-VALUES.
016040            02 GL-MAP-ENTRY OCCURS 4 TIMES.
016050                 03 GL-MAP-DEPT    PIC X(04).
016060                 03 GL-MAP-ACCOUNT PIC X(08).
016070       01 GL-DEFAULT-EXPENSE  PIC X(08) VALUE "61900000".
016080       01 GL-NET-PAY-ACCOUNT  PIC X(08) VALUE "21000000".
016090       01 GL-FED-WH-ACCOUNT   PIC X(08) VALUE "21100000".
016100       01 GL-STATE-WH-ACCOUNT PIC X(08) VALUE "21200000".
016110       01 GL-FICA-WH-ACCOUNT  PIC X(08) VALUE "21300000".
016120       01 GL-VOL-DED-ACCOUNT  PIC X(08) VALUE "21400000".
016130       01 GL-PRETAX-ACCOUNT   PIC X(08) VALUE "21500000".
016140       01 GL-401K-ACCOUNT     PIC X(08) VALUE "21600000".
016150       01 GL-TIPS-CLEARING-ACCOUNT PIC X(08) VALUE "21700000".
016160*
016170*    EARNINGS CODE RULES. PER CODE - WHETHER IT IS PART OF THE
016180*    REGULAR RATE FOR OVERTIME, WHETHER FEDERAL IS WITHHELD AT
016190*    THE FLAT SUPPLEMENTAL RATE INSTEAD OF THE BRACKETS, WHETHER
016200*    THE EMPLOYEE WAS ALREADY PAID IN CASH (TIPS - TAXED BUT NOT
016210*    IN NET PAY), THE PREMIUM FACTOR FOR PRICING HOURS AT THE
016220*    EMPLOYEE'S BASE RATE (ZERO - AMOUNT ONLY), AND THE GL
016230*    EXPENSE ACCOUNT AND DESCRIPTION.
016240       01 EARNINGS-CODE-VALUES.
016250            02 FILLER PIC X(04) VALUE "BONS".
016260            02 FILLER PIC X(03) VALUE "YYN".
016270            02 FILLER PIC V99   VALUE ZERO.
016280            02 FILLER PIC X(08) VALUE "61510000".
016290            02 FILLER PIC X(20) VALUE "BONUS EXPENSE".
016300            02 FILLER PIC X(04) VALUE "COMM".
016310            02 FILLER PIC X(03) VALUE "YYN".
016320            02 FILLER PIC V99   VALUE ZERO.
016330            02 FILLER PIC X(08) VALUE "61520000".
016340            02 FILLER PIC X(20) VALUE "COMMISSION EXPENSE".
016350            02 FILLER PIC X(04) VALUE "SHFT".
016360            02 FILLER PIC X(03) VALUE "YNN".
016370            02 FILLER PIC V99   VALUE .10.
016380            02 FILLER PIC X(08) VALUE "61530000".
016390            02 FILLER PIC X(20) VALUE "SHIFT DIFFERENTIAL".
016400            02 FILLER PIC X(04) VALUE "HOLP".
016410            02 FILLER PIC X(03) VALUE "NNN".
016420            02 FILLER PIC V99   VALUE .50.
016430            02 FILLER PIC X(08) VALUE "61540000".
016440            02 FILLER PIC X(20) VALUE "HOLIDAY PREMIUM".
016450            02 FILLER PIC X(04) VALUE "TIPS".
016460            02 FILLER PIC X(03) VALUE "NNY".
016470            02 FILLER PIC V99   VALUE ZERO.
016480            02 FILLER PIC X(08) VALUE "61550000".
016490            02 FILLER PIC X(20) VALUE "TIPS REPORTED".
016500       01 EARNINGS-CODE-TABLE REDEFINES EARNINGS-CODE-VALUES.
016510            02 ET-ENTRY OCCURS 5 TIMES.
016520                 03 ET-CODE            PIC X(04).
016530                 03 ET-REG-RATE-SW     PIC X(01).
016540                 03 ET-SUPPLEMENTAL-SW PIC X(01).
016550                 03 ET-PAID-OUTSIDE-SW PIC X(01).
016560                 03 ET-HOURS-FACTOR    PIC V99.
016570                 03 ET-GL-ACCOUNT      PIC X(08).
016580                 03 ET-DESCRIPTION     PIC X(20).
016590       01 SUPPLEMENTAL-FED-RATE PIC V999 VALUE .220.
016600       01 GL-EXPENSE-ACCOUNT  PIC X(08).
016610       01 GL-WORK-ACCOUNT     PIC X(08).
016620       01 GL-WORK-DESC        PIC X(20).
016630       01 GL-WORK-CREDIT      PIC S9(7)V99.
016640       01 GL-MAP-INDEX        PIC 9(1).
016650       01 GL-TOTAL-DEBITS     PIC S9(8)V99 VALUE ZERO.
016660       01 GL-TOTAL-CREDITS    PIC S9(8)V99 VALUE ZERO.
016670*
016680*    NACHA 94-BYTE RECORD LAYOUTS AND THE COMPANY/BANK IDENTITY
016690*    CONSTANTS THAT GO IN THEM. THE FILE AND BATCH HEADERS ARE
016700*    WRITTEN AHEAD OF THE FIRST ENTRY, ONCE THE PERIOD END DATE
016710*    IS KNOWN FOR THE EFFECTIVE ENTRY DATE FIELD.
016720       01 ACH-COMPANY-NAME   PIC X(16) VALUE "ACME MFG CO".
016730       01 ACH-COMPANY-ID     PIC X(10) VALUE "1234567890".
016740       01 ACH-ODFI-ID        PIC X(08) VALUE "07100001".
016750       01 ACH-IMMED-DEST     PIC X(10) VALUE " 071000013".
016760       01 ACH-IMMED-ORIGIN   PIC X(10) VALUE "1234567890".
016770       01 ACH-DEST-NAME      PIC X(23)
016780           VALUE "FIRST NATIONAL BANK".
016790       01 ACH-ORIGIN-NAME    PIC X(23) VALUE "ACME MFG CO".
016800       01 ACH-FILE-HEADER.
016810            02 FILLER             PIC X(01) VALUE "1".
016820            02 FILLER             PIC X(02) VALUE "01".
016830            02 AFH-IMMED-DEST     PIC X(10).
016840            02 AFH-IMMED-ORIGIN   PIC X(10).
016850            02 AFH-CREATION-DATE.
016860                 03 AFH-CRE-YY    PIC 9(02).
016870                 03 AFH-CRE-MM    PIC 9(02).
016880                 03 AFH-CRE-DD    PIC 9(02).
016890            02 AFH-CREATION-TIME  PIC X(04) VALUE SPACE.
016900            02 FILLER             PIC X(01) VALUE "A".
016910            02 FILLER             PIC X(03) VALUE "094".
016920            02 FILLER             PIC X(02) VALUE "10".
016930            02 FILLER             PIC X(01) VALUE "1".
016940            02 AFH-DEST-NAME      PIC X(23).
016950            02 AFH-ORIGIN-NAME    PIC X(23).
016960            02 FILLER             PIC X(08) VALUE SPACE.
016970       01 ACH-BATCH-HEADER.
016980            02 FILLER             PIC X(01) VALUE "5".
016990            02 FILLER             PIC X(03) VALUE "200".
017000            02 ABH-COMPANY-NAME   PIC X(16).
017010            02 FILLER             PIC X(20) VALUE SPACE.
017020            02 ABH-COMPANY-ID     PIC X(10).
017030            02 FILLER             PIC X(03) VALUE "PPD".
017040            02 FILLER             PIC X(10) VALUE "PAYROLL".
017050            02 FILLER             PIC X(06) VALUE SPACE.
017060            02 ABH-EFFECTIVE-DATE.
017070                 03 ABH-EFF-YY    PIC 9(02).
017080                 03 ABH-EFF-MM    PIC 9(02).
017090                 03 ABH-EFF-DD    PIC 9(02).
017100            02 FILLER             PIC X(03) VALUE SPACE.
017110            02 FILLER             PIC X(01) VALUE "1".
017120            02 ABH-ODFI-ID        PIC X(08).
017130            02 ABH-BATCH-NUMBER   PIC 9(07).
017140       01 ACH-ENTRY-DETAIL.
017150            02 FILLER                 PIC X(01) VALUE "6".
017160            02 ACH-TRANSACTION-CODE   PIC X(02).
017170            02 ACH-RECEIVING-DFI-ID   PIC 9(08).
017180            02 ACH-CHECK-DIGIT        PIC 9(01).
017190            02 ACH-DFI-ACCOUNT-NUM    PIC X(17).
017200            02 ACH-AMOUNT             PIC 9(08)V99.
017210            02 ACH-INDIVIDUAL-ID      PIC X(15).
017220            02 ACH-INDIVIDUAL-NAME    PIC X(22).
017230            02 ACH-DISCRETIONARY-DATA PIC X(02) VALUE SPACE.
017240            02 ACH-ADDENDA-INDICATOR  PIC X(01) VALUE "0".
017250            02 ACH-TRACE-NUMBER.
017260                 03 ACH-TRACE-ODFI    PIC X(08).
017270                 03 ACH-TRACE-SEQ-OUT PIC 9(07).
017280       01 ACH-BATCH-CONTROL.
017290            02 FILLER             PIC X(01) VALUE "8".
017300            02 FILLER             PIC X(03) VALUE "200".
017310            02 ABC-ENTRY-COUNT    PIC 9(06).
017320            02 ABC-ENTRY-HASH     PIC 9(10).
017330            02 ABC-TOTAL-DEBIT    PIC 9(10)V99.
017340            02 ABC-TOTAL-CREDIT   PIC 9(10)V99.
017350            02 ABC-COMPANY-ID     PIC X(10).
017360            02 FILLER             PIC X(19) VALUE SPACE.
017370            02 FILLER             PIC X(06) VALUE SPACE.
017380            02 ABC-ODFI-ID        PIC X(08).
017390            02 ABC-BATCH-NUMBER   PIC 9(07).
017400       01 ACH-FILE-CONTROL.
017410            02 FILLER             PIC X(01) VALUE "9".
017420            02 AFC-BATCH-COUNT    PIC 9(06).
017430            02 AFC-BLOCK-COUNT    PIC 9(06).
017440            02 AFC-ENTRY-COUNT    PIC 9(08).
017450            02 AFC-ENTRY-HASH     PIC 9(10).
017460            02 AFC-TOTAL-DEBIT    PIC 9(10)V99.
017470            02 AFC-TOTAL-CREDIT   PIC 9(10)V99.
017480            02 FILLER             PIC X(39) VALUE SPACE.
017490       01 ACH-FILLER-RECORD      PIC X(94) VALUE ALL "9".
017500       01 ACH-ENTRY-COUNT        PIC 9(06) VALUE ZERO.
017510       01 ACH-ENTRY-HASH         PIC 9(10) VALUE ZERO.
017520       01 ACH-TOTAL-CREDIT       PIC 9(10)V99 VALUE ZERO.
017530       01 ACH-TOTAL-DEBIT        PIC 9(10)V99 VALUE ZERO.
017540       01 ACH-NET-TOTAL          PIC S9(10)V99.
017550       01 ACH-TRACE-SEQ          PIC 9(07) VALUE ZERO.
017560       01 ACH-RECORD-COUNT       PIC 9(06) VALUE ZERO.
017570       01 ACH-BLOCK-COUNT        PIC 9(06).
017580       01 ACH-PAD-COUNT          PIC 9(02).
017590       01 ACH-PAD-INDEX          PIC 9(02).
017600       01 ACH-HEADERS-WRITTEN-SW PIC X(03) VALUE "NO".
017610            88 ACH-HEADERS-WRITTEN     VALUE "YES".
017620            88 ACH-HEADERS-NOT-WRITTEN VALUE "NO".
017630       01 BNK-FILE-STATUS        PIC XX.
017640       01 PAY-INSTRUMENT-USED PIC X(01).
017650       01 CHECK-NUMBER-USED   PIC 9(08).
017660       01 TRACE-NUMBER-USED   PIC X(15).
017670       01 POS-TIE-DATE        PIC 9(8) VALUE ZERO.
017680       01 POS-TIE-SEQ         PIC 9(2) VALUE ZERO.
017690*
017700*    THE DATE A CHECK IS ISSUED - THE PAY CALENDAR CHECK DATE
017710*    ON THE REGULAR RUN, THE HEADER CHECK DATE ON AN OFF-CYCLE
017720*    RUN.
017730       01 PAYMENT-DATE        PIC 9(8).
017740       01 PAY-SEQ-OPEN-SW     PIC XXX VALUE "NO".
017750            88 PAY-SEQ-OPEN   VALUE "YES".
017760       01 RQ-FILE-STATUS      PIC XX.
017770       01 REPLACEMENT-EOF     PIC XXX VALUE "NO".
017780       01 REPLACEMENT-COUNT   PIC 9(04) VALUE ZERO.
017790       01 REPLACEMENT-TOTAL   PIC S9(8)V99 VALUE ZERO.
017800*
017810*    YY/MM/DD IMAGE OF THE PERIOD END DATE FOR THE DETAIL LINE
017820*    - THE CENTURY CAME OFF THE REPORT TO MAKE ROOM FOR THE
017830*    SIGNED MONEY COLUMNS.
017840       01 PP-YYMMDD.
017850            02 PP-YYMMDD-YY PIC 9(2).
017860            02 PP-YYMMDD-MM PIC 9(2).
017870            02 PP-YYMMDD-DD PIC 9(2).
017880       01 PP-YYMMDD-NUM REDEFINES PP-YYMMDD PIC 9(6).
017890       01 CCYY-WORK.
017900            02 FILLER             PIC 9(02).
017910            02 CCYY-LOW-YY        PIC 9(02).
017920*
017930*    COLUMN GAPS TIGHTENED TO A SINGLE SPACE TO FIT THE SOC SEC
017940*    AND MEDICARE COLUMNS INSIDE THE 132-POSITION PRINT LINE.
017950*
017960*    THE MONEY COLUMNS CARRY A TRAILING SIGN AND GROSS/NET ARE
017970*    SIZED TO THE PAY-HISTORY AMOUNTS, SO A VOID OF AN
017980*    ACCUMULATED RECORD PRINTS ITS FULL NEGATIVE AMOUNT. THE
017990*    POSITIONS CAME OUT OF THE YTD COLUMNS, THE DOLLAR SIGNS,
018000*    AND THE CENTURY ON THE PERIOD END DATE.
018010       01 RECORD-OUT.
018020            02 EMP-ID-OUT       PIC X(06).
018030            02 FILLER           PIC X(1) VALUE SPACE.
018040            02 PP-END-DATE-OUT  PIC 99/99/99.
018050            02 FILLER           PIC X(1) VALUE SPACE.
018060            02 NAMEOUT          PIC X(10).
018070            02 FILLER           PIC X(1) VALUE SPACE.
018080            02 HOURSOUT         PIC 9(2).
018090            02 FILLER           PIC X(1) VALUE SPACE.
018100            02 PAY-RATE-OUT     PIC $Z9.99.
018110            02 FILLER           PIC X(1) VALUE SPACE.
018120            02 GROSS-PAY-OUT    PIC ZZZZZ9.99-.
018130            02 FILLER           PIC X(1) VALUE SPACE.
018140            02 DEDUCTION-OUT    PIC ZZ9.99-.
018150            02 FILLER           PIC X(1) VALUE SPACE.
018160            02 FED-TAX-OUT      PIC ZZZZ.99-.
018170            02 FILLER           PIC X(1) VALUE SPACE.
018180            02 STATE-TAX-OUT    PIC ZZZ.99-.
018190            02 FILLER           PIC X(1) VALUE SPACE.
018200            02 SOC-SEC-OUT      PIC ZZZ.99-.
018210            02 FILLER           PIC X(1) VALUE SPACE.
018220            02 MEDICARE-OUT     PIC ZZZ.99-.
018230            02 FILLER           PIC X(1) VALUE SPACE.
018240            02 VOL-DED-OUT      PIC ZZZZ.99-.
018250            02 FILLER           PIC X(1) VALUE SPACE.
018260            02 NET-PAY-OUT      PIC ZZZZZ9.99-.
018270            02 FILLER           PIC X(1) VALUE SPACE.
018280            02 YTD-GROSS-OUT    PIC ZZZZZ9.
018290            02 FILLER           PIC X(1) VALUE SPACE.
018300            02 YTD-NET-OUT      PIC ZZZZZ9.
018310            02 FILLER           PIC X(1) VALUE SPACE.
018320            02 VAC-BAL-OUT      PIC ZZ9.9.
018330            02 FILLER           PIC X(1) VALUE SPACE.
018340            02 RECORD-FLAG-OUT  PIC X(3).
018350       01 HEADER-ONE.
018360            02 FILLER PIC X(7)   VALUE "EMP".
018370            02 FILLER PIC X(9)   VALUE "PERIOD".
018380            02 FILLER PIC X(11)  VALUE "EMPLOYEE".
018390            02 FILLER PIC X(3)   VALUE "HR".
018400            02 FILLER PIC X(7)   VALUE "PAY".
018410            02 FILLER PIC X(11)  VALUE "GROSS".
018420            02 FILLER PIC X(8)   VALUE "DEP".
018430            02 FILLER PIC X(9)   VALUE "FEDERAL".
018440            02 FILLER PIC X(8)   VALUE "STATE".
018450            02 FILLER PIC X(8)   VALUE "SOC SEC".
018460            02 FILLER PIC X(8)   VALUE "MEDI".
018470            02 FILLER PIC X(9)   VALUE "VOL".
018480            02 FILLER PIC X(11)  VALUE "NET".
018490            02 FILLER PIC X(7)   VALUE "YTD".
018500            02 FILLER PIC X(7)   VALUE "YTD".
018510            02 FILLER PIC X(6)   VALUE "VAC".
018520       01 HEADER-TWO.
018530            02 FILLER PIC X(7)  VALUE "ID".
018540            02 FILLER PIC X(9)  VALUE "ENDING".
018550            02 FILLER PIC X(11) VALUE "NAME".
018560            02 FILLER PIC X(3)  VALUE SPACE.
018570            02 FILLER PIC X(7)  VALUE "RATE".
018580            02 FILLER PIC X(11) VALUE "PAY".
018590            02 FILLER PIC X(8)  VALUE "DEDUCT".
018600            02 FILLER PIC X(9)  VALUE "TAXES".
018610            02 FILLER PIC X(8)  VALUE "TAXES".
018620            02 FILLER PIC X(8)  VALUE "TAXES".
018630            02 FILLER PIC X(8)  VALUE "TAXES".
018640            02 FILLER PIC X(9)  VALUE "DEDUCT".
018650            02 FILLER PIC X(11) VALUE "PAY".
018660            02 FILLER PIC X(7)  VALUE "GROSS".
018670            02 FILLER PIC X(7)  VALUE "NET".
018680            02 FILLER PIC X(6)  VALUE "BAL".
018690       01 EXCEPTION-RECORD-OUT.
018700            02 EXC-EMP-ID       PIC X(06).
018710            02 FILLER           PIC X(3) VALUE SPACE.
018720            02 EXC-NAME         PIC X(10).
018730            02 FILLER           PIC X(3) VALUE SPACE.
018740            02 EXC-REASON       PIC X(40).
018750       01 EXCEPTION-HEADER.
018760            02 FILLER PIC X(9)   VALUE "EMP ID".
018770            02 FILLER PIC X(13)  VALUE "EMPLOYEE".
018780            02 FILLER PIC X(40)  VALUE "EXCEPTION".
018790       01 TRAILER-LINE-ONE.
018800            02 FILLER PIC X(21) VALUE "EMPLOYEES PROCESSED:".
018810            02 TRAILER-EMP-COUNT-OUT PIC ZZZ9.
018820            02 FILLER PIC X(6)  VALUE SPACE.
018830            02 FILLER PIC X(12) VALUE "EXCEPTIONS:".
018840            02 TRAILER-EXC-COUNT-OUT PIC ZZZ9.
018850       01 TRAILER-LINE-TWO.
018860            02 FILLER PIC X(10) VALUE "GROSS PAY".
018870            02 TRAILER-GROSS-OUT PIC $ZZZZZZ9.99.
018880            02 FILLER PIC X(3)  VALUE SPACE.
018890            02 FILLER PIC X(10) VALUE "DEDUCTION".
018900            02 TRAILER-DED-OUT PIC $ZZZZZ9.99.
018910            02 FILLER PIC X(3)  VALUE SPACE.
018920            02 FILLER PIC X(8)  VALUE "FED TAX".
018930            02 TRAILER-FED-OUT PIC $ZZZZZZ9.99.
018940            02 FILLER PIC X(3)  VALUE SPACE.
018950            02 FILLER PIC X(10) VALUE "STATE TAX".
018960            02 TRAILER-STATE-OUT PIC $ZZZZZ9.99.
018970            02 FILLER PIC X(3)  VALUE SPACE.
018980            02 FILLER PIC X(8)  VALUE "VOL DED".
018990            02 TRAILER-VOLDED-OUT PIC $ZZZZZ9.99.
019000            02 FILLER PIC X(3)  VALUE SPACE.
019010            02 FILLER PIC X(8)  VALUE "NET PAY".
019020            02 TRAILER-NET-OUT PIC $ZZZZZZ9.99.
019030*
019040*    EMPLOYEE FICA/MEDICARE WITHHELD PLUS THE EMPLOYER-SIDE
019050*    MATCHING AND UNEMPLOYMENT ACCRUALS FOR THE RUN.
019060       01 TRAILER-LINE-THREE.
019070            02 FILLER PIC X(10) VALUE "FICA".
019080            02 TRAILER-FICA-OUT PIC $ZZZZZZ9.99.
019090            02 FILLER PIC X(3)  VALUE SPACE.
019100            02 FILLER PIC X(10) VALUE "MEDICARE".
019110            02 TRAILER-MEDI-OUT PIC $ZZZZZ9.99.
019120            02 FILLER PIC X(3)  VALUE SPACE.
019130            02 FILLER PIC X(8)  VALUE "ER FICA".
019140            02 TRAILER-ERFICA-OUT PIC $ZZZZZZ9.99.
019150            02 FILLER PIC X(3)  VALUE SPACE.
019160            02 FILLER PIC X(5)  VALUE "FUTA".
019170            02 TRAILER-FUTA-OUT PIC $ZZZZZ9.99.
019180            02 FILLER PIC X(3)  VALUE SPACE.
019190            02 FILLER PIC X(5)  VALUE "SUTA".
019200            02 TRAILER-SUTA-OUT PIC $ZZZZZ9.99.
019210       01 TRAILER-LINE-FOUR.
019220            02 FILLER PIC X(10) VALUE "ACH TOTAL".
019230            02 TRAILER-ACH-OUT PIC $ZZZZZZZZZ9.99-.
019240            02 FILLER PIC X(3)  VALUE SPACE.
019250            02 FILLER PIC X(12) VALUE "CHECK TOTAL".
019260            02 TRAILER-CHECK-OUT PIC $ZZZZZZZ9.99-.
019270       01 TRAILER-LINE-FIVE.
019280            02 FILLER PIC X(20) VALUE "REPLACEMENT CHECKS:".
019290            02 TRAILER-REPL-COUNT-OUT PIC ZZZ9.
019300            02 FILLER PIC X(3)  VALUE SPACE.
019310            02 FILLER PIC X(07) VALUE "TOTAL:".
019320            02 TRAILER-REPL-OUT PIC $ZZZZZZZ9.99-.
019330       01 CHECK-LINE-ONE.
019340            02 FILLER PIC X(09) VALUE "CHECK NO".
019350            02 CHK-NUMBER-OUT PIC 9(08).
019360            02 FILLER PIC X(10) VALUE SPACE.
019370            02 FILLER PIC X(05) VALUE "DATE".
019380            02 CHK-DATE-OUT PIC 9(4)/99/99.
019390       01 CHECK-LINE-TWO.
019400            02 FILLER PIC X(21) VALUE "PAY TO THE ORDER OF".
019410            02 CHK-PAYEE-OUT PIC X(10).
019420            02 FILLER PIC X(06) VALUE SPACE.
019430            02 CHK-AMOUNT-OUT PIC $ZZZZ.99.
019440       01 CHECK-LINE-THREE.
019450            02 FILLER PIC X(06) VALUE "GROSS".
019460            02 CHK-STUB-GROSS PIC $ZZZZ.99.
019470            02 FILLER PIC X(03) VALUE SPACE.
019480            02 FILLER PIC X(06) VALUE "TAXES".
019490            02 CHK-STUB-TAXES PIC $ZZZZ.99.
019500            02 FILLER PIC X(03) VALUE SPACE.
019510            02 FILLER PIC X(11) VALUE "DEDUCTIONS".
019520            02 CHK-STUB-DEDS PIC $ZZZZ.99.
019530            02 FILLER PIC X(03) VALUE SPACE.
019540            02 FILLER PIC X(04) VALUE "NET".
019550            02 CHK-STUB-NET PIC $ZZZZ.99.
019560*
019570*    AN OFF-CYCLE RUN'S REPORT AND REGISTER OPEN WITH THIS LINE
019580*    SO THEY CANNOT BE MISTAKEN FOR THE PERIOD'S REGULAR RUN.
019590       01 OFF-CYCLE-BANNER.
019600            02 FILLER PIC X(28)
019610                VALUE "OFF-CYCLE RUN - CHECK DATE".
019620            02 OCB-CHECK-DATE-OUT PIC 9(4)/99/99.
019630            02 FILLER PIC X(3)  VALUE SPACE.
019640            02 FILLER PIC X(14) VALUE "PERIOD ENDING".
019650            02 OCB-PP-END-OUT PIC 9(4)/99/99.
019660       01 REGISTER-HEADER.
019670            02 FILLER PIC X(10) VALUE "CHECK NO".
019680            02 FILLER PIC X(12) VALUE "DATE".
019690            02 FILLER PIC X(9)  VALUE "EMP ID".
019700            02 FILLER PIC X(13) VALUE "EMPLOYEE".
019710            02 FILLER PIC X(10) VALUE "AMOUNT".
019720       01 REGISTER-DETAIL-LINE.
019730            02 REG-CHECK-NO-OUT PIC 9(08).
019740            02 FILLER PIC X(2)  VALUE SPACE.
019750            02 REG-DATE-OUT PIC 9(4)/99/99.
019760            02 FILLER PIC X(2)  VALUE SPACE.
019770            02 REG-EMP-ID-OUT PIC X(06).
019780            02 FILLER PIC X(3)  VALUE SPACE.
019790            02 REG-NAME-OUT PIC X(10).
019800            02 FILLER PIC X(3)  VALUE SPACE.
019810            02 REG-AMOUNT-OUT PIC $ZZZZZ9.99-.
019820       01 REGISTER-TRAILER-LINE.
019830            02 FILLER PIC X(08) VALUE "CHECKS:".
019840            02 REG-COUNT-OUT PIC ZZZZZ9.
019850            02 FILLER PIC X(3)  VALUE SPACE.
019860            02 FILLER PIC X(07) VALUE "TOTAL:".
019870            02 REG-TOTAL-OUT PIC $ZZZZZZZ9.99-.
019880       01 CHECK-NUMBER PIC 9(08) VALUE 1.
019890       01 CHECK-COUNT  PIC 9(06) VALUE ZERO.
019900       01 CHECK-TOTAL  PIC S9(08)V99 VALUE ZERO.
019910       01 PAYMENT-TIE-TOTAL PIC S9(10)V99.
019920       01 RATE-SET-TRAILER-LINE.
019930            02 FILLER PIC X(24)
019940                VALUE "TAX RATE SET EFFECTIVE".
019950            02 TRAILER-RATE-DATE-OUT PIC 9(4)/99/99.
019960       01 DEPT-SUBTOTAL-LINE-ONE.
019970            02 FILLER PIC X(11) VALUE "DEPARTMENT".
019980            02 DEPT-CODE-OUT PIC X(05).
019990            02 FILLER PIC X(11) VALUE "EMPLOYEES:".
020000            02 DEPT-EMP-COUNT-OUT PIC ZZZ9.
020010       01 DEPT-SUBTOTAL-LINE-TWO.
020020            02 FILLER PIC X(10) VALUE "GROSS PAY".
020030            02 DEPT-GROSS-OUT PIC $ZZZZZZ9.99.
020040            02 FILLER PIC X(3)  VALUE SPACE.
020050            02 FILLER PIC X(10) VALUE "DEDUCTION".
020060            02 DEPT-DED-OUT PIC $ZZZZZ9.99.
020070            02 FILLER PIC X(3)  VALUE SPACE.
020080            02 FILLER PIC X(8)  VALUE "FED TAX".
020090            02 DEPT-FED-OUT PIC $ZZZZZZ9.99.
020100            02 FILLER PIC X(3)  VALUE SPACE.
020110            02 FILLER PIC X(10) VALUE "STATE TAX".
020120            02 DEPT-STATE-OUT PIC $ZZZZZ9.99.
020130            02 FILLER PIC X(3)  VALUE SPACE.
020140            02 FILLER PIC X(8)  VALUE "VOL DED".
020150            02 DEPT-VOLDED-OUT PIC $ZZZZZ9.99.
020160            02 FILLER PIC X(3)  VALUE SPACE.
020170            02 FILLER PIC X(8)  VALUE "NET PAY".
020180            02 DEPT-NET-OUT PIC $ZZZZZZ9.99.
020190       01 DEPT-SUBTOTAL-LINE-THREE.
020200            02 FILLER PIC X(10) VALUE "FICA".
020210            02 DEPT-FICA-OUT PIC $ZZZZZ9.99.
020220            02 FILLER PIC X(3)  VALUE SPACE.
020230            02 FILLER PIC X(10) VALUE "MEDICARE".
020240            02 DEPT-MEDI-OUT PIC $ZZZZZ9.99.
020250       01 LABOR-DIST-HEADER-LINE.
020260            02 FILLER PIC X(20) VALUE "LABOR DISTRIBUTION".
020270       01 LABOR-DIST-LINE.
020280            02 LAB-DEPT-OUT PIC X(04).
020290            02 FILLER PIC X(3)  VALUE SPACE.
020300            02 LAB-AMOUNT-OUT PIC $ZZZZZZZ9.99-.
020310       01 EARN-DIST-HEADER-LINE.
020320            02 FILLER PIC X(20) VALUE "EARNINGS BY CODE".
020330       01 EARN-DIST-LINE.
020340            02 EDL-CODE-OUT PIC X(04).
020350            02 FILLER PIC X(1)  VALUE SPACE.
020360            02 EDL-DEPT-OUT PIC X(04).
020370            02 FILLER PIC X(3)  VALUE SPACE.
020380            02 EDL-AMOUNT-OUT PIC $ZZZZZZZ9.99-.
020390       01 CARRIER-TOTAL-LINE.
020400            02 FILLER PIC X(15) VALUE "CARRIER REMIT".
020410            02 CARRIER-CODE-OUT PIC X(04).
020420            02 FILLER PIC X(3)  VALUE SPACE.
020430            02 CARRIER-AMT-OUT PIC $ZZZZZZ9.99.
020440*
020450*    PAYROLL CYCLE CONTROL. THIS PROGRAM IS STEP 3 OF THE CYCLE -
020460*    EMPMAINT, RETROPAY, SAMPLE, PAYAUDIT, RELEASE, ACHRETRN,
020470*    CHECKREC - AND RECORDS ITS COMPLETION ON THE PERIOD'S RECORD.
020480       01 CY-FILE-STATUS    PIC XX.
020490       01 CYCLE-THIS-STEP   PIC 9(1) VALUE 3.
020500       01 CYCLE-PAY-GROUP   PIC X(2) VALUE SPACES.
020510       01 CYCLE-PP-END-DATE PIC 9(8) VALUE ZERO.
020520       01 CYCLE-STEP-INDEX  PIC 9(1).
020530       01 CYCLE-LATER-STEP  PIC 9(1).
020540       01 CYCLE-RECORD-SW   PIC X(01) VALUE "N".
020550            88 CYCLE-RECORD-ON-FILE VALUE "Y".
020560            88 CYCLE-RECORD-NEW     VALUE "N".
020570       01 CYCLE-OVERRIDE-SW PIC X(01) VALUE "N".
020580            88 CYCLE-OVERRIDE-USED VALUE "Y".
020590       01 CYCLE-REFUSAL.
020600            02 CYCLE-REFUSAL-STEP PIC X(9).
020610            02 CYCLE-REFUSAL-TEXT PIC X(31).
020620       01 CYCLE-RUN-DATE    PIC 9(8).
020630       01 CYCLE-RUN-TIME    PIC 9(8).
020640       01 CYCLE-RUN-TIME-SPLIT REDEFINES CYCLE-RUN-TIME.
020650            02 CYCLE-RUN-HHMMSS PIC 9(6).
020660            02 FILLER           PIC 9(2).
020670       01 CYCLE-CONTROL-COUNT  PIC 9(7) VALUE ZERO.
020680       01 CYCLE-CONTROL-AMOUNT PIC S9(9)V99 VALUE ZERO.
020690       01 CYCLE-STEP-NAME-VALUES.
020700            02 FILLER PIC X(8) VALUE "EMPMAINT".
020710            02 FILLER PIC X(8) VALUE "RETROPAY".
020720            02 FILLER PIC X(8) VALUE "SAMPLE".
020730            02 FILLER PIC X(8) VALUE "PAYAUDIT".
020740            02 FILLER PIC X(8) VALUE "RELEASE".
020750            02 FILLER PIC X(8) VALUE "ACHRETRN".
020760            02 FILLER PIC X(8) VALUE "CHECKREC".
020770       01 CYCLE-STEP-NAME-TABLE REDEFINES CYCLE-STEP-NAME-VALUES.
020780            02 CYCLE-STEP-NAME PIC X(8) OCCURS 7 TIMES.
020790       PROCEDURE DIVISION.
020800            PERFORM OPEN-EMPLOYEE-MASTER.
020810            SORT SORT-WORK-FILE
020820                ON ASCENDING KEY SORT-DEPARTMENT
020830                INPUT PROCEDURE IS ENRICH-TIME-CARDS
020840                GIVING SORTED-EMPLOYEE-DATA.
020850            OPEN INPUT SORTED-EMPLOYEE-DATA RESTART-PARM.
020860            PERFORM OPEN-YTD-MASTER.
020870            PERFORM OPEN-DEDUCTION-MASTER.
020880            PERFORM OPEN-LEAVE-MASTER.
020890            PERFORM OPEN-DEDUCTION-DETAIL.
020900            PERFORM OPEN-BANK-MASTER.
020910            PERFORM OPEN-PAY-HISTORY.
020920            PERFORM LOAD-TAX-RATE-TABLES.
020930            PERFORM READ-CHECK-CONTROL.
020940            PERFORM READ-RESTART-PARM.
020950            IF THIS-IS-A-RESTART
020960                OPEN EXTEND DATAOUT EXCEPTION-OUT ACH-OUTPUT
020970                    GL-OUTPUT CHECK-PRINT CHECK-REGISTER
020980                    POSITIVE-PAY
020990            ELSE
021000                OPEN OUTPUT DATAOUT EXCEPTION-OUT ACH-OUTPUT
021010                    GL-OUTPUT CHECK-PRINT CHECK-REGISTER
021020                    POSITIVE-PAY
021030            END-IF
021040            OPEN OUTPUT CHECKPOINT-FILE.
021050            PERFORM SKIP-TO-RESTART-POINT
021060                VARYING RESTART-SKIP-INDEX FROM 1 BY 1
021070                UNTIL RESTART-SKIP-INDEX > RESTART-SKIP-COUNT.
021080            IF THIS-IS-A-FRESH-RUN
021090                IF OFF-CYCLE-RUN
021100                    MOVE BATCH-CHECK-DATE TO OCB-CHECK-DATE-OUT
021110                    MOVE BATCH-PP-END-DATE TO OCB-PP-END-OUT
021120                    WRITE PRINTOUT FROM OFF-CYCLE-BANNER
021130                    WRITE REGISTER-LINE FROM OFF-CYCLE-BANNER
021140                END-IF
021150                WRITE PRINTOUT FROM HEADER-ONE
021160                WRITE PRINTOUT FROM HEADER-TWO
021170                WRITE PRINTOUT FROM BLANK-LINE
021180                WRITE EXCEPTION-LINE FROM EXCEPTION-HEADER
021190                WRITE EXCEPTION-LINE FROM BLANK-LINE
021200                WRITE REGISTER-LINE FROM REGISTER-HEADER
021210                WRITE REGISTER-LINE FROM BLANK-LINE
021220            END-IF
021230            PERFORM READ-RECORD.
021240            PERFORM UNTIL EOF = "YES"
021250               PERFORM VALIDATE-RECORD
021260               IF RECORD-IS-VALID
021270               IF DEPARTMENT NOT = PRIOR-DEPARTMENT
021280                   OR FIRST-DEPT-PENDING
021290                   IF DEPT-IN-PROGRESS
021300                       PERFORM WRITE-DEPARTMENT-SUBTOTAL
021310                       PERFORM START-NEXT-DEPARTMENT-PAGE
021320                   END-IF
021330                   MOVE DEPARTMENT TO PRIOR-DEPARTMENT
021340                   MOVE "NO" TO FIRST-DEPT-SW
021350               END-IF
021360               MOVE EMPLOYEE-ID TO EMP-ID-OUT
021370               MOVE PP-END-CCYY TO CCYY-WORK
021380               MOVE CCYY-LOW-YY TO PP-YYMMDD-YY
021390               MOVE PP-END-MM TO PP-YYMMDD-MM
021400               MOVE PP-END-DD TO PP-YYMMDD-DD
021410               MOVE PP-YYMMDD-NUM TO PP-END-DATE-OUT
021420               MOVE NAME TO NAMEOUT
021430               IF EMPLOYEE-SALARIED OR NOT TRANS-TIME-CARD
021440                   MOVE ZERO TO HOURSOUT
021450                   MOVE ZERO TO PAY-RATE-OUT
021460               ELSE
021470                   MOVE HOURS TO HOURSOUT
021480                   MOVE PAY-RATE TO PAY-RATE-OUT
021490               END-IF
021500               MOVE SPACES TO RECORD-FLAG-OUT
021510               MOVE ZERO TO VAC-BAL-OUT
021520               IF TRANS-VOID
021530                   MOVE "VD" TO RECORD-FLAG-OUT
021540                   PERFORM SET-VOID-AMOUNTS
021550               END-IF
021560               IF TRANS-ADJUSTMENT
021570                   MOVE "ADJ" TO RECORD-FLAG-OUT
021580                   PERFORM SET-ADJUSTMENT-AMOUNTS
021590               END-IF
021600               IF TRANS-FINAL
021610                   MOVE "FIN" TO RECORD-FLAG-OUT
021620               END-IF
021630               IF TRANS-RETRO
021640                   MOVE "RET" TO RECORD-FLAG-OUT
021650                   PERFORM SET-RETRO-AMOUNTS
021660               END-IF
021670               IF TRANS-EARNINGS
021680                   MOVE "ERN" TO RECORD-FLAG-OUT
021690                   PERFORM SET-EARNINGS-AMOUNTS
021700               END-IF
021710               IF TRANS-TIME-CARD
021720                   PERFORM CALCULATE-GROSS-PAY
021730                   PERFORM CALCULATE-EARNINGS-PAY
021740                   PERFORM UPDATE-LEAVE-BALANCES
021750                   IF TRANS-FINAL
021760                       PERFORM PAY-OUT-FINAL-LEAVE
021770                   END-IF
021780                   PERFORM CALCULATE-PRETAX-DEDUCTIONS
021790                   PERFORM CALCULATE-DEDUCTION
021800               END-IF
021810*
021820*    A RETRO CARD RUNS THE SAME TAX CHAIN AS A TIME CARD -
021830*    THAT IS THE WHOLE POINT OF IT - BUT TAKES NO DEDUCTIONS,
021840*    WHICH WERE ALREADY TAKEN ON THE PERIOD'S REGULAR CARD.
021850*    A STANDALONE EARNINGS CARD IS TAXED THE SAME WAY.
021860               IF TRANS-TIME-CARD OR TRANS-RETRO OR TRANS-EARNINGS
021870                   PERFORM CALCULATE-TAXABLE-INCOME
021880                   IF PP-END-DATE-NUM NOT =
021890                       RATE-SELECTED-FOR-DATE
021900                       PERFORM SELECT-RATE-SET
021910                   END-IF
021920                   PERFORM CALCULATE-FED-TAX
021930                   PERFORM CALCULATE-STATE-TAX
021940                   PERFORM CALCULATE-FICA-TAX
021950                   PERFORM CALCULATE-NET-PAY
021960               END-IF
021970               IF TRANS-TIME-CARD
021980                   PERFORM CALCULATE-VOLUNTARY-DEDUCTIONS
021990                   MOVE LV-VAC-BALANCE TO VAC-BAL-OUT
022000               END-IF
022010               MOVE GROSS-PAY TO GROSS-PAY-OUT
022020               MOVE DEDUCTION TO DEDUCTION-OUT
022030               MOVE FED-TAX TO FED-TAX-OUT
022040               MOVE STATE-TAX TO STATE-TAX-OUT
022050               MOVE SOC-SEC-TAX TO SOC-SEC-OUT
022060               MOVE MEDICARE-TAX TO MEDICARE-OUT
022070               MOVE VOLUNTARY-DEDUCTION TO VOL-DED-OUT
022080               MOVE NET-PAY TO NET-PAY-OUT
022090               PERFORM UPDATE-YTD-MASTER
022100               MOVE YTD-GROSS-PAY TO YTD-GROSS-OUT
022110               MOVE YTD-NET-PAY TO YTD-NET-OUT
022120               PERFORM ACCUMULATE-CONTROL-TOTALS
022130               PERFORM WRITE-PAYMENT
022140*
022150*    THE HISTORY POSTING FOLLOWS THE PAYMENT SO IT CAN RECORD
022160*    WHICH INSTRUMENT THE MONEY ACTUALLY LEFT BY.
022170               PERFORM UPDATE-PAY-HISTORY
022180               WRITE PRINTOUT FROM RECORD-OUT
022190               ELSE
022200                   PERFORM WRITE-EXCEPTION-RECORD
022210               END-IF
022220               PERFORM CHECK-CHECKPOINT-DUE
022230               PERFORM READ-RECORD
022240            END-PERFORM.
022250           IF DEPT-IN-PROGRESS
022260               PERFORM WRITE-DEPARTMENT-SUBTOTAL
022270           END-IF.
022280           IF REGULAR-RUN
022290               PERFORM PAY-REPLACEMENT-QUEUE
022300           END-IF.
022310           PERFORM WRITE-REPORT-TRAILER.
022320           PERFORM WRITE-LABOR-EXPENSE-DEBITS.
022330           PERFORM WRITE-GL-TRAILER.
022340           PERFORM WRITE-ACH-TRAILER.
022350           PERFORM WRITE-CHECK-REGISTER-TRAILER.
022360           PERFORM VERIFY-PAYMENT-TIE.
022370           PERFORM WRITE-CHECK-CONTROL.
022380           PERFORM RECORD-RUN-CONTROL.
022390           IF REGULAR-RUN
022400               MOVE EMPLOYEE-COUNT TO CYCLE-CONTROL-COUNT
022410               MOVE TOTAL-NET-PAY TO CYCLE-CONTROL-AMOUNT
022420               PERFORM RECORD-CYCLE-STEP
022430           END-IF.
022440           PERFORM RECORD-TAX-LIABILITY.
022450           CLOSE SORTED-EMPLOYEE-DATA, DATAOUT, EXCEPTION-OUT,
022460                 ACH-OUTPUT, GL-OUTPUT, CHECKPOINT-FILE,
022470                 YTD-MASTER, EMPLOYEE-MASTER, DEDUCTION-MASTER,
022480                 BANK-MASTER, PAY-HISTORY, LEAVE-MASTER,
022490                 DEDUCTION-DETAIL,
022500                 CHECK-PRINT, CHECK-REGISTER,
022510                 POSITIVE-PAY.
022520           STOP RUN.
022530       READ-RESTART-PARM.
022540           MOVE ZERO TO RESTART-SKIP-COUNT
022550           READ RESTART-PARM
022560               AT END
022570                   MOVE ZERO TO RESTART-SKIP-COUNT
022580               NOT AT END
022590                   MOVE "YES" TO RESTART-RUN-SW
022600                   MOVE RESTART-RECORD-COUNT TO RESTART-SKIP-COUNT
022610                   MOVE RESTART-EMPLOYEE-COUNT TO EMPLOYEE-COUNT
022620                   MOVE RESTART-EXCEPTION-COUNT TO EXCEPTION-COUNT
022630                   MOVE RESTART-TOTAL-GROSS-PAY TO TOTAL-GROSS-PAY
022640                   MOVE RESTART-TOTAL-DEDUCTION TO TOTAL-DEDUCTION
022650                   MOVE RESTART-TOTAL-FED-TAX TO TOTAL-FED-TAX
022660                   MOVE RESTART-TOTAL-STATE-TAX TO TOTAL-STATE-TAX
022670                   MOVE RESTART-TOTAL-VOL-DED
022680                       TO TOTAL-VOL-DEDUCTION
022690                   MOVE RESTART-TOTAL-SOC-SEC TO TOTAL-SOC-SEC
022700                   MOVE RESTART-TOTAL-MEDICARE TO TOTAL-MEDICARE
022710                   MOVE RESTART-TOTAL-ER-FICA
022720                       TO TOTAL-EMPLOYER-FICA
022730                   MOVE RESTART-TOTAL-FUTA TO TOTAL-FUTA
022740                   MOVE RESTART-TOTAL-SUTA TO TOTAL-SUTA
022750                   MOVE RESTART-GL-DEBITS TO GL-TOTAL-DEBITS
022760                   MOVE RESTART-GL-CREDITS TO GL-TOTAL-CREDITS
022770                   MOVE RESTART-ACH-ENTRY-COUNT
022780                       TO ACH-ENTRY-COUNT
022790                   MOVE RESTART-ACH-ENTRY-HASH TO ACH-ENTRY-HASH
022800                   MOVE RESTART-ACH-TOTAL-DEBIT
022810                       TO ACH-TOTAL-DEBIT
022820                   MOVE RESTART-ACH-TOTAL-CREDIT
022830                       TO ACH-TOTAL-CREDIT
022840                   MOVE RESTART-ACH-TRACE-SEQ TO ACH-TRACE-SEQ
022850                   MOVE RESTART-ACH-RECORD-COUNT
022860                       TO ACH-RECORD-COUNT
022870                   MOVE RESTART-ACH-HDRS-SW
022880                       TO ACH-HEADERS-WRITTEN-SW
022890                   MOVE RESTART-CHECK-NUMBER TO CHECK-NUMBER
022900                   MOVE RESTART-CHECK-COUNT TO CHECK-COUNT
022910                   MOVE RESTART-CHECK-TOTAL TO CHECK-TOTAL
022920                   MOVE RESTART-TOTAL-NET-PAY TO TOTAL-NET-PAY
022930                   MOVE RESTART-PRIOR-DEPARTMENT
022940                       TO PRIOR-DEPARTMENT
022950                   MOVE RESTART-FIRST-DEPT-SW TO FIRST-DEPT-SW
022960                   MOVE RESTART-DEPT-EMP-COUNT
022970                       TO DEPT-EMPLOYEE-COUNT
022980                   MOVE RESTART-DEPT-GROSS-PAY TO DEPT-GROSS-PAY
022990                   MOVE RESTART-DEPT-DEDUCTION TO DEPT-DEDUCTION
023000                   MOVE RESTART-DEPT-FED-TAX TO DEPT-FED-TAX
023010                   MOVE RESTART-DEPT-STATE-TAX TO DEPT-STATE-TAX
023020                   MOVE RESTART-DEPT-VOL-DED TO DEPT-VOL-DEDUCTION
023030                   MOVE RESTART-DEPT-PRETAX-125
023040                       TO DEPT-PRETAX-125
023050                   MOVE RESTART-DEPT-PRETAX-401K
023060                       TO DEPT-PRETAX-401K
023070                   MOVE RESTART-LABOR-COUNT TO LABOR-COUNT
023080                   PERFORM RESTORE-LABOR-ENTRY
023090                       VARYING LABOR-INDEX FROM 1 BY 1
023100                       UNTIL LABOR-INDEX > 10
023110                   MOVE RESTART-DEPT-SOC-SEC TO DEPT-SOC-SEC
023120                   MOVE RESTART-DEPT-MEDICARE TO DEPT-MEDICARE
023130                   PERFORM RESTORE-CARRIER-TOTAL
023140                       VARYING CARRIER-INDEX FROM 1 BY 1
023150                       UNTIL CARRIER-INDEX > 5
023160                   MOVE RESTART-DEPT-NET-PAY TO DEPT-NET-PAY
023170                   MOVE RESTART-DEPT-PAID-OUTSIDE
023180                       TO DEPT-PAID-OUTSIDE
023190                   MOVE RESTART-EARN-GL-COUNT TO EG-COUNT
023200                   PERFORM RESTORE-EARN-GL-ENTRY
023210                       VARYING EG-INDEX FROM 1 BY 1
023220                       UNTIL EG-INDEX > 20
023230           END-READ
023240           CLOSE RESTART-PARM.
023250       RESTORE-CARRIER-TOTAL.
023260           MOVE RESTART-CARRIER-AMOUNT (CARRIER-INDEX)
023270               TO CARRIER-AMOUNT (CARRIER-INDEX).
023280       RESTORE-LABOR-ENTRY.
023290           MOVE RESTART-LC-DEPT (LABOR-INDEX)
023300               TO LC-DEPT (LABOR-INDEX)
023310           MOVE RESTART-LC-AMOUNT (LABOR-INDEX)
023320               TO LC-AMOUNT (LABOR-INDEX).
023330       RESTORE-EARN-GL-ENTRY.
023340           MOVE RESTART-EG-CODE (EG-INDEX) TO EG-CODE (EG-INDEX)
023350           MOVE RESTART-EG-DEPT (EG-INDEX) TO EG-DEPT (EG-INDEX)
023360           MOVE RESTART-EG-AMOUNT (EG-INDEX)
023370               TO EG-AMOUNT (EG-INDEX).
023380       SKIP-TO-RESTART-POINT.
023390           PERFORM READ-RECORD.
023400*
023410*    SORT INPUT PROCEDURE. THE DECK MUST ARRIVE AS ONE BATCH -
023420*    A BH HEADER CARD CARRYING THE PAY PERIOD END DATE (AND A
023430*    Y IN THE RERUN OVERRIDE COLUMN WHEN AN ALREADY-PROCESSED
023440*    PERIOD IS DELIBERATELY BEING RERUN), THE TIME CARDS, AND
023450*    A BT TRAILER CARRYING THE EXPECTED CARD COUNT AND A HASH
023460*    TOTAL OF HOURS. ANY SEQUENCE, COUNT, HASH, OR DATE
023470*    DISAGREEMENT REJECTS THE WHOLE RUN BEFORE MONEY MOVES,
023480*    AS DOES A PERIOD ALREADY ON THE RUN-CONTROL FILE.
023490*    EACH SLIM TIME CARD IS MATCHED TO ITS
023500*    EMPLOYEE-MASTER RECORD AND RELEASED AS A FULL ENRICHED
023510*    RECORD CARRYING THE DEPARTMENT THE SORT KEYS ON. A CARD
023520*    WHOSE ID IS NOT ON THE MASTER IS RELEASED FLAGGED SO
023530*    VALIDATE-RECORD SENDS IT TO THE EXCEPTION LISTING.
023540       ENRICH-TIME-CARDS.
023550           PERFORM LOAD-EARNINGS-CARDS
023560           OPEN INPUT EMPLOYEE-DATA
023570           PERFORM READ-TIME-CARD
023580           PERFORM PROCESS-BATCH-CARD
023590               UNTIL TIME-CARD-EOF = "YES"
023600           CLOSE EMPLOYEE-DATA
023610           IF BATCH-TRAILER-NOT-SEEN
023620               MOVE "BATCH TRAILER CARD MISSING"
023630                   TO BATCH-ABEND-REASON
023640               PERFORM BATCH-ABEND
023650           END-IF
023660           PERFORM RELEASE-UNCLAIMED-EARNINGS
023670               VARYING ECH-INDEX FROM 1 BY 1
023680               UNTIL ECH-INDEX > ECH-COUNT.
023690*
023700*    FIRST PASS OVER THE DECK - HOLD EVERY E CARD SO THE MAIN
023710*    PASS CAN HAND EACH ONE TO ITS EMPLOYEE'S TIME CARD. THE
023720*    BATCH EDITS THEMSELVES ARE LEFT TO THE MAIN PASS.
023730       LOAD-EARNINGS-CARDS.
023740           MOVE ZERO TO ECH-COUNT
023750           OPEN INPUT EMPLOYEE-DATA
023760           PERFORM READ-TIME-CARD
023770           PERFORM HOLD-EARNINGS-CARD
023780               UNTIL TIME-CARD-EOF = "YES"
023790           CLOSE EMPLOYEE-DATA
023800           MOVE "NO" TO TIME-CARD-EOF.
023810       HOLD-EARNINGS-CARD.
023820           IF BCC-CARD-TYPE NOT = "BH"
023830               AND BCC-CARD-TYPE NOT = "BT"
023840               AND EC-TRANS-CODE = "E"
023850               IF ECH-COUNT = 200
023860                   MOVE "MORE THAN 200 EARNINGS CARDS"
023870                       TO BATCH-ABEND-REASON
023880                   PERFORM BATCH-ABEND
023890               END-IF
023900               ADD 1 TO ECH-COUNT
023910               MOVE TC-EMPLOYEE-ID TO ECH-EMPLOYEE-ID (ECH-COUNT)
023920               MOVE EC-EARN-CODE TO ECH-EARN-CODE (ECH-COUNT)
023930               MOVE "N" TO ECH-CLAIMED-SW (ECH-COUNT)
023940               MOVE "N" TO ECH-BAD-SW (ECH-COUNT)
023950               MOVE TC-OFFCYCLE-PAY
023960                   TO ECH-OFFCYCLE-PAY (ECH-COUNT)
023970               MOVE ZERO TO ECH-HOURS (ECH-COUNT)
023980               MOVE ZERO TO ECH-AMOUNT (ECH-COUNT)
023990               IF EC-EARN-HOURS NUMERIC
024000                   MOVE EC-EARN-HOURS TO ECH-HOURS (ECH-COUNT)
024010               ELSE
024020                   IF EC-EARN-HOURS-X NOT = SPACES
024030                       MOVE "Y" TO ECH-BAD-SW (ECH-COUNT)
024040                   END-IF
024050               END-IF
024060               IF EC-EARN-AMOUNT NUMERIC
024070                   MOVE EC-EARN-AMOUNT TO ECH-AMOUNT (ECH-COUNT)
024080               ELSE
024090                   IF EC-EARN-AMOUNT-X NOT = SPACES
024100                       MOVE "Y" TO ECH-BAD-SW (ECH-COUNT)
024110                   END-IF
024120               END-IF
024130           END-IF
024140           PERFORM READ-TIME-CARD.
024150*
024160*    AN E CARD NO TIME CARD CLAIMED - A BONUS OR COMMISSION PAID
024170*    ON ITS OWN - GOES THROUGH AS A STANDALONE EARNINGS RECORD
024180*    DATED TO THE BATCH PERIOD.
024190       RELEASE-UNCLAIMED-EARNINGS.
024200           IF ECH-CLAIMED-SW (ECH-INDEX) = "N"
024210               MOVE SPACES TO EMPLOYEE-IN
024220               MOVE ECH-EMPLOYEE-ID (ECH-INDEX) TO EMPLOYEE-ID
024230               MOVE BATCH-PP-END-DATE TO PP-END-DATE-NUM
024240               MOVE ZERO TO HOURS VAC-HOURS SICK-HOURS
024250               MOVE ZERO TO ADJUST-AMOUNT
024260               MOVE "E" TO TRANS-CODE
024270               MOVE ZERO TO PAY-SEQ
024280               MOVE ECH-OFFCYCLE-PAY (ECH-INDEX) TO OFFCYCLE-PAY
024290               MOVE SPACE TO EARN-ERROR-SW
024300               PERFORM CLEAR-EARN-ENTRY
024310                   VARYING EARN-INDEX FROM 1 BY 1
024320                   UNTIL EARN-INDEX > 4
024330               MOVE 1 TO EARN-SLOT
024340               PERFORM COPY-HELD-EARNINGS
024350               PERFORM LOOK-UP-EMPLOYEE-MASTER
024360               RELEASE SORT-RECORD FROM EMPLOYEE-IN
024370           END-IF.
024380       CLEAR-EARN-ENTRY.
024390           MOVE SPACES TO EARN-CODE (EARN-INDEX)
024400           MOVE ZERO TO EARN-HOURS (EARN-INDEX)
024410           MOVE ZERO TO EARN-AMOUNT (EARN-INDEX).
024420*
024430*    A TIME CARD PICKS UP UP TO FOUR OF ITS EMPLOYEE'S E CARDS.
024440*    A FIFTH AND LATER ONE STAYS UNCLAIMED AND GOES THROUGH ON
024450*    ITS OWN.
024460       CLAIM-EARNINGS-CARD.
024470           IF ECH-CLAIMED-SW (ECH-INDEX) = "N"
024480               AND ECH-EMPLOYEE-ID (ECH-INDEX) = TC-EMPLOYEE-ID
024490               AND EARN-SLOT < 4
024500               ADD 1 TO EARN-SLOT
024510               MOVE "Y" TO ECH-CLAIMED-SW (ECH-INDEX)
024520               PERFORM COPY-HELD-EARNINGS
024530           END-IF.
024540       COPY-HELD-EARNINGS.
024550           MOVE ECH-EARN-CODE (ECH-INDEX) TO EARN-CODE (EARN-SLOT)
024560           MOVE ECH-HOURS (ECH-INDEX) TO EARN-HOURS (EARN-SLOT)
024570           MOVE ECH-AMOUNT (ECH-INDEX) TO EARN-AMOUNT (EARN-SLOT)
024580           IF ECH-BAD-SW (ECH-INDEX) = "Y"
024590               MOVE "Y" TO EARN-ERROR-SW
024600           END-IF.
024610       READ-TIME-CARD.
024620           READ EMPLOYEE-DATA AT END MOVE "YES" TO TIME-CARD-EOF
024630           END-READ.
024640       PROCESS-BATCH-CARD.
024650           IF BCC-CARD-TYPE = "BH"
024660               PERFORM PROCESS-BATCH-HEADER
024670           ELSE
024680               IF BCC-CARD-TYPE = "BT"
024690                   PERFORM PROCESS-BATCH-TRAILER
024700               ELSE
024710                   PERFORM PROCESS-BATCH-TIME-CARD
024720               END-IF
024730           END-IF
024740           PERFORM READ-TIME-CARD.
024750       PROCESS-BATCH-HEADER.
024760           IF BATCH-HEADER-SEEN
024770               MOVE "DUPLICATE BATCH HEADER CARD"
024780                   TO BATCH-ABEND-REASON
024790               PERFORM BATCH-ABEND
024800           END-IF
024810           IF BH-PP-END-DATE NOT NUMERIC
024820               MOVE "BATCH HEADER DATE NOT NUMERIC"
024830                   TO BATCH-ABEND-REASON
024840               PERFORM BATCH-ABEND
024850           END-IF
024860           MOVE "YES" TO BATCH-HEADER-SEEN-SW
024870           MOVE BH-PP-END-DATE TO BATCH-PP-END-DATE
024880*
024890*    THE HEADER MONTH DRIVES THE QUARTER BUCKET SUBSCRIPT IN
024900*    UPDATE-YTD-MASTER, SO IT MUST BE A REAL MONTH. EVERY TIME
024910*    CARD IS ALREADY FORCED EQUAL TO THE HEADER DATE, AND VOID
024920*    DATES ARE PROTECTED BY THE PAY-HISTORY LOOKUP.
024930           IF BATCH-PP-MM < 01 OR BATCH-PP-MM > 12
024940               MOVE "BATCH HEADER MONTH INVALID"
024950                   TO BATCH-ABEND-REASON
024960               PERFORM BATCH-ABEND
024970           END-IF
024980           MOVE BH-RERUN-OVERRIDE TO BATCH-OVERRIDE-SW
024990           IF BH-RUN-TYPE NOT = SPACE AND BH-RUN-TYPE NOT = "O"
025000               MOVE "BATCH HEADER RUN TYPE INVALID"
025010                   TO BATCH-ABEND-REASON
025020               PERFORM BATCH-ABEND
025030           END-IF
025040           MOVE BH-RUN-TYPE TO BATCH-RUN-TYPE
025050           IF BH-PAY-GROUP = SPACES
025060               MOVE DEFAULT-PAY-GROUP TO BATCH-PAY-GROUP
025070           ELSE
025080               MOVE BH-PAY-GROUP TO BATCH-PAY-GROUP
025090           END-IF
025100*
025110*    A REGULAR RUN'S CHECKS AND ACH ENTRIES CARRY THE CALENDAR
025120*    CHECK DATE. AN OFF-CYCLE RUN'S OWN DATE REPLACES IT BELOW.
025130           PERFORM FIND-CALENDAR-PERIOD
025140           MOVE PCAL-CHECK-DATE TO BATCH-CHECK-DATE
025150*
025160*    AN OFF-CYCLE RUN PAYS AGAINST A PERIOD THE REGULAR RUN MAY
025170*    ALREADY HAVE PAID, SO NEITHER RUN-CONTROL NOR THE PAYROLL
025180*    CYCLE CONTROL STOPS IT. ITS CHECK DATE MUST FALL IN THE
025190*    PERIOD'S YEAR - THE YTD AND QUARTER BUCKETS FOLLOW THE
025200*    PERIOD.
025210           IF OFF-CYCLE-RUN
025220               IF BH-CHECK-DATE NOT NUMERIC
025230                   MOVE "OFF-CYCLE CHECK DATE NOT NUMERIC"
025240                       TO BATCH-ABEND-REASON
025250                   PERFORM BATCH-ABEND
025260               END-IF
025270               MOVE BH-CHECK-DATE TO BATCH-CHECK-DATE
025280               IF BATCH-CHECK-CCYY NOT = BATCH-PP-CCYY
025290                   OR BATCH-CHECK-MM < 01 OR BATCH-CHECK-MM > 12
025300                   OR BATCH-CHECK-DD < 01 OR BATCH-CHECK-DD > 31
025310                   MOVE "OFF-CYCLE CHECK DATE INVALID"
025320                       TO BATCH-ABEND-REASON
025330                   PERFORM BATCH-ABEND
025340               END-IF
025350           ELSE
025360               PERFORM CHECK-RUN-CONTROL
025370               MOVE BATCH-PAY-GROUP TO CYCLE-PAY-GROUP
025380               MOVE BATCH-PP-END-DATE TO CYCLE-PP-END-DATE
025390               PERFORM CHECK-CYCLE-CONTROL
025400           END-IF.
025410*
025420*    THE HEADER'S GROUP AND PERIOD END MUST BE A PERIOD ON THE
025430*    PAY CALENDAR. ITS FREQUENCY SETS THE PERIODS PER YEAR AND
025440*    STANDARD PERIOD HOURS FOR THE RUN, AND THE PLAN'S ANNUAL
025450*    LEAVE HOURS ARE SPREAD OVER THOSE PERIODS.
025460       FIND-CALENDAR-PERIOD.
025470           MOVE "NO" TO CALENDAR-FOUND-SW
025480           MOVE "NO" TO CALENDAR-EOF
025490           OPEN INPUT PAY-CALENDAR
025500           IF PCAL-FILE-STATUS NOT = "00"
025510               MOVE "PAY CALENDAR NOT AVAILABLE"
025520                   TO BATCH-ABEND-REASON
025530               PERFORM BATCH-ABEND
025540           END-IF
025550           PERFORM READ-PAY-CALENDAR
025560           PERFORM SCAN-PAY-CALENDAR
025570               UNTIL CALENDAR-EOF = "YES"
025580                   OR CALENDAR-PERIOD-FOUND
025590           CLOSE PAY-CALENDAR
025600           IF NOT CALENDAR-PERIOD-FOUND
025610               MOVE "PERIOD NOT ON PAY CALENDAR FOR GROUP"
025620                   TO BATCH-ABEND-REASON
025630               PERFORM BATCH-ABEND
025640           END-IF
025650           IF PCAL-CHECK-DATE NOT NUMERIC
025660               OR PCAL-PP-BEGIN-DATE NOT NUMERIC
025670               OR PCAL-PP-BEGIN-DATE > PCAL-PP-END-DATE
025680               MOVE "PAY CALENDAR PERIOD INVALID"
025690                   TO BATCH-ABEND-REASON
025700               PERFORM BATCH-ABEND
025710           END-IF
025720           MOVE PCAL-FREQUENCY TO BATCH-PAY-FREQUENCY
025730           MOVE PCAL-PP-BEGIN-DATE TO BATCH-PP-BEGIN-DATE
025740           IF NOT BATCH-WEEKLY AND NOT BATCH-BIWEEKLY
025750               AND NOT BATCH-SEMI-MONTHLY
025760               MOVE "PAY CALENDAR FREQUENCY INVALID"
025770                   TO BATCH-ABEND-REASON
025780               PERFORM BATCH-ABEND
025790           END-IF
025800           IF BATCH-WEEKLY
025810               MOVE 52 TO PERIODS-PER-YEAR
025820               MOVE 40.00 TO PERIOD-STD-HOURS
025830           END-IF
025840           IF BATCH-BIWEEKLY
025850               MOVE 26 TO PERIODS-PER-YEAR
025860               MOVE 80.00 TO PERIOD-STD-HOURS
025870           END-IF
025880           IF BATCH-SEMI-MONTHLY
025890               MOVE 24 TO PERIODS-PER-YEAR
025900               MOVE 86.67 TO PERIOD-STD-HOURS
025910           END-IF
025920           COMPUTE HOURLY-VAC-ACCRUAL ROUNDED =
025930               HOURLY-VAC-ANNUAL / PERIODS-PER-YEAR
025940           COMPUTE HOURLY-SICK-ACCRUAL ROUNDED =
025950               HOURLY-SICK-ANNUAL / PERIODS-PER-YEAR
025960           COMPUTE SALARIED-VAC-ACCRUAL ROUNDED =
025970               SALARIED-VAC-ANNUAL / PERIODS-PER-YEAR
025980           COMPUTE SALARIED-SICK-ACCRUAL ROUNDED =
025990               SALARIED-SICK-ANNUAL / PERIODS-PER-YEAR.
026000       READ-PAY-CALENDAR.
026010           READ PAY-CALENDAR AT END MOVE "YES" TO CALENDAR-EOF
026020           END-READ.
026030       SCAN-PAY-CALENDAR.
026040           IF PCAL-PAY-GROUP = BATCH-PAY-GROUP
026050               AND PCAL-PP-END-DATE = BATCH-PP-END-DATE
026060               MOVE "YES" TO CALENDAR-FOUND-SW
026070           ELSE
026080               PERFORM READ-PAY-CALENDAR
026090           END-IF.
026100       PROCESS-BATCH-TRAILER.
026110           IF BATCH-HEADER-NOT-SEEN
026120               MOVE "BATCH TRAILER BEFORE HEADER"
026130                   TO BATCH-ABEND-REASON
026140               PERFORM BATCH-ABEND
026150           END-IF
026160           IF BATCH-TRAILER-SEEN
026170               MOVE "DUPLICATE BATCH TRAILER CARD"
026180                   TO BATCH-ABEND-REASON
026190               PERFORM BATCH-ABEND
026200           END-IF
026210           IF BT-RECORD-COUNT NOT NUMERIC
026220               OR BT-HOURS-HASH NOT NUMERIC
026230               MOVE "BATCH TRAILER NOT NUMERIC"
026240                   TO BATCH-ABEND-REASON
026250               PERFORM BATCH-ABEND
026260           END-IF
026270           IF BT-RECORD-COUNT NOT = BATCH-CARD-COUNT
026280               MOVE "BATCH RECORD COUNT MISMATCH"
026290                   TO BATCH-ABEND-REASON
026300               PERFORM BATCH-ABEND
026310           END-IF
026320           IF BT-HOURS-HASH NOT = BATCH-HOURS-TOTAL
026330               MOVE "BATCH HOURS HASH MISMATCH"
026340                   TO BATCH-ABEND-REASON
026350               PERFORM BATCH-ABEND
026360           END-IF
026370           MOVE "YES" TO BATCH-TRAILER-SEEN-SW.
026380       PROCESS-BATCH-TIME-CARD.
026390           IF BATCH-HEADER-NOT-SEEN
026400               MOVE "TIME CARD BEFORE BATCH HEADER"
026410                   TO BATCH-ABEND-REASON
026420               PERFORM BATCH-ABEND
026430           END-IF
026440           IF BATCH-TRAILER-SEEN
026450               MOVE "TIME CARD AFTER BATCH TRAILER"
026460                   TO BATCH-ABEND-REASON
026470               PERFORM BATCH-ABEND
026480           END-IF
026490           ADD 1 TO BATCH-CARD-COUNT
026500           IF TC-HOURS NUMERIC
026510               ADD TC-HOURS TO BATCH-HOURS-TOTAL
026520           END-IF
026530*
026540*    LEAVE HOURS COUNT IN THE HOURS HASH TOO, SO A MIS-KEYED
026550*    VACATION DAY TRIPS THE BATCH THE SAME WAY WORKED HOURS DO.
026560*    AN E CARD HAS ITS AMOUNT IN THOSE COLUMNS, SO ONLY ITS
026570*    HOURS ARE HASHED.
026580           IF TC-TRANS-CODE NOT = "E"
026590               IF TC-VAC-HOURS NUMERIC
026600                   ADD TC-VAC-HOURS TO BATCH-HOURS-TOTAL
026610               END-IF
026620               IF TC-SICK-HOURS NUMERIC
026630                   ADD TC-SICK-HOURS TO BATCH-HOURS-TOTAL
026640               END-IF
026650           END-IF
026660*
026670*    A VOID CARD IS EXEMPT FROM THE DATE-AGREEMENT CHECK - ITS
026680*    DATE NAMES THE ORIGINAL CHECK BEING BACKED OUT, WHICH IS
026690*    USUALLY AN EARLIER PERIOD, NOT THE PERIOD BEING PAID. A
026700*    RETRO CARD IS EXEMPT TOO - ITS DATE NAMES THE BACK PERIOD
026710*    IT COMPENSATES, THOUGH IT POSTS TO THE CURRENT ONE.
026720           IF TC-TRANS-CODE NOT = "V"
026730               AND TC-TRANS-CODE NOT = "R"
026740               AND TC-PP-END-DATE NOT = BATCH-PP-END-DATE
026750               MOVE "CARD DATE DISAGREES WITH HEADER"
026760                   TO BATCH-ABEND-REASON
026770               PERFORM BATCH-ABEND
026780           END-IF
026790           IF TC-TRANS-CODE NOT = "E"
026800               PERFORM RELEASE-ENRICHED-TIME-CARD
026810           END-IF.
026820*
026830*    THE RUN-CONTROL FILE REMEMBERS EVERY PERIOD SUCCESSFULLY
026840*    PAID. RUNNING ONE OF THOSE PERIODS AGAIN TAKES THE RERUN
026850*    OVERRIDE ON THE BATCH HEADER - OTHERWISE THE SAME DECK RUN
026860*    TWICE WOULD DOUBLE EVERY YTD AND CUT A SECOND ACH FILE.
026870       CHECK-RUN-CONTROL.
026880           MOVE "NO" TO RUN-ALREADY-DONE-SW
026890           MOVE "NO" TO RUN-CONTROL-EOF
026900           OPEN INPUT RUN-CONTROL
026910           IF RC-FILE-STATUS = "35"
026920               MOVE "YES" TO RUN-CONTROL-EOF
026930           ELSE
026940               PERFORM READ-RUN-CONTROL
026950           END-IF
026960           PERFORM SCAN-RUN-CONTROL
026970               UNTIL RUN-CONTROL-EOF = "YES"
026980           IF RC-FILE-STATUS NOT = "35"
026990               CLOSE RUN-CONTROL
027000           END-IF
027010           IF RUN-ALREADY-DONE
027020               AND BATCH-OVERRIDE-SW NOT = "Y"
027030               MOVE "PAY PERIOD ALREADY PROCESSED"
027040                   TO BATCH-ABEND-REASON
027050               PERFORM BATCH-ABEND
027060           END-IF.
027070       READ-RUN-CONTROL.
027080           READ RUN-CONTROL
027090               AT END MOVE "YES" TO RUN-CONTROL-EOF
027100           END-READ.
027110       SCAN-RUN-CONTROL.
027120           IF RC-PAY-GROUP = SPACES
027130               MOVE DEFAULT-PAY-GROUP TO RC-PAY-GROUP
027140           END-IF
027150           IF RC-PP-END-DATE = BATCH-PP-END-DATE
027160               AND RC-PAY-GROUP = BATCH-PAY-GROUP
027170               AND RC-RUN-TYPE NOT = "O"
027180               MOVE "YES" TO RUN-ALREADY-DONE-SW
027190           END-IF
027200           PERFORM READ-RUN-CONTROL.
027210       BATCH-ABEND.
027220           DISPLAY "BATCH REJECTED: " BATCH-ABEND-REASON
027230           MOVE 16 TO RETURN-CODE
027240           STOP RUN.
027250       RECORD-RUN-CONTROL.
027260           OPEN EXTEND RUN-CONTROL
027270           IF RC-FILE-STATUS = "35"
027280               OPEN OUTPUT RUN-CONTROL
027290           END-IF
027300           MOVE SPACES TO RUN-CONTROL-RECORD
027310           MOVE BATCH-PP-END-DATE TO RC-PP-END-DATE
027320           MOVE BATCH-RUN-TYPE TO RC-RUN-TYPE
027330           MOVE BATCH-PAY-GROUP TO RC-PAY-GROUP
027340           WRITE RUN-CONTROL-RECORD
027350           CLOSE RUN-CONTROL.
027360*
027370*    THE PERIOD'S CYCLE RECORD IS CHECKED BEFORE ANY WORK IS
027380*    DONE. NO RECORD YET MEANS NOTHING HAS RUN FOR THE PERIOD,
027390*    SO ONLY THE FIRST STEP CAN START IT. A CLOSED PERIOD, AN
027400*    EARLIER STEP NOT COMPLETE, OR A LATER STEP ALREADY RUN
027410*    STOPS THE RUN WITH RETURN CODE 16 UNLESS A SUPERVISOR
027420*    OVERRIDE FOR THIS STEP IS ON THE RECORD - SEE CYCLECTL.
027430       CHECK-CYCLE-CONTROL.
027440           IF CYCLE-PAY-GROUP = SPACES
027450               MOVE "BW" TO CYCLE-PAY-GROUP
027460           END-IF
027470           PERFORM READ-CYCLE-RECORD
027480           CLOSE CYCLE-CONTROL
027490           MOVE SPACES TO CYCLE-REFUSAL
027500           IF CY-PERIOD-CLOSED
027510               MOVE "PERIOD ALREADY CLOSED" TO CYCLE-REFUSAL-TEXT
027520           ELSE
027530               PERFORM CHECK-EARLIER-STEP
027540                   VARYING CYCLE-STEP-INDEX FROM 1 BY 1
027550                   UNTIL CYCLE-STEP-INDEX NOT < CYCLE-THIS-STEP
027560               COMPUTE CYCLE-LATER-STEP = CYCLE-THIS-STEP + 1
027570               PERFORM CHECK-LATER-STEP
027580                   VARYING CYCLE-STEP-INDEX FROM CYCLE-LATER-STEP
027590                   BY 1 UNTIL CYCLE-STEP-INDEX > 7
027600           END-IF
027610           IF CYCLE-REFUSAL NOT = SPACES
027620               DISPLAY "CYCLE CONTROL - "
027630                   CYCLE-STEP-NAME (CYCLE-THIS-STEP) " FOR "
027640                   CYCLE-PAY-GROUP " " CYCLE-PP-END-DATE ": "
027650                   CYCLE-REFUSAL
027660               IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
027670                   MOVE "Y" TO CYCLE-OVERRIDE-SW
027680                   DISPLAY "CYCLE CONTROL - RUN ALLOWED BY "
027690                       "SUPERVISOR OVERRIDE " CY-OVERRIDE-BY
027700               ELSE
027710                   DISPLAY "CYCLE CONTROL - RUN REFUSED"
027720                   MOVE 16 TO RETURN-CODE
027730                   STOP RUN
027740               END-IF
027750           END-IF.
027760       CHECK-EARLIER-STEP.
027770           IF NOT CY-STEP-COMPLETE (CYCLE-STEP-INDEX)
027780               AND NOT CY-STEP-BYPASSED (CYCLE-STEP-INDEX)
027790               AND CYCLE-REFUSAL = SPACES
027800               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
027810                   TO CYCLE-REFUSAL-STEP
027820               MOVE "NOT COMPLETE" TO CYCLE-REFUSAL-TEXT
027830           END-IF.
027840       CHECK-LATER-STEP.
027850           IF NOT CY-STEP-NOT-RUN (CYCLE-STEP-INDEX)
027860               AND CYCLE-REFUSAL = SPACES
027870               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
027880                   TO CYCLE-REFUSAL-STEP
027890               MOVE "HAS ALREADY RUN" TO CYCLE-REFUSAL-TEXT
027900           END-IF.
027910*
027920*    THE FILE IS CREATED EMPTY THE FIRST TIME ANY STEP RUNS. A
027930*    PERIOD NOT YET ON IT GETS A FRESH OPEN RECORD IN THE AREA.
027940       READ-CYCLE-RECORD.
027950           OPEN I-O CYCLE-CONTROL
027960           IF CY-FILE-STATUS = "35"
027970               OPEN OUTPUT CYCLE-CONTROL
027980               CLOSE CYCLE-CONTROL
027990               OPEN I-O CYCLE-CONTROL
028000           END-IF
028010           IF CY-FILE-STATUS NOT = "00"
028020               DISPLAY "CYCLE CONTROL NOT AVAILABLE - STATUS "
028030                   CY-FILE-STATUS
028040               MOVE 16 TO RETURN-CODE
028050               STOP RUN
028060           END-IF
028070           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
028080           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
028090           READ CYCLE-CONTROL
028100               INVALID KEY
028110                   MOVE "N" TO CYCLE-RECORD-SW
028120                   PERFORM CLEAR-CYCLE-RECORD
028130               NOT INVALID KEY
028140                   MOVE "Y" TO CYCLE-RECORD-SW
028150           END-READ.
028160       CLEAR-CYCLE-RECORD.
028170           MOVE SPACES TO CYCLE-CONTROL-RECORD
028180           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
028190           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
028200           MOVE "O" TO CY-PERIOD-STATUS
028210           PERFORM CLEAR-CYCLE-STEP
028220               VARYING CYCLE-STEP-INDEX FROM 1 BY 1
028230               UNTIL CYCLE-STEP-INDEX > 7
028240           MOVE ZERO TO CY-OVERRIDE-STEP
028250           MOVE ZERO TO CY-OVERRIDE-DATE.
028260       CLEAR-CYCLE-STEP.
028270           MOVE ZERO TO CY-STEP-DATE (CYCLE-STEP-INDEX)
028280           MOVE ZERO TO CY-STEP-TIME (CYCLE-STEP-INDEX)
028290           MOVE ZERO TO CY-STEP-RC (CYCLE-STEP-INDEX)
028300           MOVE ZERO TO CY-STEP-RUNS (CYCLE-STEP-INDEX)
028310           MOVE ZERO TO CY-STEP-COUNT (CYCLE-STEP-INDEX)
028320           MOVE ZERO TO CY-STEP-AMOUNT (CYCLE-STEP-INDEX).
028330*
028340*    THE STEP GOES ON THE PERIOD'S RECORD WITH THE CLOCK TIME,
028350*    THE RETURN CODE, AND THE RUN'S CONTROL TOTALS. A RETURN
028360*    CODE OF 8 OR MORE LEAVES THE STEP FAILED, WHICH HOLDS THE
028370*    NEXT STEP BACK UNTIL THIS ONE IS RERUN CLEAN. AN OVERRIDE
028380*    FOR THIS STEP IS USED UP BY THE RUN, AND THE LAST STEP
028390*    FINISHING CLEAN CLOSES THE PERIOD.
028400       RECORD-CYCLE-STEP.
028410           PERFORM READ-CYCLE-RECORD
028420           ACCEPT CYCLE-RUN-DATE FROM DATE YYYYMMDD
028430           ACCEPT CYCLE-RUN-TIME FROM TIME
028440           MOVE CYCLE-RUN-DATE TO CY-STEP-DATE (CYCLE-THIS-STEP)
028450           MOVE CYCLE-RUN-HHMMSS TO CY-STEP-TIME (CYCLE-THIS-STEP)
028460           MOVE RETURN-CODE TO CY-STEP-RC (CYCLE-THIS-STEP)
028470           IF RETURN-CODE < 8
028480               MOVE "C" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
028490           ELSE
028500               MOVE "F" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
028510           END-IF
028520           ADD 1 TO CY-STEP-RUNS (CYCLE-THIS-STEP)
028530           MOVE CYCLE-CONTROL-COUNT
028540               TO CY-STEP-COUNT (CYCLE-THIS-STEP)
028550           MOVE CYCLE-CONTROL-AMOUNT
028560               TO CY-STEP-AMOUNT (CYCLE-THIS-STEP)
028570           IF CYCLE-OVERRIDE-USED
028580               MOVE CY-OVERRIDE-BY
028590                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
028600           ELSE
028610               MOVE SPACES
028620                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
028630           END-IF
028640           IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
028650               MOVE ZERO TO CY-OVERRIDE-STEP
028660               MOVE SPACES TO CY-OVERRIDE-BY
028670               MOVE ZERO TO CY-OVERRIDE-DATE
028680               MOVE SPACES TO CY-OVERRIDE-REASON
028690           END-IF
028700           IF CYCLE-THIS-STEP = 7
028710               AND CY-STEP-COMPLETE (CYCLE-THIS-STEP)
028720               MOVE "C" TO CY-PERIOD-STATUS
028730           END-IF
028740           IF CYCLE-RECORD-ON-FILE
028750               REWRITE CYCLE-CONTROL-RECORD
028760           ELSE
028770               WRITE CYCLE-CONTROL-RECORD
028780           END-IF
028790           IF CY-FILE-STATUS NOT = "00"
028800               DISPLAY "CYCLE CONTROL NOT UPDATED - STATUS "
028810                   CY-FILE-STATUS
028820               MOVE 16 TO RETURN-CODE
028830               STOP RUN
028840           END-IF
028850           CLOSE CYCLE-CONTROL.
028860*
028870*    THE EMPLOYER MATCHES THE EMPLOYEE SOCIAL SECURITY AND
028880*    MEDICARE WITHHELD, SO THE RUN TOTALS GIVE BOTH SHARES. THE
028890*    TOTALS ARE THE WHOLE LOGICAL RUN'S EVEN AFTER A RESTART.
028900       RECORD-TAX-LIABILITY.
028910           OPEN EXTEND TAX-LIABILITY
028920           IF TL-FILE-STATUS = "35"
028930               OPEN OUTPUT TAX-LIABILITY
028940           END-IF
028950           MOVE SPACES TO TAX-LIABILITY-RECORD
028960           MOVE BATCH-CHECK-DATE TO TL-CHECK-DATE
028970           MOVE BATCH-RUN-TYPE TO TL-RUN-TYPE
028980           MOVE BATCH-PAY-GROUP TO TL-PAY-GROUP
028990           MOVE BATCH-PP-END-DATE TO TL-PP-END-DATE
029000           MOVE TOTAL-GROSS-PAY TO TL-WAGES
029010           MOVE TOTAL-FED-TAX TO TL-FED-TAX
029020           MOVE TOTAL-SOC-SEC TO TL-SOC-SEC-EE
029030           MOVE TOTAL-MEDICARE TO TL-MEDICARE-EE
029040           MOVE TOTAL-SOC-SEC TO TL-SOC-SEC-ER
029050           MOVE TOTAL-MEDICARE TO TL-MEDICARE-ER
029060           COMPUTE TL-TOTAL-LIABILITY = TOTAL-FED-TAX
029070               + TOTAL-SOC-SEC + TOTAL-MEDICARE
029080               + TOTAL-SOC-SEC + TOTAL-MEDICARE
029090           WRITE TAX-LIABILITY-RECORD
029100           CLOSE TAX-LIABILITY.
029110       RELEASE-ENRICHED-TIME-CARD.
029120           MOVE SPACES TO EMPLOYEE-IN
029130           MOVE TC-EMPLOYEE-ID TO EMPLOYEE-ID
029140           MOVE TC-PP-END-DATE TO PP-END-DATE-NUM
029150*
029160*    A RETRO CARD POSTS TO THE PERIOD BEING PAID - THE TAX ON
029170*    BACK PAY FALLS DUE WHEN IT IS PAID, NOT WHEN IT WAS
029180*    EARNED - SO ITS HISTORY AND YTD GO TO THE BATCH PERIOD.
029190           IF TC-TRANS-CODE = "R"
029200               MOVE BATCH-PP-END-DATE TO PP-END-DATE-NUM
029210           END-IF
029220           MOVE TC-HOURS TO HOURS
029230           IF TC-VAC-HOURS NUMERIC
029240               MOVE TC-VAC-HOURS TO VAC-HOURS
029250           ELSE
029260               MOVE ZERO TO VAC-HOURS
029270           END-IF
029280           IF TC-SICK-HOURS NUMERIC
029290               MOVE TC-SICK-HOURS TO SICK-HOURS
029300           ELSE
029310               MOVE ZERO TO SICK-HOURS
029320           END-IF
029330           MOVE TC-TRANS-CODE TO TRANS-CODE
029340           MOVE TC-ADJUST-SIGN TO ADJUST-SIGN
029350           MOVE TC-ADJUST-AMOUNT TO ADJUST-AMOUNT
029360           MOVE ZERO TO PAY-SEQ
029370           IF TC-TRANS-CODE = "V" AND TC-PAY-SEQ-X NUMERIC
029380               MOVE TC-PAY-SEQ TO PAY-SEQ
029390           END-IF
029400           MOVE TC-OFFCYCLE-PAY TO OFFCYCLE-PAY
029410*
029420*    CARRY THE DEPARTMENT SPLITS ACROSS AND PROVE THEY ADD TO
029430*    THE CARD'S WORKED HOURS. A BAD SPLIT IS FLAGGED HERE AND
029440*    REJECTED BY VALIDATE-RECORD WITH THE REST OF THE EDITS.
029450           MOVE SPACE TO SPLIT-ERROR-SW
029460           MOVE "N" TO SPLIT-PRESENT-SW
029470           MOVE ZERO TO SPLIT-HOURS-TOTAL
029480           PERFORM COPY-ONE-SPLIT
029490               VARYING SPLIT-INDEX FROM 1 BY 1
029500               UNTIL SPLIT-INDEX > 4
029510           IF SPLIT-PRESENT-SW = "Y"
029520               AND (TC-HOURS NOT NUMERIC
029530                   OR SPLIT-HOURS-TOTAL NOT = TC-HOURS)
029540               MOVE "Y" TO SPLIT-ERROR-SW
029550           END-IF
029560*
029570*    A TIME CARD CARRIES ITS EMPLOYEE'S E CARDS FROM THE BATCH.
029580           MOVE SPACE TO EARN-ERROR-SW
029590           PERFORM CLEAR-EARN-ENTRY
029600               VARYING EARN-INDEX FROM 1 BY 1
029610               UNTIL EARN-INDEX > 4
029620           MOVE ZERO TO EARN-SLOT
029630           IF TC-TRANS-CODE = SPACE OR "T" OR "F"
029640               PERFORM CLAIM-EARNINGS-CARD
029650                   VARYING ECH-INDEX FROM 1 BY 1
029660                   UNTIL ECH-INDEX > ECH-COUNT
029670           END-IF
029680           PERFORM LOOK-UP-EMPLOYEE-MASTER
029690           RELEASE SORT-RECORD FROM EMPLOYEE-IN.
029700       LOOK-UP-EMPLOYEE-MASTER.
029710           MOVE EMPLOYEE-ID TO EM-EMPLOYEE-ID
029720           READ EMPLOYEE-MASTER
029730               INVALID KEY
029740                   MOVE "N" TO MASTER-FOUND-SW
029750               NOT INVALID KEY
029760                   MOVE "Y" TO MASTER-FOUND-SW
029770                   MOVE EM-EMPLOYEE-NAME TO NAME
029780                   MOVE EM-PAY-RATE TO PAY-RATE
029790                   MOVE EM-EMPLOYEE-TYPE TO EMPLOYEE-TYPE
029800                   MOVE EM-PERIOD-SALARY TO PERIOD-SALARY
029810                   MOVE EM-DEPENDENTS TO DEPENDENTS
029820                   MOVE EM-DEPARTMENT TO DEPARTMENT
029830                   MOVE EM-PAYMENT-METHOD TO PAYMENT-METHOD
029840                   MOVE EM-STATUS-CODE TO EMPLOYEE-STATUS
029850                   MOVE EM-TERM-DATE TO TERMINATION-DATE
029860                   MOVE EM-WORK-STATE TO WORK-STATE
029870                   MOVE EM-PAY-GROUP TO PAY-GROUP
029880                   PERFORM COPY-W4-ELECTIONS
029890           END-READ.
029900*
029910*    A MASTER RECORD WRITTEN BEFORE THE W-4 FIELDS EXISTED IS
029920*    BLANK THERE. BLANK AMOUNTS CARRY AS ZERO AND A BLANK
029930*    FILING STATUS AS SINGLE, WHICH IS HOW THE IRS SAYS TO
029940*    WITHHOLD FOR AN EMPLOYEE WITH NO CERTIFICATE ON FILE.
029950       COPY-W4-ELECTIONS.
029960           MOVE EM-FILING-STATUS TO FILING-STATUS
029970           IF EM-W4-CREDIT NUMERIC
029980               MOVE EM-W4-CREDIT TO W4-CREDIT
029990           ELSE
030000               MOVE ZERO TO W4-CREDIT
030010           END-IF
030020           IF EM-W4-OTHER-INCOME NUMERIC
030030               MOVE EM-W4-OTHER-INCOME TO W4-OTHER-INCOME
030040           ELSE
030050               MOVE ZERO TO W4-OTHER-INCOME
030060           END-IF
030070           IF EM-W4-DEDUCTIONS NUMERIC
030080               MOVE EM-W4-DEDUCTIONS TO W4-DEDUCTIONS
030090           ELSE
030100               MOVE ZERO TO W4-DEDUCTIONS
030110           END-IF
030120           IF EM-W4-EXTRA-WH NUMERIC
030130               MOVE EM-W4-EXTRA-WH TO W4-EXTRA-WH
030140           ELSE
030150               MOVE ZERO TO W4-EXTRA-WH
030160           END-IF
030170           MOVE EM-FED-EXEMPT TO FED-EXEMPT-SW
030180           IF EM-FED-EXEMPT-EXPIRES NUMERIC
030190               MOVE EM-FED-EXEMPT-EXPIRES TO FED-EXEMPT-EXPIRES
030200           ELSE
030210               MOVE ZERO TO FED-EXEMPT-EXPIRES
030220           END-IF
030230           IF EM-ST-ALLOWANCES NUMERIC
030240               MOVE EM-ST-ALLOWANCES TO ST-ALLOWANCES
030250           ELSE
030260               MOVE ZERO TO ST-ALLOWANCES
030270           END-IF
030280           IF EM-ST-EXTRA-WH NUMERIC
030290               MOVE EM-ST-EXTRA-WH TO ST-EXTRA-WH
030300           ELSE
030310               MOVE ZERO TO ST-EXTRA-WH
030320           END-IF
030330           MOVE EM-ST-EXEMPT TO ST-EXEMPT-SW
030340           IF EM-ST-EXEMPT-EXPIRES NUMERIC
030350               MOVE EM-ST-EXEMPT-EXPIRES TO ST-EXEMPT-EXPIRES
030360           ELSE
030370               MOVE ZERO TO ST-EXEMPT-EXPIRES
030380           END-IF.
030390       COPY-ONE-SPLIT.
030400           MOVE TC-SPLIT-DEPT (SPLIT-INDEX)
030410               TO SPLIT-DEPT (SPLIT-INDEX)
030420           IF TC-SPLIT-HOURS (SPLIT-INDEX) NUMERIC
030430               MOVE TC-SPLIT-HOURS (SPLIT-INDEX)
030440                   TO SPLIT-HOURS (SPLIT-INDEX)
030450           ELSE
030460               MOVE ZERO TO SPLIT-HOURS (SPLIT-INDEX)
030470           END-IF
030480           IF SPLIT-DEPT (SPLIT-INDEX) NOT = SPACES
030490               MOVE "Y" TO SPLIT-PRESENT-SW
030500               ADD SPLIT-HOURS (SPLIT-INDEX)
030510                   TO SPLIT-HOURS-TOTAL
030520           END-IF.
030530       READ-RECORD.
030540           READ SORTED-EMPLOYEE-DATA AT END MOVE "YES" TO EOF
030550           END-READ
030560           IF EOF NOT = "YES"
030570               MOVE SORTED-EMPLOYEE-RECORD TO EMPLOYEE-IN
030580               ADD 1 TO RECORDS-READ-COUNT
030590           END-IF.
030600       CHECK-CHECKPOINT-DUE.
030610           ADD 1 TO RECORDS-SINCE-CKPT
030620           IF RECORDS-SINCE-CKPT = CHECKPOINT-INTERVAL
030630               PERFORM WRITE-CHECKPOINT-RECORD
030640               MOVE ZERO TO RECORDS-SINCE-CKPT
030650           END-IF.
030660       WRITE-CHECKPOINT-RECORD.
030670           MOVE RECORDS-READ-COUNT TO CHECKPOINT-RECORD-COUNT
030680           MOVE EMPLOYEE-COUNT TO CKPT-EMPLOYEE-COUNT
030690           MOVE EXCEPTION-COUNT TO CKPT-EXCEPTION-COUNT
030700           MOVE TOTAL-GROSS-PAY TO CKPT-TOTAL-GROSS-PAY
030710           MOVE TOTAL-DEDUCTION TO CKPT-TOTAL-DEDUCTION
030720           MOVE TOTAL-FED-TAX TO CKPT-TOTAL-FED-TAX
030730           MOVE TOTAL-STATE-TAX TO CKPT-TOTAL-STATE-TAX
030740           MOVE TOTAL-VOL-DEDUCTION TO CKPT-TOTAL-VOL-DED
030750           MOVE TOTAL-SOC-SEC TO CKPT-TOTAL-SOC-SEC
030760           MOVE TOTAL-MEDICARE TO CKPT-TOTAL-MEDICARE
030770           MOVE TOTAL-EMPLOYER-FICA TO CKPT-TOTAL-ER-FICA
030780           MOVE TOTAL-FUTA TO CKPT-TOTAL-FUTA
030790           MOVE TOTAL-SUTA TO CKPT-TOTAL-SUTA
030800           MOVE GL-TOTAL-DEBITS TO CKPT-GL-DEBITS
030810           MOVE GL-TOTAL-CREDITS TO CKPT-GL-CREDITS
030820           MOVE ACH-ENTRY-COUNT TO CKPT-ACH-ENTRY-COUNT
030830           MOVE ACH-ENTRY-HASH TO CKPT-ACH-ENTRY-HASH
030840           MOVE ACH-TOTAL-CREDIT TO CKPT-ACH-TOTAL-CREDIT
030850           MOVE ACH-TOTAL-DEBIT TO CKPT-ACH-TOTAL-DEBIT
030860           MOVE ACH-TRACE-SEQ TO CKPT-ACH-TRACE-SEQ
030870           MOVE ACH-RECORD-COUNT TO CKPT-ACH-RECORD-COUNT
030880           MOVE ACH-HEADERS-WRITTEN-SW TO CKPT-ACH-HDRS-SW
030890           MOVE CHECK-NUMBER TO CKPT-CHECK-NUMBER
030900           MOVE CHECK-COUNT TO CKPT-CHECK-COUNT
030910           MOVE CHECK-TOTAL TO CKPT-CHECK-TOTAL
030920           MOVE TOTAL-NET-PAY TO CKPT-TOTAL-NET-PAY
030930           MOVE PRIOR-DEPARTMENT TO CKPT-PRIOR-DEPARTMENT
030940           MOVE FIRST-DEPT-SW TO CKPT-FIRST-DEPT-SW
030950           MOVE DEPT-EMPLOYEE-COUNT TO CKPT-DEPT-EMP-COUNT
030960           MOVE DEPT-GROSS-PAY TO CKPT-DEPT-GROSS-PAY
030970           MOVE DEPT-DEDUCTION TO CKPT-DEPT-DEDUCTION
030980           MOVE DEPT-FED-TAX TO CKPT-DEPT-FED-TAX
030990           MOVE DEPT-STATE-TAX TO CKPT-DEPT-STATE-TAX
031000           MOVE DEPT-VOL-DEDUCTION TO CKPT-DEPT-VOL-DED
031010           MOVE DEPT-PRETAX-125 TO CKPT-DEPT-PRETAX-125
031020           MOVE DEPT-PRETAX-401K TO CKPT-DEPT-PRETAX-401K
031030           MOVE LABOR-COUNT TO CKPT-LABOR-COUNT
031040           PERFORM SAVE-LABOR-ENTRY
031050               VARYING LABOR-INDEX FROM 1 BY 1
031060               UNTIL LABOR-INDEX > 10
031070           MOVE DEPT-SOC-SEC TO CKPT-DEPT-SOC-SEC
031080           MOVE DEPT-MEDICARE TO CKPT-DEPT-MEDICARE
031090           PERFORM SAVE-CARRIER-TOTAL
031100               VARYING CARRIER-INDEX FROM 1 BY 1
031110               UNTIL CARRIER-INDEX > 5
031120           MOVE DEPT-NET-PAY TO CKPT-DEPT-NET-PAY
031130           MOVE DEPT-PAID-OUTSIDE TO CKPT-DEPT-PAID-OUTSIDE
031140           MOVE EG-COUNT TO CKPT-EARN-GL-COUNT
031150           PERFORM SAVE-EARN-GL-ENTRY
031160               VARYING EG-INDEX FROM 1 BY 1
031170               UNTIL EG-INDEX > 20
031180           WRITE CHECKPOINT-RECORD.
031190       SAVE-CARRIER-TOTAL.
031200           MOVE CARRIER-AMOUNT (CARRIER-INDEX)
031210               TO CKPT-CARRIER-AMOUNT (CARRIER-INDEX).
031220       SAVE-EARN-GL-ENTRY.
031230           MOVE EG-CODE (EG-INDEX) TO CKPT-EG-CODE (EG-INDEX)
031240           MOVE EG-DEPT (EG-INDEX) TO CKPT-EG-DEPT (EG-INDEX)
031250           MOVE EG-AMOUNT (EG-INDEX) TO CKPT-EG-AMOUNT (EG-INDEX).
031260       SAVE-LABOR-ENTRY.
031270           MOVE LC-DEPT (LABOR-INDEX)
031280               TO CKPT-LC-DEPT (LABOR-INDEX)
031290           MOVE LC-AMOUNT (LABOR-INDEX)
031300               TO CKPT-LC-AMOUNT (LABOR-INDEX).
031310       VALIDATE-RECORD.
031320           MOVE "YES" TO RECORD-VALID-SW
031330           MOVE SPACE TO EXCEPTION-REASON
031340           IF PAYMENT-METHOD = SPACE
031350               MOVE "D" TO PAYMENT-METHOD
031360           END-IF
031370           IF EMPLOYEE-TYPE = SPACE
031380               MOVE "H" TO EMPLOYEE-TYPE
031390           END-IF
031400*
031410*    MASTER RECORDS FROM BEFORE THE STATUS FIELD EXISTED ARE
031420*    BLANK THERE - THEY ARE ACTIVE EMPLOYEES.
031430           IF EMPLOYEE-STATUS = SPACE
031440               MOVE "A" TO EMPLOYEE-STATUS
031450           END-IF
031460*
031470*    A BLANK WORK STATE MEANS THE HOME STATE.
031480           IF WORK-STATE = SPACES
031490               MOVE HOME-STATE-CODE TO WORK-STATE
031500           END-IF
031510           IF PAY-GROUP = SPACES
031520               MOVE DEFAULT-PAY-GROUP TO PAY-GROUP
031530           END-IF
031540           IF MASTER-RECORD-MISSING
031550               MOVE "NO" TO RECORD-VALID-SW
031560               MOVE "EMPLOYEE ID NOT ON MASTER"
031570                   TO EXCEPTION-REASON
031580           END-IF
031590*
031600*    EACH PAY GROUP IS PAID IN ITS OWN BATCH AGAINST ITS OWN
031610*    CALENDAR. A VOID IS EXEMPT - IT BACKS OUT A CHECK ALREADY
031620*    ISSUED, AND THE EMPLOYEE MAY HAVE CHANGED GROUPS SINCE.
031630           IF RECORD-IS-VALID AND NOT TRANS-VOID
031640               AND PAY-GROUP NOT = BATCH-PAY-GROUP
031650               MOVE "NO" TO RECORD-VALID-SW
031660               MOVE "EMPLOYEE NOT IN BATCH PAY GROUP"
031670                   TO EXCEPTION-REASON
031680           END-IF
031690           IF RECORD-IS-VALID AND NAME = SPACE
031700               MOVE "NO" TO RECORD-VALID-SW
031710               MOVE "BLANK EMPLOYEE NAME" TO EXCEPTION-REASON
031720           END-IF
031730           IF RECORD-IS-VALID AND EMPLOYEE-ID = SPACES
031740               MOVE "NO" TO RECORD-VALID-SW
031750               MOVE "BLANK EMPLOYEE ID" TO EXCEPTION-REASON
031760           END-IF
031770           IF RECORD-IS-VALID
031780               AND EMPLOYEE-TYPE NOT = "H"
031790               AND EMPLOYEE-TYPE NOT = "S"
031800               MOVE "NO" TO RECORD-VALID-SW
031810               MOVE "INVALID EMPLOYEE TYPE" TO EXCEPTION-REASON
031820           END-IF
031830           IF RECORD-IS-VALID
031840               AND NOT TRANS-TIME-CARD
031850               AND NOT TRANS-VOID
031860               AND NOT TRANS-ADJUSTMENT
031870               AND NOT TRANS-RETRO
031880               AND NOT TRANS-EARNINGS
031890               MOVE "NO" TO RECORD-VALID-SW
031900               MOVE "INVALID TRANSACTION CODE"
031910                   TO EXCEPTION-REASON
031920           END-IF
031930*
031940*    A TERMINATED EMPLOYEE STOPS EARNING AT THE TERM DATE. A
031950*    TIME CARD DATED AFTER IT IS REJECTED - THE F FINAL-PAY
031960*    CARD IS EXEMPT, SINCE THE LAST PERIOD USUALLY ENDS AFTER
031970*    THE QUIT DATE, AS ARE VOIDS AND ADJUSTMENTS THAT CORRECT
031980*    PAYMENTS ALREADY MADE.
031990           IF RECORD-IS-VALID AND EMPLOYEE-TERMINATED
032000               AND TRANS-TIME-CARD AND NOT TRANS-FINAL
032010               AND PP-END-DATE-NUM > TERMINATION-DATE
032020               MOVE "NO" TO RECORD-VALID-SW
032030               MOVE "TIME CARD AFTER TERMINATION DATE"
032040                   TO EXCEPTION-REASON
032050           END-IF
032060           IF RECORD-IS-VALID
032070               AND (TRANS-ADJUSTMENT OR TRANS-RETRO)
032080               AND (ADJUST-AMOUNT NOT NUMERIC OR
032090                    ADJUST-AMOUNT = ZERO)
032100               MOVE "NO" TO RECORD-VALID-SW
032110               MOVE "ADJUSTMENT AMOUNT OUT OF RANGE"
032120                   TO EXCEPTION-REASON
032130           END-IF
032140           IF RECORD-IS-VALID
032150               AND (TRANS-ADJUSTMENT OR TRANS-RETRO)
032160               AND ADJUST-SIGN NOT = SPACE
032170               AND ADJUST-SIGN NOT = "+"
032180               AND ADJUST-SIGN NOT = "-"
032190               MOVE "NO" TO RECORD-VALID-SW
032200               MOVE "INVALID ADJUSTMENT SIGN"
032210                   TO EXCEPTION-REASON
032220           END-IF
032230           IF RECORD-IS-VALID AND TRANS-VOID
032240               PERFORM VALIDATE-VOID-HISTORY
032250           END-IF
032260           IF RECORD-IS-VALID AND TRANS-TIME-CARD
032270             AND EMPLOYEE-HOURLY
032280               AND HOURS NOT NUMERIC
032290               MOVE "NO" TO RECORD-VALID-SW
032300               MOVE "HOURS NOT NUMERIC" TO EXCEPTION-REASON
032310           END-IF
032320           IF RECORD-IS-VALID AND TRANS-TIME-CARD
032330             AND EMPLOYEE-HOURLY
032340               AND ((HOURS = ZERO AND VAC-HOURS = ZERO
032350                   AND SICK-HOURS = ZERO) OR HOURS > 80)
032360               MOVE "NO" TO RECORD-VALID-SW
032370               MOVE "HOURS OUT OF RANGE" TO EXCEPTION-REASON
032380           END-IF
032390           IF RECORD-IS-VALID AND TRANS-TIME-CARD
032400               AND VAC-HOURS + SICK-HOURS > PERIOD-STD-HOURS
032410               MOVE "NO" TO RECORD-VALID-SW
032420               MOVE "LEAVE HOURS OUT OF RANGE"
032430                   TO EXCEPTION-REASON
032440           END-IF
032450           IF RECORD-IS-VALID AND TRANS-TIME-CARD
032460               AND SPLIT-HOURS-BAD
032470               MOVE "NO" TO RECORD-VALID-SW
032480               MOVE "SPLIT HOURS DO NOT ADD TO CARD TOTAL"
032490                   TO EXCEPTION-REASON
032500           END-IF
032510           IF RECORD-IS-VALID AND EARN-CARD-BAD
032520               MOVE "NO" TO RECORD-VALID-SW
032530               MOVE "EARNINGS HOURS OR AMOUNT NOT NUMERIC"
032540                   TO EXCEPTION-REASON
032550           END-IF
032560           IF RECORD-IS-VALID
032570               PERFORM VALIDATE-EARNINGS-ENTRY
032580                   VARYING EARN-INDEX FROM 1 BY 1
032590                   UNTIL EARN-INDEX > 4
032600           END-IF
032610*
032620*    LEAVE TAKEN MAY NOT OVERDRAW THE BANKED BALANCE PLUS THIS
032630*    PERIOD'S ACCRUAL - A CARD THAT TRIES GOES TO THE EXCEPTION
032640*    LISTING INSTEAD OF QUIETLY RUNNING THE BALANCE NEGATIVE.
032650           IF RECORD-IS-VALID AND TRANS-TIME-CARD
032660               AND (VAC-HOURS > ZERO OR SICK-HOURS > ZERO)
032670               PERFORM CHECK-LEAVE-AVAILABILITY
032680           END-IF
032690           IF RECORD-IS-VALID AND TRANS-TIME-CARD
032700             AND EMPLOYEE-HOURLY
032710               AND PAY-RATE NOT NUMERIC
032720               MOVE "NO" TO RECORD-VALID-SW
032730               MOVE "PAY RATE NOT NUMERIC" TO EXCEPTION-REASON
032740           END-IF
032750           IF RECORD-IS-VALID AND TRANS-TIME-CARD
032760             AND EMPLOYEE-HOURLY
032770               AND PAY-RATE = ZERO
032780               MOVE "NO" TO RECORD-VALID-SW
032790               MOVE "PAY RATE OUT OF RANGE" TO EXCEPTION-REASON
032800           END-IF
032810           IF RECORD-IS-VALID AND TRANS-TIME-CARD
032820             AND EMPLOYEE-SALARIED
032830               AND PERIOD-SALARY NOT NUMERIC
032840               MOVE "NO" TO RECORD-VALID-SW
032850               MOVE "PERIOD SALARY NOT NUMERIC"
032860                   TO EXCEPTION-REASON
032870           END-IF
032880           IF RECORD-IS-VALID AND TRANS-TIME-CARD
032890             AND EMPLOYEE-SALARIED
032900               AND (PERIOD-SALARY = ZERO OR
032910                    PERIOD-SALARY > 9999.99)
032920               MOVE "NO" TO RECORD-VALID-SW
032930               MOVE "PERIOD SALARY OUT OF RANGE"
032940                   TO EXCEPTION-REASON
032950           END-IF
032960           IF RECORD-IS-VALID AND DEPENDENTS NOT NUMERIC
032970               MOVE "NO" TO RECORD-VALID-SW
032980               MOVE "DEPENDENTS NOT NUMERIC" TO EXCEPTION-REASON
032990           END-IF
033000           IF RECORD-IS-VALID AND DEPENDENTS > 15
033010               MOVE "NO" TO RECORD-VALID-SW
033020               MOVE "DEPENDENTS OUT OF RANGE" TO EXCEPTION-REASON
033030           END-IF
033040           IF RECORD-IS-VALID AND OFF-CYCLE-RUN AND NOT TRANS-VOID
033050               PERFORM ASSIGN-OFF-CYCLE-PAYMENT
033060           END-IF.
033070*
033080*    AN OFF-CYCLE PAYMENT TAKES THE PERIOD'S NEXT FREE PAYMENT
033090*    SEQUENCE ON PAY-HISTORY, SO IT KEEPS ITS OWN HISTORY AND
033100*    DEDUCTION-DETAIL RECORDS AND NEVER ACCUMULATES INTO THE
033110*    REGULAR PAYMENT (SEQUENCE 00) OR AN EARLIER OFF-CYCLE ONE.
033120*    IT IS A MANUAL CHECK UNLESS THE CARD ASKED FOR SAME-DAY
033130*    DIRECT DEPOSIT AND THE EMPLOYEE IS ON DIRECT DEPOSIT.
033140       ASSIGN-OFF-CYCLE-PAYMENT.
033150           MOVE ZERO TO PAY-SEQ
033160           MOVE "NO" TO PAY-SEQ-OPEN-SW
033170           PERFORM PROBE-PAY-SEQ
033180               UNTIL PAY-SEQ-OPEN OR PAY-SEQ = 99
033190           IF NOT PAY-SEQ-OPEN
033200               MOVE "NO" TO RECORD-VALID-SW
033210               MOVE "NO OFF-CYCLE PAYMENT SEQUENCE LEFT"
033220                   TO EXCEPTION-REASON
033230           END-IF
033240           IF NOT OFFCYCLE-SAME-DAY-ACH
033250               MOVE "C" TO PAYMENT-METHOD
033260           END-IF.
033270       PROBE-PAY-SEQ.
033280           ADD 1 TO PAY-SEQ
033290           MOVE EMPLOYEE-ID TO PH-EMPLOYEE-ID
033300           MOVE PP-END-DATE-NUM TO PH-PP-END-DATE
033310           MOVE PAY-SEQ TO PH-PAY-SEQ
033320           READ PAY-HISTORY
033330               INVALID KEY
033340                   MOVE "YES" TO PAY-SEQ-OPEN-SW
033350           END-READ.
033360*
033370*    EACH EARNINGS CODE ON THE RECORD MUST BE IN THE CODE TABLE
033380*    AND PRICEABLE - AN AMOUNT, OR HOURS ON A CODE THAT PRICES
033390*    HOURS AND AN EMPLOYEE WITH A RATE TO PRICE THEM AT. TIPS
033400*    ARE ONLY TAXED, NEVER PAID, SO THEY NEED A TIME CARD'S
033410*    CASH WAGES TO WITHHOLD FROM.
033420       VALIDATE-EARNINGS-ENTRY.
033430           IF RECORD-IS-VALID
033440               AND EARN-CODE (EARN-INDEX) NOT = SPACES
033450               MOVE EARN-CODE (EARN-INDEX) TO EARN-LOOKUP-CODE
033460               PERFORM FIND-EARNINGS-CODE
033470               IF ET-FOUND = ZERO
033480                   MOVE "NO" TO RECORD-VALID-SW
033490                   MOVE "INVALID EARNINGS CODE"
033500                       TO EXCEPTION-REASON
033510               END-IF
033520           END-IF
033530           IF RECORD-IS-VALID
033540               AND EARN-CODE (EARN-INDEX) NOT = SPACES
033550               AND EARN-HOURS (EARN-INDEX) = ZERO
033560               AND EARN-AMOUNT (EARN-INDEX) = ZERO
033570               MOVE "NO" TO RECORD-VALID-SW
033580               MOVE "EARNINGS CARD HAS NO HOURS OR AMOUNT"
033590                   TO EXCEPTION-REASON
033600           END-IF
033610           IF RECORD-IS-VALID
033620               AND EARN-CODE (EARN-INDEX) NOT = SPACES
033630               AND EARN-AMOUNT (EARN-INDEX) = ZERO
033640               AND ET-HOURS-FACTOR (ET-FOUND) = ZERO
033650               MOVE "NO" TO RECORD-VALID-SW
033660               MOVE "EARNINGS CODE NEEDS AN AMOUNT"
033670                   TO EXCEPTION-REASON
033680           END-IF
033690           IF RECORD-IS-VALID
033700               AND EARN-CODE (EARN-INDEX) NOT = SPACES
033710               AND EARN-AMOUNT (EARN-INDEX) = ZERO
033720               AND ((EMPLOYEE-HOURLY AND (PAY-RATE NOT NUMERIC
033730                         OR PAY-RATE = ZERO))
033740                 OR (EMPLOYEE-SALARIED AND
033750                        (PERIOD-SALARY NOT NUMERIC
033760                         OR PERIOD-SALARY = ZERO)))
033770               MOVE "NO" TO RECORD-VALID-SW
033780               MOVE "NO PAY RATE TO PRICE EARNINGS HOURS"
033790                   TO EXCEPTION-REASON
033800           END-IF
033810           IF RECORD-IS-VALID
033820               AND EARN-CODE (EARN-INDEX) NOT = SPACES
033830               AND TRANS-EARNINGS
033840               AND ET-PAID-OUTSIDE-SW (ET-FOUND) = "Y"
033850               MOVE "NO" TO RECORD-VALID-SW
033860               MOVE "TIPS NEED A TIME CARD IN THE BATCH"
033870                   TO EXCEPTION-REASON
033880           END-IF.
033890       FIND-EARNINGS-CODE.
033900           MOVE ZERO TO ET-FOUND
033910           PERFORM LOCATE-EARNINGS-CODE
033920               VARYING ET-INDEX FROM 1 BY 1
033930               UNTIL ET-INDEX > 5.
033940       LOCATE-EARNINGS-CODE.
033950           IF ET-CODE (ET-INDEX) = EARN-LOOKUP-CODE
033960               MOVE ET-INDEX TO ET-FOUND
033970           END-IF.
033980*
033990*    AVAILABLE LEAVE IS THE BANKED BALANCE PLUS THE ACCRUAL
034000*    THIS PERIOD WILL POST. AN EMPLOYEE NOT YET ON THE LEAVE
034010*    MASTER HAS BANKED NOTHING.
034020       CHECK-LEAVE-AVAILABILITY.
034030           MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
034040           MOVE "Y" TO ACCRUAL-PENDING-SW
034050           READ LEAVE-MASTER
034060               INVALID KEY
034070                   MOVE ZERO TO VAC-AVAILABLE
034080                   MOVE ZERO TO SICK-AVAILABLE
034090               NOT INVALID KEY
034100                   MOVE LV-VAC-BALANCE TO VAC-AVAILABLE
034110                   MOVE LV-SICK-BALANCE TO SICK-AVAILABLE
034120                   IF LV-LAST-ACCRUAL-DATE = PP-END-DATE-NUM
034130                       MOVE "N" TO ACCRUAL-PENDING-SW
034140                   END-IF
034150           END-READ
034160*
034170*    THE PERIOD'S ACCRUAL COUNTS TOWARD AVAILABILITY ONLY IF
034180*    IT HAS NOT ALREADY POSTED - A SECOND CARD IN THE PERIOD
034190*    MUST NOT VALIDATE AGAINST A PHANTOM SECOND ACCRUAL.
034200           IF ACCRUAL-PENDING-SW = "Y"
034210               IF EMPLOYEE-SALARIED
034220                   ADD SALARIED-VAC-ACCRUAL TO VAC-AVAILABLE
034230                   ADD SALARIED-SICK-ACCRUAL TO SICK-AVAILABLE
034240               ELSE
034250                   ADD HOURLY-VAC-ACCRUAL TO VAC-AVAILABLE
034260                   ADD HOURLY-SICK-ACCRUAL TO SICK-AVAILABLE
034270               END-IF
034280           END-IF
034290           IF VAC-HOURS > VAC-AVAILABLE
034300               MOVE "NO" TO RECORD-VALID-SW
034310               MOVE "VACATION EXCEEDS AVAILABLE BALANCE"
034320                   TO EXCEPTION-REASON
034330           END-IF
034340           IF RECORD-IS-VALID AND SICK-HOURS > SICK-AVAILABLE
034350               MOVE "NO" TO RECORD-VALID-SW
034360               MOVE "SICK LEAVE EXCEEDS AVAILABLE BALANCE"
034370                   TO EXCEPTION-REASON
034380           END-IF.
034390*
034400*    A VOID MUST NAME A CHECK THAT IS ACTUALLY ON THE HISTORY
034410*    FILE AND NOT ALREADY BACKED OUT, AND FROM THE SAME YEAR
034420*    THE BATCH IS PAYING - THE PRIOR YEAR'S AMOUNTS WERE
034430*    ARCHIVED AND ZEROED AT YEAR END, SO REVERSING LAST YEAR'S
034440*    CHECK THROUGH THE NEW YEAR'S MASTER WOULD MISSTATE THE
034450*    NEW YEAR'S 941 AND W-2 FIGURES. A PRIOR-YEAR OVERPAYMENT
034460*    IS CORRECTED WITH AN ADJUSTMENT INSTEAD.
034470       VALIDATE-VOID-HISTORY.
034480           IF PP-END-CCYY NOT = BATCH-PP-CCYY
034490               MOVE "NO" TO RECORD-VALID-SW
034500               MOVE "VOID CROSSES YEAR END - USE ADJUSTMENT"
034510                   TO EXCEPTION-REASON
034520           ELSE
034530               MOVE EMPLOYEE-ID TO PH-EMPLOYEE-ID
034540               MOVE PP-END-DATE-NUM TO PH-PP-END-DATE
034550               MOVE PAY-SEQ TO PH-PAY-SEQ
034560               READ PAY-HISTORY
034570                   INVALID KEY
034580                       MOVE "NO" TO RECORD-VALID-SW
034590                       MOVE "NO PAY HISTORY FOR VOID"
034600                           TO EXCEPTION-REASON
034610                   NOT INVALID KEY
034620                       IF PH-VOIDED
034630                           MOVE "NO" TO RECORD-VALID-SW
034640                           MOVE "PAYMENT ALREADY VOIDED"
034650                               TO EXCEPTION-REASON
034660                       END-IF
034670               END-READ
034680           END-IF.
034690*
034700*    A VOID CARRIES THE ORIGINAL CHECK'S AMOUNTS, NEGATED, SO
034710*    THE NORMAL ACCUMULATION AND YTD PATHS BACK EVERYTHING OUT
034720*    WITHOUT SPECIAL CASES. THE HISTORY RECORD WAS JUST READ BY
034730*    VALIDATE-VOID-HISTORY.
034740       SET-VOID-AMOUNTS.
034750           COMPUTE GROSS-PAY = ZERO - PH-GROSS-PAY
034760           COMPUTE REGULAR-PAY = ZERO - PH-REGULAR-PAY
034770           COMPUTE OVERTIME-PAY = ZERO - PH-OVERTIME-PAY
034780           MOVE ZERO TO REGULAR-HOURS
034790           MOVE ZERO TO OVERTIME-HOURS
034800           COMPUTE DEDUCTION = ZERO - PH-DEDUCTION
034810           COMPUTE FED-TAX = ZERO - PH-FED-TAX
034820           COMPUTE STATE-TAX = ZERO - PH-STATE-TAX
034830           COMPUTE SOC-SEC-TAX = ZERO - PH-SOC-SEC-TAX
034840           COMPUTE MEDICARE-TAX = ZERO - PH-MEDICARE-TAX
034850           COMPUTE VOLUNTARY-DEDUCTION =
034860               ZERO - PH-VOL-DEDUCTION
034870           COMPUTE NET-PAY = ZERO - PH-NET-PAY
034880           COMPUTE EMPLOYER-FUTA = ZERO - PH-EMPLOYER-FUTA
034890           COMPUTE EMPLOYER-SUTA = ZERO - PH-EMPLOYER-SUTA
034900*
034910*    HISTORY CARRIES ONLY THE DEDUCTION LUMP, SO THE WHOLE
034920*    REVERSAL RUNS THROUGH THE POST-TAX SIDE OF THE GL SPLIT.
034930           MOVE ZERO TO PRETAX-125-AMOUNT
034940           MOVE ZERO TO PRETAX-401K-AMOUNT
034950*
034960*    THE EARNINGS-CODE LINES COME BACK OUT BY CODE SO THE GL
034970*    EXPENSE DEBITS AND THE TIPS CLEARING CREDIT REVERSE TOO.
034980           PERFORM CLEAR-EARNINGS-PAY
034990           PERFORM REVERSE-HISTORY-EARNINGS
035000               VARYING EARN-INDEX FROM 1 BY 1
035010               UNTIL EARN-INDEX > 5.
035020       REVERSE-HISTORY-EARNINGS.
035030           IF PH-EARN-CODE (EARN-INDEX) NOT = SPACES
035040               AND PH-EARN-AMOUNT (EARN-INDEX) NUMERIC
035050               MOVE PH-EARN-CODE (EARN-INDEX)
035060                   TO EP-CODE (EARN-INDEX)
035070               COMPUTE EP-AMOUNT (EARN-INDEX) =
035080                   ZERO - PH-EARN-AMOUNT (EARN-INDEX)
035090               ADD EP-AMOUNT (EARN-INDEX) TO EARNINGS-PAY
035100               MOVE PH-EARN-CODE (EARN-INDEX) TO EARN-LOOKUP-CODE
035110               PERFORM FIND-EARNINGS-CODE
035120               IF ET-FOUND NOT = ZERO
035130                   AND ET-PAID-OUTSIDE-SW (ET-FOUND) = "Y"
035140                   ADD EP-AMOUNT (EARN-INDEX) TO PAID-OUTSIDE-PAY
035150               END-IF
035160           END-IF.
035170*
035180*    A FLAT-AMOUNT ADJUSTMENT MOVES GROSS AND NET ONLY - NO
035190*    TAXES OR DEDUCTIONS ARE RECALCULATED ON IT.
035200       SET-ADJUSTMENT-AMOUNTS.
035210           IF ADJUST-SIGN = "-"
035220               COMPUTE GROSS-PAY = ZERO - ADJUST-AMOUNT
035230           ELSE
035240               MOVE ADJUST-AMOUNT TO GROSS-PAY
035250           END-IF
035260           MOVE GROSS-PAY TO REGULAR-PAY
035270           MOVE ZERO TO OVERTIME-PAY
035280           MOVE ZERO TO REGULAR-HOURS
035290           MOVE ZERO TO OVERTIME-HOURS
035300           MOVE ZERO TO DEDUCTION
035310           MOVE ZERO TO FED-TAX
035320           MOVE ZERO TO STATE-TAX
035330           MOVE ZERO TO SOC-SEC-TAX
035340           MOVE ZERO TO MEDICARE-TAX
035350           MOVE ZERO TO VOLUNTARY-DEDUCTION
035360           MOVE ZERO TO PRETAX-125-AMOUNT
035370           MOVE ZERO TO PRETAX-401K-AMOUNT
035380           MOVE GROSS-PAY TO NET-PAY
035390           MOVE ZERO TO EMPLOYER-FUTA
035400           MOVE ZERO TO EMPLOYER-SUTA
035410           PERFORM CLEAR-EARNINGS-PAY.
035420*
035430*    A RETRO CARD CARRIES ITS BACK-PAY AMOUNT AS SIGNED GROSS
035440*    AND LETS THE NORMAL TAX CHAIN DO THE REST. THE STANDARD
035450*    DEDUCTION AND THE VOLUNTARY DEDUCTIONS WERE ALREADY TAKEN
035460*    ON THE PERIOD'S REGULAR CARD, SO NEITHER APPLIES HERE.
035470       SET-RETRO-AMOUNTS.
035480           IF ADJUST-SIGN = "-"
035490               COMPUTE GROSS-PAY = ZERO - ADJUST-AMOUNT
035500           ELSE
035510               MOVE ADJUST-AMOUNT TO GROSS-PAY
035520           END-IF
035530           MOVE GROSS-PAY TO REGULAR-PAY
035540           MOVE ZERO TO OVERTIME-PAY
035550           MOVE ZERO TO REGULAR-HOURS
035560           MOVE ZERO TO OVERTIME-HOURS
035570           MOVE ZERO TO DEDUCTION
035580           MOVE ZERO TO VOLUNTARY-DEDUCTION
035590           MOVE ZERO TO PRETAX-125-AMOUNT
035600           MOVE ZERO TO PRETAX-401K-AMOUNT
035610           PERFORM ZERO-W4-PERIOD-AMOUNTS
035620           PERFORM CLEAR-EARNINGS-PAY.
035630*
035640*    AN E CARD WITH NO TIME CARD IN THE BATCH - A BONUS OR
035650*    COMMISSION CHECK ON ITS OWN. ITS EARNINGS ARE THE WHOLE
035660*    GROSS AND RUN THE TAX CHAIN LIKE A RETRO CARD. THE
035670*    STANDARD DEDUCTION, THE PER-PERIOD W-4 AMOUNTS, AND THE
035680*    VOLUNTARY DEDUCTIONS BELONG TO THE REGULAR CHECK.
035690       SET-EARNINGS-AMOUNTS.
035700           MOVE ZERO TO GROSS-PAY
035710           MOVE ZERO TO REGULAR-PAY
035720           MOVE ZERO TO OVERTIME-PAY
035730           MOVE ZERO TO REGULAR-HOURS
035740           MOVE ZERO TO OVERTIME-HOURS
035750           MOVE ZERO TO DEDUCTION
035760           MOVE ZERO TO VOLUNTARY-DEDUCTION
035770           MOVE ZERO TO PRETAX-125-AMOUNT
035780           MOVE ZERO TO PRETAX-401K-AMOUNT
035790           PERFORM ZERO-W4-PERIOD-AMOUNTS
035800           PERFORM CALCULATE-EARNINGS-PAY.
035810       WRITE-EXCEPTION-RECORD.
035820           MOVE EMPLOYEE-ID TO EXC-EMP-ID
035830           MOVE NAME TO EXC-NAME
035840           MOVE EXCEPTION-REASON TO EXC-REASON
035850           WRITE EXCEPTION-LINE FROM EXCEPTION-RECORD-OUT
035860           ADD 1 TO EXCEPTION-COUNT.
035870*
035880*    PAYMENT SPLIT. CHECK EMPLOYEES GO TO THE CHECK PRINT FILE,
035890*    REGISTER, AND POSITIVE-PAY EXTRACT. DIRECT DEPOSIT
035900*    EMPLOYEES GO INTO THE NACHA FILE - UNLESS THE BANK RECORD
035910*    IS MISSING OR THE PRENOTE CYCLE IS STILL IN FLIGHT, IN
035920*    WHICH CASE THEY ARE NOTED ON THE EXCEPTION LISTING AND
035930*    PAID BY CHECK THIS PERIOD SO NOBODY GOES UNPAID.
035940*
035950*    A NEGATIVE ADJUSTMENT HAS NO MONEY TO MOVE - IT POSTS TO
035960*    HISTORY, YTD, AND THE TOTALS, AND LEAVES A MEMO LINE ON
035970*    THE REGISTER SO THE PAYMENT TIE STILL PROVES OUT.
035980       WRITE-PAYMENT.
035990           MOVE PP-END-DATE-NUM TO POS-TIE-DATE
036000           MOVE PAY-SEQ TO POS-TIE-SEQ
036010           IF TRANS-VOID
036020               PERFORM WRITE-VOID-PAYMENT
036030           ELSE
036040               IF (TRANS-ADJUSTMENT OR TRANS-RETRO)
036050                   AND NET-PAY < ZERO
036060                   PERFORM WRITE-REGISTER-ADJUSTMENT
036070               ELSE
036080                   IF PAY-BY-CHECK
036090                       PERFORM WRITE-CHECK-PAYMENT
036100                   ELSE
036110                       PERFORM WRITE-ACH-RECORD
036120                   END-IF
036130               END-IF
036140           END-IF.
036150*
036160*    BACKING OUT A PAYMENT. THE REVERSAL FOLLOWS THE INSTRUMENT
036170*    RECORDED ON THE HISTORY RECORD WHEN THE MONEY WENT OUT -
036180*    NOT THE EMPLOYEE'S BANK STATE TODAY. A PAYMENT THAT LEFT
036190*    BY ACH IS PULLED BACK WITH AN OFFSETTING ACH DEBIT TO THE
036200*    SAME ACCOUNT; ONE THAT LEFT BY CHECK GETS A VOID LINE ON
036210*    THE REGISTER SO THE CHECK CAN BE PULLED. IF THE BANK
036220*    RECORD FOR AN ACH REVERSAL IS GONE, THE VOID FALLS BACK TO
036230*    A REGISTER LINE AND THE RECOVERY IS WORKED BY HAND.
036240       WRITE-VOID-PAYMENT.
036250           IF PH-PAID-BY-CHECK
036260               PERFORM WRITE-REGISTER-VOID
036270           ELSE
036280               MOVE EMPLOYEE-ID TO BNK-EMPLOYEE-ID
036290               READ BANK-MASTER
036300                   INVALID KEY
036310                       PERFORM WRITE-REGISTER-VOID
036320                   NOT INVALID KEY
036330                       PERFORM WRITE-ACH-DEBIT-ENTRY
036340               END-READ
036350           END-IF.
036360       WRITE-ACH-DEBIT-ENTRY.
036370           IF BNK-SAVINGS
036380               MOVE "37" TO ACH-TRANSACTION-CODE
036390           ELSE
036400               MOVE "27" TO ACH-TRANSACTION-CODE
036410           END-IF
036420           MOVE PH-NET-PAY TO ACH-AMOUNT
036430           PERFORM WRITE-ACH-ENTRY-COMMON
036440           ADD PH-NET-PAY TO ACH-TOTAL-DEBIT.
036450       WRITE-REGISTER-ADJUSTMENT.
036460           MOVE "C" TO PAY-INSTRUMENT-USED
036470           MOVE ZERO TO CHECK-NUMBER-USED
036480           MOVE SPACES TO TRACE-NUMBER-USED
036490           MOVE SPACES TO REGISTER-DETAIL-LINE
036500           MOVE ZERO TO REG-CHECK-NO-OUT
036510           MOVE PP-END-DATE-NUM TO REG-DATE-OUT
036520           MOVE EMPLOYEE-ID TO REG-EMP-ID-OUT
036530           MOVE "** ADJ  **" TO REG-NAME-OUT
036540           MOVE NET-PAY TO REG-AMOUNT-OUT
036550           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
036560           ADD NET-PAY TO CHECK-TOTAL.
036570       WRITE-REGISTER-VOID.
036580           MOVE SPACES TO REGISTER-DETAIL-LINE
036590           MOVE PH-CHECK-NUMBER TO REG-CHECK-NO-OUT
036600           MOVE PP-END-DATE-NUM TO REG-DATE-OUT
036610           MOVE EMPLOYEE-ID TO REG-EMP-ID-OUT
036620           MOVE "** VOID **" TO REG-NAME-OUT
036630           MOVE PH-NET-PAY TO REG-AMOUNT-OUT
036640           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
036650           SUBTRACT PH-NET-PAY FROM CHECK-TOTAL.
036660       WRITE-ACH-RECORD.
036670           MOVE EMPLOYEE-ID TO BNK-EMPLOYEE-ID
036680           READ BANK-MASTER
036690               INVALID KEY
036700                   MOVE "NO BANK ACCOUNT - PAID BY CHECK"
036710                       TO EXCEPTION-REASON
036720                   PERFORM WRITE-ACH-EXCEPTION
036730                   PERFORM WRITE-CHECK-PAYMENT
036740               NOT INVALID KEY
036750                   PERFORM WRITE-ACH-FOR-BANK-RECORD
036760           END-READ.
036770       WRITE-ACH-FOR-BANK-RECORD.
036780           IF BNK-PRENOTE-SENT
036790               AND PP-END-DATE-NUM > BNK-PRENOTE-DATE
036800               MOVE "L" TO BNK-PRENOTE-STATUS
036810               REWRITE BANK-RECORD
036820           END-IF
036830           IF BNK-ACCOUNT-LIVE
036840               PERFORM WRITE-ACH-LIVE-ENTRY
036850           ELSE
036860               IF BNK-PRENOTE-PENDING
036870                   PERFORM WRITE-ACH-PRENOTE-ENTRY
036880               END-IF
036890               MOVE "PRENOTE IN FLIGHT - PAID BY CHECK"
036900                   TO EXCEPTION-REASON
036910               PERFORM WRITE-ACH-EXCEPTION
036920               PERFORM WRITE-CHECK-PAYMENT
036930           END-IF.
036940*
036950*    ONE PAPER CHECK - PRINT IMAGE, REGISTER LINE, AND
036960*    POSITIVE-PAY RECORD - NUMBERED FROM THE PERSISTED CONTROL.
036970       WRITE-CHECK-PAYMENT.
036980           MOVE "C" TO PAY-INSTRUMENT-USED
036990           MOVE CHECK-NUMBER TO CHECK-NUMBER-USED
037000           MOVE SPACES TO TRACE-NUMBER-USED
037010           MOVE BATCH-CHECK-DATE TO PAYMENT-DATE
037020           MOVE CHECK-NUMBER TO CHK-NUMBER-OUT
037030           MOVE PAYMENT-DATE TO CHK-DATE-OUT
037040           WRITE CHECK-PRINT-LINE FROM CHECK-LINE-ONE
037050           MOVE NAME TO CHK-PAYEE-OUT
037060           MOVE NET-PAY TO CHK-AMOUNT-OUT
037070           WRITE CHECK-PRINT-LINE FROM CHECK-LINE-TWO
037080           MOVE GROSS-PAY TO CHK-STUB-GROSS
037090           COMPUTE CHK-STUB-TAXES = FED-TAX + STATE-TAX
037100               + SOC-SEC-TAX + MEDICARE-TAX
037110           MOVE VOLUNTARY-DEDUCTION TO CHK-STUB-DEDS
037120           MOVE NET-PAY TO CHK-STUB-NET
037130           WRITE CHECK-PRINT-LINE FROM CHECK-LINE-THREE
037140           WRITE CHECK-PRINT-LINE FROM BLANK-LINE
037150           MOVE CHECK-NUMBER TO REG-CHECK-NO-OUT
037160           MOVE PAYMENT-DATE TO REG-DATE-OUT
037170           MOVE EMPLOYEE-ID TO REG-EMP-ID-OUT
037180           MOVE NAME TO REG-NAME-OUT
037190           MOVE NET-PAY TO REG-AMOUNT-OUT
037200           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
037210           MOVE CHECK-NUMBER TO POS-CHECK-NUMBER
037220           MOVE PAYMENT-DATE TO POS-CHECK-DATE
037230           MOVE NET-PAY TO POS-CHECK-AMOUNT
037240           MOVE EMPLOYEE-ID TO POS-EMPLOYEE-ID
037250           MOVE POS-TIE-DATE TO POS-HISTORY-DATE
037260           MOVE POS-TIE-SEQ TO POS-HISTORY-SEQ
037270           MOVE NAME TO POS-PAYEE
037280           WRITE POSPAY-RECORD-OUT
037290           ADD 1 TO CHECK-COUNT
037300           ADD NET-PAY TO CHECK-TOTAL
037310           ADD 1 TO CHECK-NUMBER.
037320       WRITE-ACH-LIVE-ENTRY.
037330           IF BNK-SAVINGS
037340               MOVE "32" TO ACH-TRANSACTION-CODE
037350           ELSE
037360               MOVE "22" TO ACH-TRANSACTION-CODE
037370           END-IF
037380           MOVE NET-PAY TO ACH-AMOUNT
037390           PERFORM WRITE-ACH-ENTRY-COMMON
037400           ADD NET-PAY TO ACH-TOTAL-CREDIT
037410           MOVE "D" TO PAY-INSTRUMENT-USED
037420           MOVE ZERO TO CHECK-NUMBER-USED
037430           MOVE ACH-TRACE-NUMBER TO TRACE-NUMBER-USED.
037440       WRITE-ACH-PRENOTE-ENTRY.
037450           IF BNK-SAVINGS
037460               MOVE "33" TO ACH-TRANSACTION-CODE
037470           ELSE
037480               MOVE "23" TO ACH-TRANSACTION-CODE
037490           END-IF
037500           MOVE ZERO TO ACH-AMOUNT
037510           PERFORM WRITE-ACH-ENTRY-COMMON
037520           MOVE "S" TO BNK-PRENOTE-STATUS
037530           MOVE PP-END-DATE-NUM TO BNK-PRENOTE-DATE
037540           REWRITE BANK-RECORD.
037550       WRITE-ACH-ENTRY-COMMON.
037560           IF ACH-HEADERS-NOT-WRITTEN
037570               PERFORM WRITE-ACH-FILE-HEADER
037580           END-IF
037590           MOVE BNK-RECEIVING-DFI TO ACH-RECEIVING-DFI-ID
037600           MOVE BNK-CHECK-DIGIT TO ACH-CHECK-DIGIT
037610           MOVE BNK-ACCOUNT-NUMBER TO ACH-DFI-ACCOUNT-NUM
037620           MOVE EMPLOYEE-ID TO ACH-INDIVIDUAL-ID
037630           MOVE NAME TO ACH-INDIVIDUAL-NAME
037640           MOVE ACH-ODFI-ID TO ACH-TRACE-ODFI
037650           ADD 1 TO ACH-TRACE-SEQ
037660           MOVE ACH-TRACE-SEQ TO ACH-TRACE-SEQ-OUT
037670           WRITE ACH-RECORD-OUT FROM ACH-ENTRY-DETAIL
037680           ADD 1 TO ACH-ENTRY-COUNT
037690           ADD 1 TO ACH-RECORD-COUNT
037700           ADD BNK-RECEIVING-DFI TO ACH-ENTRY-HASH.
037710       WRITE-ACH-EXCEPTION.
037720           MOVE EMPLOYEE-ID TO EXC-EMP-ID
037730           MOVE NAME TO EXC-NAME
037740           MOVE EXCEPTION-REASON TO EXC-REASON
037750           WRITE EXCEPTION-LINE FROM EXCEPTION-RECORD-OUT.
037760*
037770*    THE FILE AND BATCH HEADERS GO OUT AHEAD OF THE FIRST ENTRY
037780*    SO THE FILE CREATION DATE CAN CARRY THE PERIOD END DATE OF
037790*    THE WORK ACTUALLY IN THE FILE.
037800       WRITE-ACH-FILE-HEADER.
037810           MOVE ACH-IMMED-DEST TO AFH-IMMED-DEST
037820           MOVE ACH-IMMED-ORIGIN TO AFH-IMMED-ORIGIN
037830           MOVE PP-END-CCYY TO CCYY-WORK
037840           MOVE CCYY-LOW-YY TO AFH-CRE-YY
037850           MOVE PP-END-MM TO AFH-CRE-MM
037860           MOVE PP-END-DD TO AFH-CRE-DD
037870           MOVE ACH-DEST-NAME TO AFH-DEST-NAME
037880           MOVE ACH-ORIGIN-NAME TO AFH-ORIGIN-NAME
037890           WRITE ACH-RECORD-OUT FROM ACH-FILE-HEADER
037900           MOVE ACH-COMPANY-NAME TO ABH-COMPANY-NAME
037910           MOVE ACH-COMPANY-ID TO ABH-COMPANY-ID
037920*
037930*    THE ENTRIES SETTLE ON THE CHECK DATE - THE PAY CALENDAR'S
037940*    FOR A REGULAR RUN, AND THE HEADER'S FOR AN OFF-CYCLE RUN,
037950*    WHICH GOES AS SAME-DAY ACH.
037960           MOVE BATCH-CHECK-CCYY TO CCYY-WORK
037970           MOVE CCYY-LOW-YY TO ABH-EFF-YY
037980           MOVE BATCH-CHECK-MM TO ABH-EFF-MM
037990           MOVE BATCH-CHECK-DD TO ABH-EFF-DD
038000           MOVE ACH-ODFI-ID TO ABH-ODFI-ID
038010           MOVE 1 TO ABH-BATCH-NUMBER
038020           WRITE ACH-RECORD-OUT FROM ACH-BATCH-HEADER
038030           ADD 2 TO ACH-RECORD-COUNT
038040           MOVE "YES" TO ACH-HEADERS-WRITTEN-SW.
038050*
038060*    BATCH AND FILE CONTROL RECORDS CARRY THE COUNTS, ENTRY
038070*    HASH, AND CREDIT TOTAL THE BANK BALANCES AGAINST, AND THE
038080*    FILE IS PADDED WITH ALL-NINES RECORDS TO A FULL BLOCK OF
038090*    TEN AS NACHA REQUIRES.
038100       WRITE-ACH-TRAILER.
038110           IF ACH-HEADERS-WRITTEN
038120               MOVE ACH-ENTRY-COUNT TO ABC-ENTRY-COUNT
038130               MOVE ACH-ENTRY-HASH TO ABC-ENTRY-HASH
038140               MOVE ACH-TOTAL-DEBIT TO ABC-TOTAL-DEBIT
038150               MOVE ACH-TOTAL-CREDIT TO ABC-TOTAL-CREDIT
038160               MOVE ACH-COMPANY-ID TO ABC-COMPANY-ID
038170               MOVE ACH-ODFI-ID TO ABC-ODFI-ID
038180               MOVE 1 TO ABC-BATCH-NUMBER
038190               WRITE ACH-RECORD-OUT FROM ACH-BATCH-CONTROL
038200               MOVE 1 TO AFC-BATCH-COUNT
038210               MOVE ACH-ENTRY-COUNT TO AFC-ENTRY-COUNT
038220               MOVE ACH-ENTRY-HASH TO AFC-ENTRY-HASH
038230               MOVE ACH-TOTAL-DEBIT TO AFC-TOTAL-DEBIT
038240               MOVE ACH-TOTAL-CREDIT TO AFC-TOTAL-CREDIT
038250               ADD 2 TO ACH-RECORD-COUNT
038260               COMPUTE ACH-BLOCK-COUNT =
038270                   (ACH-RECORD-COUNT + 9) / 10
038280               MOVE ACH-BLOCK-COUNT TO AFC-BLOCK-COUNT
038290               WRITE ACH-RECORD-OUT FROM ACH-FILE-CONTROL
038300               COMPUTE ACH-PAD-COUNT =
038310                   (ACH-BLOCK-COUNT * 10) - ACH-RECORD-COUNT
038320               PERFORM WRITE-ACH-FILLER
038330                   VARYING ACH-PAD-INDEX FROM 1 BY 1
038340                   UNTIL ACH-PAD-INDEX > ACH-PAD-COUNT
038350           END-IF.
038360       WRITE-ACH-FILLER.
038370           WRITE ACH-RECORD-OUT FROM ACH-FILLER-RECORD.
038380       OPEN-YTD-MASTER.
038390           OPEN I-O YTD-MASTER
038400           IF YTD-FILE-STATUS = "35"
038410               OPEN OUTPUT YTD-MASTER
038420               CLOSE YTD-MASTER
038430               OPEN I-O YTD-MASTER
038440           END-IF.
038450*
038460*    THE NEXT CHECK NUMBER PERSISTS IN THE ONE-RECORD CHECK
038470*    CONTROL FILE SO NUMBERS NEVER REPEAT ACROSS RUNS. A
038480*    MISSING CONTROL FILE STARTS THE SEQUENCE AT ONE. THE FILE
038490*    IS REWRITTEN AT END OF RUN, AFTER THE PAYMENT TIE PROVES
038500*    THE CHECKS CUT ARE GOOD.
038510       READ-CHECK-CONTROL.
038520           OPEN INPUT CHECK-CONTROL
038530           READ CHECK-CONTROL
038540               AT END
038550                   MOVE 1 TO CHECK-NUMBER
038560               NOT AT END
038570                   MOVE CC-NEXT-CHECK-NUMBER TO CHECK-NUMBER
038580           END-READ
038590           CLOSE CHECK-CONTROL.
038600       WRITE-CHECK-CONTROL.
038610           OPEN OUTPUT CHECK-CONTROL
038620           MOVE SPACES TO CHECK-CONTROL-RECORD
038630           MOVE CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER
038640           WRITE CHECK-CONTROL-RECORD
038650           CLOSE CHECK-CONTROL.
038660       WRITE-CHECK-REGISTER-TRAILER.
038670           MOVE CHECK-COUNT TO REG-COUNT-OUT
038680           MOVE CHECK-TOTAL TO REG-TOTAL-OUT
038690           WRITE REGISTER-LINE FROM BLANK-LINE
038700           WRITE REGISTER-LINE FROM REGISTER-TRAILER-LINE.
038710*
038720*    RETURNED ACH PAYMENTS QUEUED BY THE ACHRETRN PROGRAM ARE
038730*    PAID OUT BY CHECK HERE, AFTER THE LAST TIME CARD. THE
038740*    EMPLOYEE EARNED AND WAS TAXED ON THIS MONEY WHEN THE
038750*    ORIGINAL PAYMENT WAS CALCULATED, SO NOTHING IS
038760*    RECALCULATED AND NOTHING POSTS TO YTD - THE CHECK JUST
038770*    MOVES THE NET AGAIN AND THE HISTORY RECORD IS REPOINTED
038780*    AT IT. ITEMS ALREADY MARKED P WERE PAID BY AN EARLIER RUN
038790*    AND ARE LEFT ALONE. NO QUEUE FILE ON THE RUN MEANS NO
038800*    RETURNS CAME IN, WHICH IS THE NORMAL CASE.
038810       PAY-REPLACEMENT-QUEUE.
038820           MOVE "NO" TO REPLACEMENT-EOF
038830           OPEN I-O REPLACEMENT-QUEUE
038840           IF RQ-FILE-STATUS = "35"
038850               MOVE "YES" TO REPLACEMENT-EOF
038860           ELSE
038870               PERFORM READ-REPLACEMENT-ITEM
038880               PERFORM PROCESS-REPLACEMENT-ITEM
038890                   UNTIL REPLACEMENT-EOF = "YES"
038900               CLOSE REPLACEMENT-QUEUE
038910           END-IF.
038920       READ-REPLACEMENT-ITEM.
038930           READ REPLACEMENT-QUEUE
038940               AT END MOVE "YES" TO REPLACEMENT-EOF
038950           END-READ.
038960       PROCESS-REPLACEMENT-ITEM.
038970           IF RQ-PENDING
038980               PERFORM PAY-ONE-REPLACEMENT
038990           END-IF
039000           PERFORM READ-REPLACEMENT-ITEM.
039010*
039020*    THE QUEUED ITEM NAMES THE EMPLOYEE, THE PERIOD THAT WAS
039030*    RETURNED, AND THE NET THAT BOUNCED. THE CHECK PRINTS
039040*    THROUGH THE NORMAL CHECK PATH - DATED WITH THE RUN'S
039050*    CHECK DATE, STUB CARRYING THE NET WITH NO TAXES - AND
039060*    THE ORIGINAL HISTORY RECORD IS REPOINTED AT THE NEW CHECK
039070*    SO A LATER VOID PULLS BACK THE INSTRUMENT THE MONEY IS
039080*    ACTUALLY OUT ON.
039090       PAY-ONE-REPLACEMENT.
039100           MOVE RQ-EMPLOYEE-ID TO EMPLOYEE-ID
039110           MOVE RQ-EMPLOYEE-ID TO EM-EMPLOYEE-ID
039120           READ EMPLOYEE-MASTER
039130               INVALID KEY
039140                   MOVE SPACES TO NAME
039150               NOT INVALID KEY
039160                   MOVE EM-EMPLOYEE-NAME TO NAME
039170           END-READ
039180           MOVE BATCH-PP-END-DATE TO PP-END-DATE-NUM
039190           MOVE RQ-NET-AMOUNT TO NET-PAY
039200           MOVE RQ-NET-AMOUNT TO GROSS-PAY
039210           MOVE ZERO TO FED-TAX
039220           MOVE ZERO TO STATE-TAX
039230           MOVE ZERO TO SOC-SEC-TAX
039240           MOVE ZERO TO MEDICARE-TAX
039250           MOVE ZERO TO VOLUNTARY-DEDUCTION
039260*
039270*    THE CHECK IS DATED THIS PERIOD BUT SETTLES THE RETURNED
039280*    PERIOD'S HISTORY RECORD - THE POSITIVE-PAY TIE-BACK DATE
039290*    MUST CARRY THE HISTORY KEY, NOT THE CHECK DATE.
039300*
039310*    AN ITEM QUEUED BEFORE THE QUEUE CARRIED THE PAYMENT
039320*    SEQUENCE IS FOR A REGULAR PAYMENT.
039330           IF RQ-PAY-SEQ NOT NUMERIC
039340               MOVE ZERO TO RQ-PAY-SEQ
039350           END-IF
039360           MOVE RQ-PP-END-DATE TO POS-TIE-DATE
039370           MOVE RQ-PAY-SEQ TO POS-TIE-SEQ
039380           PERFORM WRITE-CHECK-PAYMENT
039390           MOVE RQ-EMPLOYEE-ID TO PH-EMPLOYEE-ID
039400           MOVE RQ-PP-END-DATE TO PH-PP-END-DATE
039410           MOVE RQ-PAY-SEQ TO PH-PAY-SEQ
039420           READ PAY-HISTORY
039430               NOT INVALID KEY
039440                   MOVE "C" TO PH-PAY-INSTRUMENT
039450                   MOVE CHECK-NUMBER-USED TO PH-CHECK-NUMBER
039460                   MOVE SPACES TO PH-ACH-TRACE
039470                   MOVE SPACE TO PH-RETURN-SW
039480                   REWRITE PAY-HISTORY-RECORD
039490           END-READ
039500           MOVE "P" TO RQ-STATUS
039510           REWRITE REPLACEMENT-QUEUE-RECORD
039520           ADD 1 TO REPLACEMENT-COUNT
039530           ADD RQ-NET-AMOUNT TO REPLACEMENT-TOTAL.
039540*
039550*    EVERY DOLLAR OF NET PAY LEAVES BY EXACTLY ONE OF THE TWO
039560*    PAYMENT FILES. A RUN WHOSE ACH CREDITS PLUS REGISTER TOTAL
039570*    DO NOT EQUAL NET PAY HAS PAID SOMEONE TWICE OR NOT AT ALL,
039580*    AND MUST NOT RELEASE.
039590       VERIFY-PAYMENT-TIE.
039600           COMPUTE PAYMENT-TIE-TOTAL = ACH-TOTAL-CREDIT
039610               - ACH-TOTAL-DEBIT + CHECK-TOTAL
039620*
039630*    REPLACEMENT CHECKS MOVE NET THAT WAS ALREADY COUNTED IN AN
039640*    EARLIER RUN'S NET PAY, SO THEY SIT ON THE CHECK SIDE OF
039650*    THE TIE WITHOUT A MATCHING PIECE OF THIS RUN'S NET.
039660           IF PAYMENT-TIE-TOTAL NOT =
039670               TOTAL-NET-PAY + REPLACEMENT-TOTAL
039680               DISPLAY "PAYMENT FILES OUT OF BALANCE - ACH "
039690                   ACH-TOTAL-CREDIT " CHECKS " CHECK-TOTAL
039700                   " NET PAY " TOTAL-NET-PAY
039710               MOVE 16 TO RETURN-CODE
039720               STOP RUN
039730           END-IF.
039740       OPEN-BANK-MASTER.
039750           OPEN I-O BANK-MASTER
039760           IF BNK-FILE-STATUS = "35"
039770               OPEN OUTPUT BANK-MASTER
039780               CLOSE BANK-MASTER
039790               OPEN I-O BANK-MASTER
039800           END-IF.
039810       OPEN-DEDUCTION-MASTER.
039820           OPEN I-O DEDUCTION-MASTER
039830           IF DED-FILE-STATUS = "35"
039840               OPEN OUTPUT DEDUCTION-MASTER
039850               CLOSE DEDUCTION-MASTER
039860               OPEN I-O DEDUCTION-MASTER
039870           END-IF.
039880       OPEN-LEAVE-MASTER.
039890           OPEN I-O LEAVE-MASTER
039900           IF LV-FILE-STATUS = "35"
039910               OPEN OUTPUT LEAVE-MASTER
039920               CLOSE LEAVE-MASTER
039930               OPEN I-O LEAVE-MASTER
039940           END-IF.
039950       OPEN-DEDUCTION-DETAIL.
039960           OPEN I-O DEDUCTION-DETAIL
039970           IF DD-FILE-STATUS = "35"
039980               OPEN OUTPUT DEDUCTION-DETAIL
039990               CLOSE DEDUCTION-DETAIL
040000               OPEN I-O DEDUCTION-DETAIL
040010           END-IF.
040020       OPEN-EMPLOYEE-MASTER.
040030           OPEN INPUT EMPLOYEE-MASTER
040040           IF EM-FILE-STATUS NOT = "00"
040050               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
040060                   EM-FILE-STATUS
040070               MOVE 16 TO RETURN-CODE
040080               STOP RUN
040090           END-IF.
040100*
040110*    POST THE DETAIL TO PAY-HISTORY. A VOID FLAGS THE ORIGINAL
040120*    RECORD. A TIME CARD OR ADJUSTMENT WRITES A NEW RECORD FOR
040130*    THE EMPLOYEE AND PERIOD, OR ACCUMULATES INTO ONE ALREADY
040140*    THERE.
040150       UPDATE-PAY-HISTORY.
040160           MOVE EMPLOYEE-ID TO PH-EMPLOYEE-ID
040170           MOVE PP-END-DATE-NUM TO PH-PP-END-DATE
040180           MOVE PAY-SEQ TO PH-PAY-SEQ
040190           IF TRANS-VOID
040200               READ PAY-HISTORY
040210                   NOT INVALID KEY
040220                       MOVE "V" TO PH-VOID-SW
040230                       REWRITE PAY-HISTORY-RECORD
040240               END-READ
040250           ELSE
040260               READ PAY-HISTORY
040270                   INVALID KEY
040280                       PERFORM BUILD-NEW-PAY-HISTORY
040290                       WRITE PAY-HISTORY-RECORD
040300                   NOT INVALID KEY
040310*
040320*    A RECORD ALREADY BACKED OUT BY A VOID BELONGS TO A CHECK
040330*    THAT NO LONGER EXISTS. A REPLACEMENT PAYMENT FOR THAT
040340*    PERIOD STARTS THE RECORD OVER FROM THIS TRANSACTION AND
040350*    CLEARS THE VOID FLAG, SO THE RECORD DESCRIBES THE NEW
040360*    CHECK AND A LATER VOID OF IT IS ACCEPTED.
040370                       IF PH-VOIDED
040380                           PERFORM BUILD-NEW-PAY-HISTORY
040390                       ELSE
040400                           ADD GROSS-PAY TO PH-GROSS-PAY
040410                           ADD REGULAR-PAY TO PH-REGULAR-PAY
040420                           ADD OVERTIME-PAY TO PH-OVERTIME-PAY
040430                           ADD REGULAR-HOURS TO PH-REGULAR-HOURS
040440                           ADD OVERTIME-HOURS TO PH-OVERTIME-HOURS
040450                           ADD DEDUCTION TO PH-DEDUCTION
040460                           ADD FED-TAX TO PH-FED-TAX
040470                           ADD STATE-TAX TO PH-STATE-TAX
040480                           ADD SOC-SEC-TAX TO PH-SOC-SEC-TAX
040490                           ADD MEDICARE-TAX TO PH-MEDICARE-TAX
040500                           ADD VOLUNTARY-DEDUCTION
040510                               TO PH-VOL-DEDUCTION
040520                           ADD NET-PAY TO PH-NET-PAY
040530                           ADD EMPLOYER-FUTA
040540                               TO PH-EMPLOYER-FUTA
040550                           ADD EMPLOYER-SUTA
040560                               TO PH-EMPLOYER-SUTA
040570                           MOVE PAY-INSTRUMENT-USED
040580                               TO PH-PAY-INSTRUMENT
040590                           MOVE CHECK-NUMBER-USED
040600                               TO PH-CHECK-NUMBER
040610                           MOVE TRACE-NUMBER-USED
040620                               TO PH-ACH-TRACE
040630                           PERFORM POST-HISTORY-EARNINGS
040640                               VARYING EARN-INDEX FROM 1 BY 1
040650                               UNTIL EARN-INDEX > 5
040660                       END-IF
040670                       REWRITE PAY-HISTORY-RECORD
040680               END-READ
040690           END-IF.
040700       BUILD-NEW-PAY-HISTORY.
040710           MOVE EMPLOYEE-ID TO PH-EMPLOYEE-ID
040720           MOVE PP-END-DATE-NUM TO PH-PP-END-DATE
040730           MOVE PAY-SEQ TO PH-PAY-SEQ
040740           MOVE GROSS-PAY TO PH-GROSS-PAY
040750           MOVE REGULAR-PAY TO PH-REGULAR-PAY
040760           MOVE OVERTIME-PAY TO PH-OVERTIME-PAY
040770           MOVE REGULAR-HOURS TO PH-REGULAR-HOURS
040780           MOVE OVERTIME-HOURS TO PH-OVERTIME-HOURS
040790           MOVE DEDUCTION TO PH-DEDUCTION
040800           MOVE FED-TAX TO PH-FED-TAX
040810           MOVE STATE-TAX TO PH-STATE-TAX
040820           MOVE SOC-SEC-TAX TO PH-SOC-SEC-TAX
040830           MOVE MEDICARE-TAX TO PH-MEDICARE-TAX
040840           MOVE VOLUNTARY-DEDUCTION TO PH-VOL-DEDUCTION
040850           MOVE NET-PAY TO PH-NET-PAY
040860           MOVE EMPLOYER-FUTA TO PH-EMPLOYER-FUTA
040870           MOVE EMPLOYER-SUTA TO PH-EMPLOYER-SUTA
040880           MOVE PAY-INSTRUMENT-USED TO PH-PAY-INSTRUMENT
040890           MOVE CHECK-NUMBER-USED TO PH-CHECK-NUMBER
040900           MOVE TRACE-NUMBER-USED TO PH-ACH-TRACE
040910           MOVE SPACE TO PH-RETURN-SW
040920           MOVE SPACE TO PH-VOID-SW
040930           PERFORM CLEAR-HISTORY-EARNINGS
040940               VARYING HIST-EARN-INDEX FROM 1 BY 1
040950               UNTIL HIST-EARN-INDEX > 5
040960           PERFORM POST-HISTORY-EARNINGS
040970               VARYING EARN-INDEX FROM 1 BY 1
040980               UNTIL EARN-INDEX > 5.
040990       CLEAR-HISTORY-EARNINGS.
041000           MOVE SPACES TO PH-EARN-CODE (HIST-EARN-INDEX)
041010           MOVE ZERO TO PH-EARN-HOURS (HIST-EARN-INDEX)
041020           MOVE ZERO TO PH-EARN-AMOUNT (HIST-EARN-INDEX).
041030*
041040*    THE PERIOD'S HISTORY KEEPS ONE LINE PER EARNINGS CODE. A
041050*    SECOND CARD WITH THE SAME CODE ADDS TO ITS LINE; A NEW
041060*    CODE TAKES THE FIRST FREE LINE.
041070       POST-HISTORY-EARNINGS.
041080           IF EP-CODE (EARN-INDEX) NOT = SPACES
041090               MOVE ZERO TO EARN-SLOT
041100               PERFORM FIND-HISTORY-EARN-SLOT
041110                   VARYING HIST-EARN-INDEX FROM 1 BY 1
041120                   UNTIL HIST-EARN-INDEX > 5
041130               IF EARN-SLOT = ZERO
041140                   PERFORM CLAIM-HISTORY-EARN-SLOT
041150                       VARYING HIST-EARN-INDEX FROM 1 BY 1
041160                       UNTIL HIST-EARN-INDEX > 5
041170               END-IF
041180               IF EARN-SLOT = ZERO
041190                   DISPLAY "MORE THAN 5 EARNINGS CODES FOR "
041200                       "EMPLOYEE "
041210                       EMPLOYEE-ID
041220                   MOVE 16 TO RETURN-CODE
041230                   STOP RUN
041240               END-IF
041250               ADD EP-HOURS (EARN-INDEX)
041260                   TO PH-EARN-HOURS (EARN-SLOT)
041270               ADD EP-AMOUNT (EARN-INDEX)
041280                   TO PH-EARN-AMOUNT (EARN-SLOT)
041290           END-IF.
041300       FIND-HISTORY-EARN-SLOT.
041310           IF EARN-SLOT = ZERO
041320               AND PH-EARN-CODE (HIST-EARN-INDEX) =
041330                   EP-CODE (EARN-INDEX)
041340               MOVE HIST-EARN-INDEX TO EARN-SLOT
041350           END-IF.
041360*
041370*    A RECORD WRITTEN BEFORE THE EARNINGS LINES EXISTED HAS NO
041380*    USABLE AMOUNT THERE - THE LINE IS FREE.
041390       CLAIM-HISTORY-EARN-SLOT.
041400           IF EARN-SLOT = ZERO
041410               AND (PH-EARN-CODE (HIST-EARN-INDEX) = SPACES
041420                 OR PH-EARN-AMOUNT (HIST-EARN-INDEX) NOT NUMERIC)
041430               MOVE HIST-EARN-INDEX TO EARN-SLOT
041440               MOVE EP-CODE (EARN-INDEX)
041450                   TO PH-EARN-CODE (EARN-SLOT)
041460               MOVE ZERO TO PH-EARN-HOURS (EARN-SLOT)
041470               MOVE ZERO TO PH-EARN-AMOUNT (EARN-SLOT)
041480           END-IF.
041490       OPEN-PAY-HISTORY.
041500           OPEN I-O PAY-HISTORY
041510           IF PH-FILE-STATUS = "35"
041520               OPEN OUTPUT PAY-HISTORY
041530               CLOSE PAY-HISTORY
041540               OPEN I-O PAY-HISTORY
041550           END-IF.
041560       UPDATE-YTD-MASTER.
041570           COMPUTE PAY-QUARTER = (PP-END-MM + 2) / 3
041580           MOVE EMPLOYEE-ID TO YTD-EMPLOYEE-ID
041590           READ YTD-MASTER
041600               INVALID KEY
041610                   MOVE NAME TO YTD-EMPLOYEE-NAME
041620                   MOVE GROSS-PAY TO YTD-GROSS-PAY
041630                   MOVE DEDUCTION TO YTD-DEDUCTION
041640                   MOVE FED-TAX TO YTD-FED-TAX
041650                   MOVE STATE-TAX TO YTD-STATE-TAX
041660                   MOVE SOC-SEC-TAX TO YTD-SOC-SEC-TAX
041670                   MOVE MEDICARE-TAX TO YTD-MEDICARE-TAX
041680                   MOVE NET-PAY TO YTD-NET-PAY
041690                   MOVE PRETAX-125-AMOUNT TO YTD-PRETAX-125
041700                   MOVE PRETAX-401K-AMOUNT TO YTD-401K-AMOUNT
041710                   PERFORM ZERO-YTD-QUARTER
041720                       VARYING QTR-INDEX FROM 1 BY 1
041730                       UNTIL QTR-INDEX > 4
041740                   PERFORM ZERO-YTD-STATE-BUCKET
041750                       VARYING YTD-ST-INDEX FROM 1 BY 1
041760                       UNTIL YTD-ST-INDEX > 3
041770                   PERFORM ADD-YTD-QUARTER
041780                   PERFORM ADD-YTD-STATE-BUCKET
041790                   WRITE YTD-RECORD
041800               NOT INVALID KEY
041810                   ADD GROSS-PAY TO YTD-GROSS-PAY
041820                   ADD DEDUCTION TO YTD-DEDUCTION
041830                   ADD FED-TAX TO YTD-FED-TAX
041840                   ADD STATE-TAX TO YTD-STATE-TAX
041850                   ADD SOC-SEC-TAX TO YTD-SOC-SEC-TAX
041860                   ADD MEDICARE-TAX TO YTD-MEDICARE-TAX
041870                   ADD NET-PAY TO YTD-NET-PAY
041880                   ADD PRETAX-125-AMOUNT TO YTD-PRETAX-125
041890                   ADD PRETAX-401K-AMOUNT TO YTD-401K-AMOUNT
041900                   PERFORM ADD-YTD-QUARTER
041910                   PERFORM ADD-YTD-STATE-BUCKET
041920                   REWRITE YTD-RECORD
041930           END-READ.
041940*
041950*    POST THE PERIOD'S WAGES AND STATE WITHHOLDING TO THE
041960*    BUCKET FOR THE WORK STATE, CLAIMING A FREE SLOT THE FIRST
041970*    TIME A STATE SHOWS UP. MORE STATES THAN SLOTS IS A SETUP
041980*    PROBLEM THE RUN REFUSES TO PAPER OVER.
041990       ADD-YTD-STATE-BUCKET.
042000           MOVE ZERO TO YTD-ST-SLOT
042010           PERFORM FIND-YTD-STATE-SLOT
042020               VARYING YTD-ST-INDEX FROM 1 BY 1
042030               UNTIL YTD-ST-INDEX > 3
042040           IF YTD-ST-SLOT = ZERO
042050               PERFORM CLAIM-YTD-STATE-SLOT
042060                   VARYING YTD-ST-INDEX FROM 1 BY 1
042070                   UNTIL YTD-ST-INDEX > 3
042080           END-IF
042090           IF YTD-ST-SLOT = ZERO
042100               DISPLAY "MORE THAN 3 WORK STATES FOR EMPLOYEE "
042110                   EMPLOYEE-ID
042120               MOVE 16 TO RETURN-CODE
042130               STOP RUN
042140           END-IF
042150           ADD STATE-TAX TO YTD-ST-TAX (YTD-ST-SLOT)
042160           ADD GROSS-PAY TO YTD-ST-QTR-WAGES (YTD-ST-SLOT
042170               PAY-QUARTER).
042180       CLAIM-YTD-STATE-SLOT.
042190           IF YTD-ST-SLOT = ZERO
042200               AND YTD-ST-CODE (YTD-ST-INDEX) = SPACES
042210               MOVE YTD-ST-INDEX TO YTD-ST-SLOT
042220               MOVE WORK-STATE TO YTD-ST-CODE (YTD-ST-SLOT)
042230           END-IF.
042240       ZERO-YTD-STATE-BUCKET.
042250           MOVE SPACES TO YTD-ST-CODE (YTD-ST-INDEX)
042260           MOVE ZERO TO YTD-ST-TAX (YTD-ST-INDEX)
042270           PERFORM ZERO-YTD-STATE-QUARTER
042280               VARYING YTD-ST-QTR-INDEX FROM 1 BY 1
042290               UNTIL YTD-ST-QTR-INDEX > 4.
042300       ZERO-YTD-STATE-QUARTER.
042310           MOVE ZERO TO YTD-ST-QTR-WAGES (YTD-ST-INDEX
042320               YTD-ST-QTR-INDEX).
042330       ZERO-YTD-QUARTER.
042340           MOVE ZERO TO YTD-QTR-GROSS (QTR-INDEX)
042350           MOVE ZERO TO YTD-QTR-FED-TAX (QTR-INDEX)
042360           MOVE ZERO TO YTD-QTR-STATE-TAX (QTR-INDEX)
042370           MOVE ZERO TO YTD-QTR-SOC-SEC (QTR-INDEX)
042380           MOVE ZERO TO YTD-QTR-MEDICARE (QTR-INDEX).
042390       ADD-YTD-QUARTER.
042400           ADD GROSS-PAY TO YTD-QTR-GROSS (PAY-QUARTER)
042410           ADD FED-TAX TO YTD-QTR-FED-TAX (PAY-QUARTER)
042420           ADD STATE-TAX TO YTD-QTR-STATE-TAX (PAY-QUARTER)
042430           ADD SOC-SEC-TAX TO YTD-QTR-SOC-SEC (PAY-QUARTER)
042440           ADD MEDICARE-TAX TO YTD-QTR-MEDICARE (PAY-QUARTER).
042450       ACCUMULATE-CONTROL-TOTALS.
042460           ADD 1 TO EMPLOYEE-COUNT
042470           ADD GROSS-PAY TO TOTAL-GROSS-PAY
042480           ADD DEDUCTION TO TOTAL-DEDUCTION
042490           ADD FED-TAX TO TOTAL-FED-TAX
042500           ADD STATE-TAX TO TOTAL-STATE-TAX
042510           ADD VOLUNTARY-DEDUCTION TO TOTAL-VOL-DEDUCTION
042520           ADD SOC-SEC-TAX TO TOTAL-SOC-SEC
042530           ADD MEDICARE-TAX TO TOTAL-MEDICARE
042540           ADD SOC-SEC-TAX MEDICARE-TAX TO TOTAL-EMPLOYER-FICA
042550           ADD EMPLOYER-FUTA TO TOTAL-FUTA
042560           ADD EMPLOYER-SUTA TO TOTAL-SUTA
042570           ADD NET-PAY TO TOTAL-NET-PAY
042580           ADD 1 TO DEPT-EMPLOYEE-COUNT
042590           ADD GROSS-PAY TO DEPT-GROSS-PAY
042600           ADD DEDUCTION TO DEPT-DEDUCTION
042610           ADD FED-TAX TO DEPT-FED-TAX
042620           ADD STATE-TAX TO DEPT-STATE-TAX
042630           ADD VOLUNTARY-DEDUCTION TO DEPT-VOL-DEDUCTION
042640           ADD PRETAX-125-AMOUNT TO DEPT-PRETAX-125
042650           ADD PRETAX-401K-AMOUNT TO DEPT-PRETAX-401K
042660           ADD SOC-SEC-TAX TO DEPT-SOC-SEC
042670           ADD MEDICARE-TAX TO DEPT-MEDICARE
042680           ADD NET-PAY TO DEPT-NET-PAY
042690           ADD PAID-OUTSIDE-PAY TO DEPT-PAID-OUTSIDE
042700           PERFORM DISTRIBUTE-LABOR-COST.
042710*
042720*    CHARGE THE RECORD'S GROSS TO THE DEPARTMENTS ACTUALLY
042730*    WORKED. A CARD WITHOUT SPLITS - AND EVERY VOID,
042740*    ADJUSTMENT, AND RETRO CARD - CHARGES THE HOME DEPARTMENT.
042750*    THE LAST SPLIT TAKES THE ROUNDING REMAINDER SO THE TABLE
042760*    ALWAYS ADDS TO THE RUN GROSS. EARNINGS-CODE PAY IS KEPT
042770*    OUT OF THE SALARY EXPENSE AND CHARGED BY CODE TO THE HOME
042780*    DEPARTMENT, SO THE TWO TABLES TOGETHER ADD TO THE GROSS.
042790       DISTRIBUTE-LABOR-COST.
042800           COMPUTE LABOR-BASE-PAY = GROSS-PAY - EARNINGS-PAY
042810           PERFORM POST-EARNINGS-CHARGE
042820               VARYING EARN-INDEX FROM 1 BY 1
042830               UNTIL EARN-INDEX > 5
042840           MOVE "N" TO SPLIT-PRESENT-SW
042850           MOVE ZERO TO SPLIT-HOURS-TOTAL
042860           MOVE ZERO TO LAST-SPLIT-INDEX
042870           IF TRANS-TIME-CARD
042880               PERFORM SIZE-UP-ONE-SPLIT
042890                   VARYING SPLIT-INDEX FROM 1 BY 1
042900                   UNTIL SPLIT-INDEX > 4
042910           END-IF
042920           IF SPLIT-PRESENT-SW = "Y"
042930               AND SPLIT-HOURS-TOTAL > ZERO
042940               MOVE ZERO TO LABOR-DISTRIBUTED
042950               PERFORM CHARGE-ONE-SPLIT
042960                   VARYING SPLIT-INDEX FROM 1 BY 1
042970                   UNTIL SPLIT-INDEX > 4
042980           ELSE
042990               IF LABOR-BASE-PAY NOT = ZERO
043000                   OR EARNINGS-PAY = ZERO
043010                   MOVE DEPARTMENT TO LABOR-CHARGE-DEPT
043020                   MOVE LABOR-BASE-PAY TO LABOR-CHARGE-AMOUNT
043030                   PERFORM POST-LABOR-CHARGE
043040               END-IF
043050           END-IF.
043060       POST-EARNINGS-CHARGE.
043070           IF EP-CODE (EARN-INDEX) NOT = SPACES
043080               AND EP-AMOUNT (EARN-INDEX) NOT = ZERO
043090               MOVE ZERO TO EG-SLOT
043100               PERFORM FIND-EARNINGS-GL-SLOT
043110                   VARYING EG-INDEX FROM 1 BY 1
043120                   UNTIL EG-INDEX > EG-COUNT
043130               IF EG-SLOT = ZERO
043140                   IF EG-COUNT = 20
043150                       DISPLAY "MORE THAN 20 EARNINGS CODE AND "
043160                           "DEPARTMENT PAIRS"
043170                       MOVE 16 TO RETURN-CODE
043180                       STOP RUN
043190                   END-IF
043200                   ADD 1 TO EG-COUNT
043210                   MOVE EG-COUNT TO EG-SLOT
043220                   MOVE EP-CODE (EARN-INDEX) TO EG-CODE (EG-SLOT)
043230                   MOVE DEPARTMENT TO EG-DEPT (EG-SLOT)
043240                   MOVE ZERO TO EG-AMOUNT (EG-SLOT)
043250               END-IF
043260               ADD EP-AMOUNT (EARN-INDEX) TO EG-AMOUNT (EG-SLOT)
043270           END-IF.
043280       FIND-EARNINGS-GL-SLOT.
043290           IF EG-CODE (EG-INDEX) = EP-CODE (EARN-INDEX)
043300               AND EG-DEPT (EG-INDEX) = DEPARTMENT
043310               MOVE EG-INDEX TO EG-SLOT
043320           END-IF.
043330       SIZE-UP-ONE-SPLIT.
043340           IF SPLIT-DEPT (SPLIT-INDEX) NOT = SPACES
043350               MOVE "Y" TO SPLIT-PRESENT-SW
043360               ADD SPLIT-HOURS (SPLIT-INDEX)
043370                   TO SPLIT-HOURS-TOTAL
043380               MOVE SPLIT-INDEX TO LAST-SPLIT-INDEX
043390           END-IF.
043400       CHARGE-ONE-SPLIT.
043410           IF SPLIT-DEPT (SPLIT-INDEX) NOT = SPACES
043420               MOVE SPLIT-DEPT (SPLIT-INDEX)
043430                   TO LABOR-CHARGE-DEPT
043440               IF SPLIT-INDEX = LAST-SPLIT-INDEX
043450                   COMPUTE LABOR-CHARGE-AMOUNT =
043460                       LABOR-BASE-PAY - LABOR-DISTRIBUTED
043470               ELSE
043480                   COMPUTE LABOR-CHARGE-AMOUNT ROUNDED =
043490                       LABOR-BASE-PAY * SPLIT-HOURS (SPLIT-INDEX)
043500                           / SPLIT-HOURS-TOTAL
043510               END-IF
043520               ADD LABOR-CHARGE-AMOUNT TO LABOR-DISTRIBUTED
043530               PERFORM POST-LABOR-CHARGE
043540           END-IF.
043550       POST-LABOR-CHARGE.
043560           MOVE ZERO TO LABOR-SLOT
043570           PERFORM FIND-LABOR-SLOT
043580               VARYING LABOR-INDEX FROM 1 BY 1
043590               UNTIL LABOR-INDEX > LABOR-COUNT
043600           IF LABOR-SLOT = ZERO
043610               IF LABOR-COUNT = 10
043620                   DISPLAY "MORE THAN 10 DEPARTMENTS WORKED"
043630                   MOVE 16 TO RETURN-CODE
043640                   STOP RUN
043650               END-IF
043660               ADD 1 TO LABOR-COUNT
043670               MOVE LABOR-COUNT TO LABOR-SLOT
043680               MOVE LABOR-CHARGE-DEPT TO LC-DEPT (LABOR-SLOT)
043690               MOVE ZERO TO LC-AMOUNT (LABOR-SLOT)
043700           END-IF
043710           ADD LABOR-CHARGE-AMOUNT TO LC-AMOUNT (LABOR-SLOT).
043720       FIND-LABOR-SLOT.
043730           IF LC-DEPT (LABOR-INDEX) = LABOR-CHARGE-DEPT
043740               MOVE LABOR-INDEX TO LABOR-SLOT
043750           END-IF.
043760       WRITE-REPORT-TRAILER.
043770           MOVE EMPLOYEE-COUNT TO TRAILER-EMP-COUNT-OUT
043780           MOVE EXCEPTION-COUNT TO TRAILER-EXC-COUNT-OUT
043790           MOVE TOTAL-GROSS-PAY TO TRAILER-GROSS-OUT
043800           MOVE TOTAL-DEDUCTION TO TRAILER-DED-OUT
043810           MOVE TOTAL-FED-TAX TO TRAILER-FED-OUT
043820           MOVE TOTAL-STATE-TAX TO TRAILER-STATE-OUT
043830           MOVE TOTAL-VOL-DEDUCTION TO TRAILER-VOLDED-OUT
043840           MOVE TOTAL-NET-PAY TO TRAILER-NET-OUT
043850           WRITE PRINTOUT FROM BLANK-LINE
043860           WRITE PRINTOUT FROM TRAILER-LINE-ONE
043870           WRITE PRINTOUT FROM TRAILER-LINE-TWO
043880           MOVE TOTAL-SOC-SEC TO TRAILER-FICA-OUT
043890           MOVE TOTAL-MEDICARE TO TRAILER-MEDI-OUT
043900           MOVE TOTAL-EMPLOYER-FICA TO TRAILER-ERFICA-OUT
043910           MOVE TOTAL-FUTA TO TRAILER-FUTA-OUT
043920           MOVE TOTAL-SUTA TO TRAILER-SUTA-OUT
043930           WRITE PRINTOUT FROM TRAILER-LINE-THREE
043940*
043950*    THE PRINTED ACH FIGURE IS NET OF ANY VOID REVERSAL
043960*    DEBITS, SO ACH TOTAL PLUS CHECK TOTAL STILL ADDS TO THE
043970*    NET PAY ON THE LINE ABOVE BY INSPECTION.
043980           COMPUTE ACH-NET-TOTAL =
043990               ACH-TOTAL-CREDIT - ACH-TOTAL-DEBIT
044000           MOVE ACH-NET-TOTAL TO TRAILER-ACH-OUT
044010           MOVE CHECK-TOTAL TO TRAILER-CHECK-OUT
044020           WRITE PRINTOUT FROM TRAILER-LINE-FOUR
044030           IF REPLACEMENT-COUNT NOT = ZERO
044040               MOVE REPLACEMENT-COUNT TO TRAILER-REPL-COUNT-OUT
044050               MOVE REPLACEMENT-TOTAL TO TRAILER-REPL-OUT
044060               WRITE PRINTOUT FROM TRAILER-LINE-FIVE
044070           END-IF
044080           IF RATE-SELECTED-FOR-DATE NOT = ZERO
044090               MOVE RATE-EFFECTIVE-USED TO TRAILER-RATE-DATE-OUT
044100               WRITE PRINTOUT FROM BLANK-LINE
044110               WRITE PRINTOUT FROM RATE-SET-TRAILER-LINE
044120           END-IF
044130           WRITE PRINTOUT FROM BLANK-LINE
044140           PERFORM WRITE-CARRIER-TOTAL
044150               VARYING CARRIER-INDEX FROM 1 BY 1
044160               UNTIL CARRIER-INDEX > 5
044170*
044180*    WHERE THE RUN'S GROSS WAS ACTUALLY EARNED - THE WORKED
044190*    DEPARTMENTS FROM THE SPLIT CARDS, NOT THE HOME-DEPARTMENT
044200*    GROUPING THE PAGE SUBTOTALS USE. THESE AMOUNTS MATCH THE
044210*    GL SALARY EXPENSE DEBITS LINE FOR LINE.
044220           WRITE PRINTOUT FROM BLANK-LINE
044230           WRITE PRINTOUT FROM LABOR-DIST-HEADER-LINE
044240           PERFORM WRITE-LABOR-DIST-LINE
044250               VARYING LABOR-INDEX FROM 1 BY 1
044260               UNTIL LABOR-INDEX > LABOR-COUNT
044270*
044280*    THE EARNINGS-CODE PAY KEPT OUT OF THE LABOR DISTRIBUTION,
044290*    BY CODE AND HOME DEPARTMENT - ONE LINE PER GL EXPENSE DEBIT.
044300           IF EG-COUNT NOT = ZERO
044310               WRITE PRINTOUT FROM BLANK-LINE
044320               WRITE PRINTOUT FROM EARN-DIST-HEADER-LINE
044330               PERFORM WRITE-EARN-DIST-LINE
044340                   VARYING EG-INDEX FROM 1 BY 1
044350                   UNTIL EG-INDEX > EG-COUNT
044360           END-IF.
044370       WRITE-EARN-DIST-LINE.
044380           MOVE EG-CODE (EG-INDEX) TO EDL-CODE-OUT
044390           MOVE EG-DEPT (EG-INDEX) TO EDL-DEPT-OUT
044400           MOVE EG-AMOUNT (EG-INDEX) TO EDL-AMOUNT-OUT
044410           WRITE PRINTOUT FROM EARN-DIST-LINE.
044420       WRITE-LABOR-DIST-LINE.
044430           MOVE LC-DEPT (LABOR-INDEX) TO LAB-DEPT-OUT
044440           MOVE LC-AMOUNT (LABOR-INDEX) TO LAB-AMOUNT-OUT
044450           WRITE PRINTOUT FROM LABOR-DIST-LINE.
044460       WRITE-CARRIER-TOTAL.
044470           IF CARRIER-AMOUNT (CARRIER-INDEX) NOT = ZERO
044480               MOVE CARRIER-CODE (CARRIER-INDEX)
044490                   TO CARRIER-CODE-OUT
044500               MOVE CARRIER-AMOUNT (CARRIER-INDEX)
044510                   TO CARRIER-AMT-OUT
044520               WRITE PRINTOUT FROM CARRIER-TOTAL-LINE
044530           END-IF.
044540       WRITE-DEPARTMENT-SUBTOTAL.
044550           MOVE PRIOR-DEPARTMENT TO DEPT-CODE-OUT
044560           MOVE DEPT-EMPLOYEE-COUNT TO DEPT-EMP-COUNT-OUT
044570           MOVE DEPT-GROSS-PAY TO DEPT-GROSS-OUT
044580           MOVE DEPT-DEDUCTION TO DEPT-DED-OUT
044590           MOVE DEPT-FED-TAX TO DEPT-FED-OUT
044600           MOVE DEPT-STATE-TAX TO DEPT-STATE-OUT
044610           MOVE DEPT-VOL-DEDUCTION TO DEPT-VOLDED-OUT
044620           MOVE DEPT-SOC-SEC TO DEPT-FICA-OUT
044630           MOVE DEPT-MEDICARE TO DEPT-MEDI-OUT
044640           MOVE DEPT-NET-PAY TO DEPT-NET-OUT
044650           WRITE PRINTOUT FROM BLANK-LINE
044660           WRITE PRINTOUT FROM DEPT-SUBTOTAL-LINE-ONE
044670           WRITE PRINTOUT FROM DEPT-SUBTOTAL-LINE-TWO
044680           WRITE PRINTOUT FROM DEPT-SUBTOTAL-LINE-THREE
044690           PERFORM WRITE-GL-POSTINGS
044700           MOVE ZERO TO DEPT-EMPLOYEE-COUNT
044710           MOVE ZERO TO DEPT-GROSS-PAY
044720           MOVE ZERO TO DEPT-DEDUCTION
044730           MOVE ZERO TO DEPT-FED-TAX
044740           MOVE ZERO TO DEPT-STATE-TAX
044750           MOVE ZERO TO DEPT-VOL-DEDUCTION
044760           MOVE ZERO TO DEPT-PRETAX-125
044770           MOVE ZERO TO DEPT-PRETAX-401K
044780           MOVE ZERO TO DEPT-SOC-SEC
044790           MOVE ZERO TO DEPT-MEDICARE
044800           MOVE ZERO TO DEPT-NET-PAY
044810           MOVE ZERO TO DEPT-PAID-OUTSIDE.
044820*
044830*    ONE DEBIT TO THE DEPARTMENT'S SALARY EXPENSE ACCOUNT AND
044840*    ONE CREDIT PER WITHHOLDING CLEARING ACCOUNT, CUT FROM THE
044850*    DEPARTMENT TOTALS BEFORE THEY ARE CLEARED FOR THE NEXT
044860*    DEPARTMENT. CREDIT LINES FOR A ZERO AMOUNT ARE SUPPRESSED.
044870*
044880*    THE SALARY EXPENSE DEBIT NO LONGER CUTS HERE - IT POSTS
044890*    FROM THE LABOR COST TABLE AT END OF RUN SO A FLOATING
044900*    EMPLOYEE'S COST LANDS IN THE DEPARTMENTS ACTUALLY WORKED.
044910*    THE WITHHOLDING AND NET CREDITS STILL CUT AT EACH HOME
044920*    DEPARTMENT BREAK.
044930       WRITE-GL-POSTINGS.
044940           MOVE GL-FED-WH-ACCOUNT TO GL-WORK-ACCOUNT
044950           MOVE DEPT-FED-TAX TO GL-WORK-CREDIT
044960           MOVE "FED TAX WITHHELD" TO GL-WORK-DESC
044970           PERFORM WRITE-GL-CREDIT-RECORD
044980           MOVE GL-STATE-WH-ACCOUNT TO GL-WORK-ACCOUNT
044990           MOVE DEPT-STATE-TAX TO GL-WORK-CREDIT
045000           MOVE "STATE TAX WITHHELD" TO GL-WORK-DESC
045010           PERFORM WRITE-GL-CREDIT-RECORD
045020           MOVE GL-FICA-WH-ACCOUNT TO GL-WORK-ACCOUNT
045030           COMPUTE GL-WORK-CREDIT =
045040               DEPT-SOC-SEC + DEPT-MEDICARE
045050           MOVE "FICA/MEDI WITHHELD" TO GL-WORK-DESC
045060           PERFORM WRITE-GL-CREDIT-RECORD
045070*
045080*    PRE-TAX WITHHOLDINGS POST TO THEIR OWN LIABILITY
045090*    ACCOUNTS - THE VOL DED CLEARING ACCOUNT CARRIES ONLY THE
045100*    POST-TAX REMAINDER.
045110           MOVE GL-VOL-DED-ACCOUNT TO GL-WORK-ACCOUNT
045120           COMPUTE GL-WORK-CREDIT = DEPT-VOL-DEDUCTION
045130               - DEPT-PRETAX-125 - DEPT-PRETAX-401K
045140           MOVE "VOL DED WITHHELD" TO GL-WORK-DESC
045150           PERFORM WRITE-GL-CREDIT-RECORD
045160           MOVE GL-PRETAX-ACCOUNT TO GL-WORK-ACCOUNT
045170           MOVE DEPT-PRETAX-125 TO GL-WORK-CREDIT
045180           MOVE "PRETAX BENEFIT W/H" TO GL-WORK-DESC
045190           PERFORM WRITE-GL-CREDIT-RECORD
045200           MOVE GL-401K-ACCOUNT TO GL-WORK-ACCOUNT
045210           MOVE DEPT-PRETAX-401K TO GL-WORK-CREDIT
045220           MOVE "401K CONTRIBUTIONS" TO GL-WORK-DESC
045230           PERFORM WRITE-GL-CREDIT-RECORD
045240           MOVE GL-NET-PAY-ACCOUNT TO GL-WORK-ACCOUNT
045250           MOVE DEPT-NET-PAY TO GL-WORK-CREDIT
045260           MOVE "NET PAY CLEARING" TO GL-WORK-DESC
045270           PERFORM WRITE-GL-CREDIT-RECORD
045280*
045290*    REPORTED TIPS ARE EXPENSE AND GROSS BUT WERE PAID OUT OF
045300*    THE TILL, SO THEIR CREDIT GOES TO THE TIPS CLEARING
045310*    ACCOUNT RATHER THAN NET PAY.
045320           MOVE GL-TIPS-CLEARING-ACCOUNT TO GL-WORK-ACCOUNT
045330           MOVE DEPT-PAID-OUTSIDE TO GL-WORK-CREDIT
045340           MOVE "TIPS PAID OUTSIDE" TO GL-WORK-DESC
045350           PERFORM WRITE-GL-CREDIT-RECORD.
045360       LOCATE-GL-EXPENSE-ACCOUNT.
045370           IF GL-LOOKUP-DEPT = GL-MAP-DEPT (GL-MAP-INDEX)
045380               MOVE GL-MAP-ACCOUNT (GL-MAP-INDEX)
045390                   TO GL-EXPENSE-ACCOUNT
045400           END-IF.
045410*
045420*    ONE SALARY EXPENSE DEBIT PER DEPARTMENT ACTUALLY WORKED,
045430*    FROM THE LABOR COST TABLE, WRITTEN AHEAD OF THE TRAILER.
045440*    THE TABLE ADDS TO THE RUN GROSS BY CONSTRUCTION, SO THE
045450*    DEBIT/CREDIT BALANCE CHECK IN WRITE-GL-TRAILER STILL
045460*    PROVES THE FILE.
045470       WRITE-LABOR-EXPENSE-DEBITS.
045480           PERFORM WRITE-ONE-LABOR-DEBIT
045490               VARYING LABOR-INDEX FROM 1 BY 1
045500               UNTIL LABOR-INDEX > LABOR-COUNT
045510           PERFORM WRITE-ONE-EARNINGS-DEBIT
045520               VARYING EG-INDEX FROM 1 BY 1
045530               UNTIL EG-INDEX > EG-COUNT.
045540*
045550*    ONE EXPENSE DEBIT PER EARNINGS CODE AND HOME DEPARTMENT,
045560*    TO THE CODE'S OWN EXPENSE ACCOUNT.
045570       WRITE-ONE-EARNINGS-DEBIT.
045580           MOVE EG-CODE (EG-INDEX) TO EARN-LOOKUP-CODE
045590           PERFORM FIND-EARNINGS-CODE
045600           MOVE "D" TO GL-RECORD-TYPE
045610           MOVE ET-GL-ACCOUNT (ET-FOUND) TO GL-ACCOUNT-NUM
045620           MOVE EG-DEPT (EG-INDEX) TO GL-DEPARTMENT
045630           MOVE EG-AMOUNT (EG-INDEX) TO GL-DEBIT-AMOUNT
045640           MOVE ZERO TO GL-CREDIT-AMOUNT
045650           MOVE ET-DESCRIPTION (ET-FOUND) TO GL-DESCRIPTION
045660           MOVE SPACES TO GL-REVERSAL
045670           WRITE GL-RECORD-OUT
045680           ADD EG-AMOUNT (EG-INDEX) TO GL-TOTAL-DEBITS.
045690       WRITE-ONE-LABOR-DEBIT.
045700           MOVE GL-DEFAULT-EXPENSE TO GL-EXPENSE-ACCOUNT
045710           MOVE LC-DEPT (LABOR-INDEX) TO GL-LOOKUP-DEPT
045720           PERFORM LOCATE-GL-EXPENSE-ACCOUNT
045730               VARYING GL-MAP-INDEX FROM 1 BY 1
045740               UNTIL GL-MAP-INDEX > 4
045750           MOVE "D" TO GL-RECORD-TYPE
045760           MOVE GL-EXPENSE-ACCOUNT TO GL-ACCOUNT-NUM
045770           MOVE LC-DEPT (LABOR-INDEX) TO GL-DEPARTMENT
045780           MOVE LC-AMOUNT (LABOR-INDEX) TO GL-DEBIT-AMOUNT
045790           MOVE ZERO TO GL-CREDIT-AMOUNT
045800           MOVE "SALARY EXPENSE" TO GL-DESCRIPTION
045810           MOVE SPACES TO GL-REVERSAL
045820           WRITE GL-RECORD-OUT
045830           ADD LC-AMOUNT (LABOR-INDEX) TO GL-TOTAL-DEBITS.
045840       WRITE-GL-CREDIT-RECORD.
045850           IF GL-WORK-CREDIT NOT = ZERO
045860               MOVE "D" TO GL-RECORD-TYPE
045870               MOVE GL-WORK-ACCOUNT TO GL-ACCOUNT-NUM
045880               MOVE PRIOR-DEPARTMENT TO GL-DEPARTMENT
045890               MOVE ZERO TO GL-DEBIT-AMOUNT
045900               MOVE GL-WORK-CREDIT TO GL-CREDIT-AMOUNT
045910               MOVE GL-WORK-DESC TO GL-DESCRIPTION
045920               MOVE SPACES TO GL-REVERSAL
045930               WRITE GL-RECORD-OUT
045940               ADD GL-WORK-CREDIT TO GL-TOTAL-CREDITS
045950           END-IF.
045960*
045970*    THE EXTRACT IS ONLY RELEASED WITH A TRAILER WHOSE DEBITS
045980*    EQUAL ITS CREDITS AND EQUAL THE RUN'S GROSS PAY. ANYTHING
045990*    ELSE ABENDS THE RUN SO AN UNBALANCED FILE CANNOT POST.
046000       WRITE-GL-TRAILER.
046010           IF GL-TOTAL-DEBITS NOT = GL-TOTAL-CREDITS
046020               OR GL-TOTAL-DEBITS NOT = TOTAL-GROSS-PAY
046030               DISPLAY "GL EXTRACT OUT OF BALANCE - DEBITS "
046040                   GL-TOTAL-DEBITS " CREDITS " GL-TOTAL-CREDITS
046050                   " RUN GROSS " TOTAL-GROSS-PAY
046060               MOVE 16 TO RETURN-CODE
046070               STOP RUN
046080           END-IF
046090           MOVE "T" TO GL-RECORD-TYPE
046100           MOVE SPACES TO GL-ACCOUNT-NUM
046110           MOVE SPACES TO GL-DEPARTMENT
046120           MOVE GL-TOTAL-DEBITS TO GL-DEBIT-AMOUNT
046130           MOVE GL-TOTAL-CREDITS TO GL-CREDIT-AMOUNT
046140           IF OFF-CYCLE-RUN
046150               MOVE "OFF-CYCLE RUN TOTALS" TO GL-DESCRIPTION
046160           ELSE
046170               MOVE "PAYROLL RUN TOTALS" TO GL-DESCRIPTION
046180           END-IF
046190           MOVE SPACES TO GL-REVERSAL
046200           WRITE GL-RECORD-OUT.
046210       START-NEXT-DEPARTMENT-PAGE.
046220           WRITE PRINTOUT FROM BLANK-LINE AFTER ADVANCING PAGE
046230           WRITE PRINTOUT FROM HEADER-ONE
046240           WRITE PRINTOUT FROM HEADER-TWO
046250           WRITE PRINTOUT FROM BLANK-LINE.
046260       CALCULATE-GROSS-PAY.
046270           IF EMPLOYEE-SALARIED
046280               PERFORM CALCULATE-SALARIED-GROSS-PAY
046290           ELSE
046300               PERFORM CALCULATE-HOURLY-GROSS-PAY
046310           END-IF.
046320       CALCULATE-SALARIED-GROSS-PAY.
046330           MOVE ZERO TO REGULAR-HOURS
046340           MOVE ZERO TO OVERTIME-HOURS
046350           MOVE PERIOD-SALARY TO GROSS-PAY
046360           MOVE PERIOD-SALARY TO REGULAR-PAY
046370           MOVE ZERO TO OVERTIME-PAY.
046380       CALCULATE-HOURLY-GROSS-PAY.
046390           IF HOURS > 40
046400               MOVE 40 TO REGULAR-HOURS
046410               COMPUTE OVERTIME-HOURS = HOURS - 40
046420               COMPUTE REGULAR-PAY = REGULAR-HOURS * PAY-RATE
046430               COMPUTE OVERTIME-PAY =
046440                   OVERTIME-HOURS * PAY-RATE * 1.5
046450               COMPUTE GROSS-PAY = REGULAR-PAY + OVERTIME-PAY
046460           ELSE
046470               MOVE HOURS TO REGULAR-HOURS
046480               MOVE ZERO TO OVERTIME-HOURS
046490               COMPUTE REGULAR-PAY = HOURS * PAY-RATE
046500               MOVE ZERO TO OVERTIME-PAY
046510               MOVE REGULAR-PAY TO GROSS-PAY
046520           END-IF
046530*
046540*    PAID LEAVE IS PRICED AT STRAIGHT TIME - IT IS NOT WORKED
046550*    TIME, SO IT NEVER PUSHES HOURS INTO THE OVERTIME PREMIUM.
046560*    A SALARIED EMPLOYEE'S LEAVE ONLY DRAWS THE BALANCE DOWN,
046570*    THE PERIOD SALARY ALREADY COVERS THE TIME.
046580           IF VAC-HOURS > ZERO OR SICK-HOURS > ZERO
046590               COMPUTE LEAVE-PAY =
046600                   (VAC-HOURS + SICK-HOURS) * PAY-RATE
046610               ADD LEAVE-PAY TO REGULAR-PAY
046620               ADD LEAVE-PAY TO GROSS-PAY
046630           END-IF.
046640*
046650*    PRICE THE RECORD'S EARNINGS CODES AND ADD THEM TO GROSS. A
046660*    CARD'S AMOUNT IS TAKEN AS PUNCHED; HOURS ARE PRICED AT THE
046670*    BASE RATE TIMES THE CODE'S PREMIUM FACTOR. EARNINGS THAT
046680*    ARE PART OF THE REGULAR RATE (BONUS, COMMISSION, SHIFT
046690*    DIFFERENTIAL) RAISE THE OVERTIME RATE - THE EXTRA HALF TIME
046700*    ON THEM, SPREAD OVER ALL HOURS WORKED, IS ADDED TO THE
046710*    OVERTIME PAY OF AN HOURLY EMPLOYEE WITH OVERTIME.
046720       CALCULATE-EARNINGS-PAY.
046730           PERFORM CLEAR-EARNINGS-PAY
046740           MOVE ZERO TO EARN-BASE-RATE
046750           IF EMPLOYEE-SALARIED
046760               IF PERIOD-SALARY NUMERIC
046770                   COMPUTE EARN-BASE-RATE ROUNDED =
046780                       PERIOD-SALARY / PERIOD-STD-HOURS
046790               END-IF
046800           ELSE
046810               IF PAY-RATE NUMERIC
046820                   MOVE PAY-RATE TO EARN-BASE-RATE
046830               END-IF
046840           END-IF
046850           PERFORM PRICE-ONE-EARNING
046860               VARYING EARN-INDEX FROM 1 BY 1
046870               UNTIL EARN-INDEX > 4
046880           IF TRANS-TIME-CARD AND EMPLOYEE-HOURLY
046890               AND OVERTIME-HOURS > ZERO
046900               AND REG-RATE-EARNINGS NOT = ZERO
046910               COMPUTE EARN-OT-PREMIUM ROUNDED =
046920                   REG-RATE-EARNINGS / HOURS * 0.5
046930                   * OVERTIME-HOURS
046940               ADD EARN-OT-PREMIUM TO OVERTIME-PAY
046950               ADD EARN-OT-PREMIUM TO GROSS-PAY
046960           END-IF
046970           ADD EARNINGS-PAY TO GROSS-PAY.
046980       CLEAR-EARNINGS-PAY.
046990           MOVE ZERO TO EARNINGS-PAY
047000           MOVE ZERO TO SUPPLEMENTAL-PAY
047010           MOVE ZERO TO PAID-OUTSIDE-PAY
047020           MOVE ZERO TO REG-RATE-EARNINGS
047030           PERFORM CLEAR-EARN-PAY-ENTRY
047040               VARYING EARN-INDEX FROM 1 BY 1
047050               UNTIL EARN-INDEX > 5.
047060       CLEAR-EARN-PAY-ENTRY.
047070           MOVE SPACES TO EP-CODE (EARN-INDEX)
047080           MOVE ZERO TO EP-HOURS (EARN-INDEX)
047090           MOVE ZERO TO EP-AMOUNT (EARN-INDEX).
047100       PRICE-ONE-EARNING.
047110           IF EARN-CODE (EARN-INDEX) NOT = SPACES
047120               MOVE EARN-CODE (EARN-INDEX) TO EARN-LOOKUP-CODE
047130               PERFORM FIND-EARNINGS-CODE
047140               MOVE EARN-CODE (EARN-INDEX) TO EP-CODE (EARN-INDEX)
047150               MOVE EARN-HOURS (EARN-INDEX)
047160                   TO EP-HOURS (EARN-INDEX)
047170               IF EARN-AMOUNT (EARN-INDEX) > ZERO
047180                   MOVE EARN-AMOUNT (EARN-INDEX)
047190                       TO EP-AMOUNT (EARN-INDEX)
047200               ELSE
047210                   COMPUTE EP-AMOUNT (EARN-INDEX) ROUNDED =
047220                       EARN-HOURS (EARN-INDEX) * EARN-BASE-RATE
047230                       * ET-HOURS-FACTOR (ET-FOUND)
047240               END-IF
047250               ADD EP-AMOUNT (EARN-INDEX) TO EARNINGS-PAY
047260               IF ET-REG-RATE-SW (ET-FOUND) = "Y"
047270                   ADD EP-AMOUNT (EARN-INDEX) TO REG-RATE-EARNINGS
047280               END-IF
047290               IF ET-SUPPLEMENTAL-SW (ET-FOUND) = "Y"
047300                   ADD EP-AMOUNT (EARN-INDEX) TO SUPPLEMENTAL-PAY
047310               END-IF
047320               IF ET-PAID-OUTSIDE-SW (ET-FOUND) = "Y"
047330                   ADD EP-AMOUNT (EARN-INDEX) TO PAID-OUTSIDE-PAY
047340               END-IF
047350           END-IF.
047360*
047370*    POST THE PERIOD'S ACCRUAL AND DRAW DOWN THE LEAVE TAKEN.
047380*    AN EMPLOYEE NOT YET ON THE LEAVE MASTER STARTS A RECORD
047390*    WITH THIS PERIOD'S ACCRUAL, THE WAY YTD-MASTER STARTS.
047400       UPDATE-LEAVE-BALANCES.
047410           MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
047420           READ LEAVE-MASTER
047430               INVALID KEY
047440                   MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
047450                   MOVE ZERO TO LV-VAC-BALANCE
047460                   MOVE ZERO TO LV-SICK-BALANCE
047470                   MOVE ZERO TO LV-LAST-ACCRUAL-DATE
047480                   PERFORM ACCRUE-AND-TAKE-LEAVE
047490                   WRITE LEAVE-RECORD
047500               NOT INVALID KEY
047510                   PERFORM ACCRUE-AND-TAKE-LEAVE
047520                   REWRITE LEAVE-RECORD
047530           END-READ.
047540*
047550*    THE ACCRUAL POSTS ONCE PER PAY PERIOD - A SECOND CARD FOR
047560*    THE SAME EMPLOYEE AND PERIOD DRAWS ITS LEAVE HOURS BUT
047570*    EARNS NOTHING MORE.
047580       ACCRUE-AND-TAKE-LEAVE.
047590           IF LV-LAST-ACCRUAL-DATE NOT = PP-END-DATE-NUM
047600               IF EMPLOYEE-SALARIED
047610                   ADD SALARIED-VAC-ACCRUAL TO LV-VAC-BALANCE
047620                   ADD SALARIED-SICK-ACCRUAL TO LV-SICK-BALANCE
047630               ELSE
047640                   ADD HOURLY-VAC-ACCRUAL TO LV-VAC-BALANCE
047650                   ADD HOURLY-SICK-ACCRUAL TO LV-SICK-BALANCE
047660               END-IF
047670               MOVE PP-END-DATE-NUM TO LV-LAST-ACCRUAL-DATE
047680           END-IF
047690           SUBTRACT VAC-HOURS FROM LV-VAC-BALANCE
047700           SUBTRACT SICK-HOURS FROM LV-SICK-BALANCE.
047710*
047720*    FINAL PAY CLOSES OUT THE LEAVE BANK. THE VACATION BALANCE
047730*    LEFT AFTER THIS PERIOD'S ACCRUAL AND TAKE IS PAID AT
047740*    STRAIGHT TIME (PERIOD SALARY OVER THE GROUP'S STANDARD
047750*    PERIOD HOURS FOR SALARIED) AND BOTH BALANCES ARE ZEROED
047760*    - SICK LEAVE IS NOT PAID OUT UNDER THE PLAN. THE LEAVE
047770*    RECORD IS STILL CURRENT FROM UPDATE-LEAVE-BALANCES.
047780       PAY-OUT-FINAL-LEAVE.
047790           IF EMPLOYEE-SALARIED
047800               COMPUTE FINAL-LEAVE-RATE ROUNDED =
047810                   PERIOD-SALARY / PERIOD-STD-HOURS
047820           ELSE
047830               MOVE PAY-RATE TO FINAL-LEAVE-RATE
047840           END-IF
047850           IF LV-VAC-BALANCE > ZERO
047860               COMPUTE FINAL-LEAVE-PAY ROUNDED =
047870                   LV-VAC-BALANCE * FINAL-LEAVE-RATE
047880               ADD FINAL-LEAVE-PAY TO REGULAR-PAY
047890               ADD FINAL-LEAVE-PAY TO GROSS-PAY
047900           END-IF
047910           MOVE ZERO TO LV-VAC-BALANCE
047920           MOVE ZERO TO LV-SICK-BALANCE
047930           REWRITE LEAVE-RECORD.
047940*
047950*    THE W-4 ELECTIONS FOR ONE PERIOD. DEDUCTION IS THE STEP
047960*    4(B) DEDUCTIONS AMOUNT - IT COMES OFF THE FEDERAL WAGE THE
047970*    WAY THE OLD 25 DOLLARS A DEPENDENT DID, AND STILL POSTS TO
047980*    HISTORY AND YTD UNDER THE SAME NAME.
047990       CALCULATE-DEDUCTION.
048000           COMPUTE DEDUCTION ROUNDED =
048010               W4-DEDUCTIONS / PERIODS-PER-YEAR
048020           COMPUTE W4-OTHER-INCOME-PERIOD ROUNDED =
048030               W4-OTHER-INCOME / PERIODS-PER-YEAR
048040           COMPUTE W4-CREDIT-PERIOD ROUNDED =
048050               W4-CREDIT / PERIODS-PER-YEAR
048060           MOVE W4-EXTRA-WH TO W4-EXTRA-PERIOD
048070           MOVE ST-ALLOWANCES TO ST-ALLOWANCES-PERIOD
048080           MOVE ST-EXTRA-WH TO ST-EXTRA-PERIOD.
048090       ZERO-W4-PERIOD-AMOUNTS.
048100           MOVE ZERO TO W4-OTHER-INCOME-PERIOD
048110           MOVE ZERO TO W4-CREDIT-PERIOD
048120           MOVE ZERO TO W4-EXTRA-PERIOD
048130           MOVE ZERO TO ST-ALLOWANCES-PERIOD
048140           MOVE ZERO TO ST-EXTRA-PERIOD.
048150       CALCULATE-TAXABLE-INCOME.
048160*
048170*    BOTH PRE-TAX CLASSES COME OUT OF FEDERAL AND STATE
048180*    TAXABLE INCOME.
048190           COMPUTE TAXABLE-INCOME = GROSS-PAY
048200               - PRETAX-125-AMOUNT - PRETAX-401K-AMOUNT
048210           PERFORM CHECK-EXEMPT-CLAIMS
048220           IF FED-EXEMPT-LAPSED
048230               MOVE ZERO TO DEDUCTION
048240               MOVE ZERO TO W4-OTHER-INCOME-PERIOD
048250               MOVE ZERO TO W4-CREDIT-PERIOD
048260               MOVE ZERO TO W4-EXTRA-PERIOD
048270           END-IF
048280           IF ST-EXEMPT-LAPSED
048290               MOVE ZERO TO ST-ALLOWANCES-PERIOD
048300               MOVE ZERO TO ST-EXTRA-PERIOD
048310           END-IF
048320*
048330*    STEP 4(A) OTHER INCOME RAISES THE FEDERAL WAGE AND STEP
048340*    4(B) DEDUCTIONS LOWER IT. THE STATE WAGE TAKES ITS OWN
048350*    ALLOWANCES ONCE THE STATE TABLE IS KNOWN. SUPPLEMENTAL
048360*    EARNINGS ARE WITHHELD AT THE FLAT RATE IN CALCULATE-FED-TAX
048370*    AND SO COME OUT OF THE WAGE THE BRACKETS SEE.
048380           COMPUTE FED-TAXABLE-INCOME = TAXABLE-INCOME
048390               + W4-OTHER-INCOME-PERIOD - DEDUCTION
048400               - SUPPLEMENTAL-PAY
048410           IF FED-TAXABLE-INCOME < ZERO
048420               MOVE ZERO TO FED-TAXABLE-INCOME
048430           END-IF.
048440*
048450*    AN EXEMPT CLAIM HOLDS THROUGH ITS EXPIRATION DATE. ONE
048460*    PAST IT IS LAPSED - THE EMPLOYEE IS WITHHELD AT SINGLE
048470*    WITH NO ADJUSTMENTS UNTIL A NEW CERTIFICATE COMES IN.
048480       CHECK-EXEMPT-CLAIMS.
048490           MOVE "N" TO FED-WH-SW
048500           IF FED-EXEMPT-SW = "Y"
048510               IF PP-END-DATE-NUM > FED-EXEMPT-EXPIRES
048520                   MOVE "X" TO FED-WH-SW
048530               ELSE
048540                   MOVE "E" TO FED-WH-SW
048550               END-IF
048560           END-IF
048570           MOVE "N" TO ST-WH-SW
048580           IF ST-EXEMPT-SW = "Y"
048590               IF PP-END-DATE-NUM > ST-EXEMPT-EXPIRES
048600                   MOVE "X" TO ST-WH-SW
048610               ELSE
048620                   MOVE "E" TO ST-WH-SW
048630               END-IF
048640           END-IF.
048650*
048660*    THE RATE FILE LOADS ONCE AT STARTUP. A BAD CARD OR AN
048670*    EMPTY FILE ABENDS THE RUN - PAYING AT WRONG OR LEFTOVER
048680*    RATES IS WORSE THAN NOT PAYING AT ALL.
048690       LOAD-TAX-RATE-TABLES.
048700           OPEN INPUT TAX-RATE-FILE
048710           PERFORM READ-RATE-CARD
048720           PERFORM STORE-RATE-CARD UNTIL RATE-EOF = "YES"
048730           CLOSE TAX-RATE-FILE
048740           IF RATE-SET-COUNT = ZERO
048750               DISPLAY "TAX RATE FILE EMPTY OR MISSING"
048760               MOVE 16 TO RETURN-CODE
048770               STOP RUN
048780           END-IF
048790           PERFORM VERIFY-RATE-SET
048800               VARYING RATE-SET-INDEX FROM 1 BY 1
048810               UNTIL RATE-SET-INDEX > RATE-SET-COUNT.
048820*
048830*    EVERY SET MUST CARRY ALL FIVE FEDERAL BRACKETS OF THE F
048840*    TABLE AND OF ANY M OR H TABLE IT SENT A CARD FOR, AND EVERY
048850*    STATE THAT SENT ANY BRACKET CARD MUST HAVE ALL FIVE. A
048860*    CEILING STILL ZERO MEANS A CARD NEVER ARRIVED FOR THAT
048870*    BRACKET - WITHHOLDING FROM A PART-LOADED TABLE WOULD
048880*    SILENTLY TAKE NOTHING, SO THE RUN REFUSES TO START. A
048890*    STATE SLOT WITH ONLY A U CARD IS FINE - THAT IS A STATE
048900*    WITH NO INCOME TAX.
048910       VERIFY-RATE-SET.
048920           PERFORM VERIFY-RATE-FED-STATUS
048930               VARYING FED-STATUS-INDEX FROM 1 BY 1
048940               UNTIL FED-STATUS-INDEX > 3
048950           PERFORM VERIFY-RATE-STATE-SLOT
048960               VARYING STATE-SLOT-INDEX FROM 1 BY 1
048970               UNTIL STATE-SLOT-INDEX >
048980                   RS-STATE-COUNT (RATE-SET-INDEX).
048990       VERIFY-RATE-FED-STATUS.
049000           IF FED-STATUS-INDEX = 1
049010               OR RS-FED-LOADED-SW (RATE-SET-INDEX
049020                   FED-STATUS-INDEX) = "Y"
049030               PERFORM VERIFY-RATE-BRACKET
049040                   VARYING BRACKET-INDEX FROM 1 BY 1
049050                   UNTIL BRACKET-INDEX > 5
049060           END-IF.
049070       VERIFY-RATE-BRACKET.
049080           IF RS-FED-CEILING (RATE-SET-INDEX FED-STATUS-INDEX
049090               BRACKET-INDEX) = ZERO
049100               DISPLAY "INCOMPLETE TAX RATE SET EFFECTIVE "
049110                   RS-EFFECTIVE-DATE (RATE-SET-INDEX)
049120               MOVE 16 TO RETURN-CODE
049130               STOP RUN
049140           END-IF.
049150       VERIFY-RATE-STATE-SLOT.
049160           IF RS-ST-BRACKETS-SW (RATE-SET-INDEX
049170               STATE-SLOT-INDEX) = "Y"
049180               PERFORM VERIFY-STATE-SLOT-BRACKET
049190                   VARYING BRACKET-INDEX FROM 1 BY 1
049200                   UNTIL BRACKET-INDEX > 5
049210           END-IF.
049220       VERIFY-STATE-SLOT-BRACKET.
049230           IF RS-STATE-CEILING (RATE-SET-INDEX STATE-SLOT-INDEX
049240               BRACKET-INDEX) = ZERO
049250               DISPLAY "INCOMPLETE STATE BRACKETS FOR STATE "
049260                   RS-STATE-CODE (RATE-SET-INDEX
049270                       STATE-SLOT-INDEX)
049280                   " EFFECTIVE "
049290                   RS-EFFECTIVE-DATE (RATE-SET-INDEX)
049300               MOVE 16 TO RETURN-CODE
049310               STOP RUN
049320           END-IF.
049330       READ-RATE-CARD.
049340           READ TAX-RATE-FILE AT END MOVE "YES" TO RATE-EOF
049350           END-READ.
049360       STORE-RATE-CARD.
049370           IF (RT-TABLE-ID NOT = "F" AND RT-TABLE-ID NOT = "S"
049380                   AND RT-TABLE-ID NOT = "U"
049390                   AND RT-TABLE-ID NOT = "M"
049400                   AND RT-TABLE-ID NOT = "H"
049410                   AND RT-TABLE-ID NOT = "A")
049420               OR RT-EFFECTIVE-DATE NOT NUMERIC
049430               OR RT-BRACKET-NO NOT NUMERIC
049440               OR RT-BRACKET-NO = ZERO OR RT-BRACKET-NO > 5
049450               OR RT-CEILING NOT NUMERIC
049460               OR RT-CEILING = ZERO
049470               OR RT-RATE NOT NUMERIC
049480               OR (RT-TABLE-ID = "U" AND RT-BRACKET-NO NOT = 1)
049490               OR (RT-TABLE-ID = "A" AND RT-BRACKET-NO NOT = 1)
049500               DISPLAY "BAD TAX RATE CARD: " RATE-CARD-IN
049510               MOVE 16 TO RETURN-CODE
049520               STOP RUN
049530           END-IF
049540           MOVE ZERO TO RATE-SET-FOUND
049550           PERFORM FIND-RATE-SET
049560               VARYING RATE-SET-INDEX FROM 1 BY 1
049570               UNTIL RATE-SET-INDEX > RATE-SET-COUNT
049580           IF RATE-SET-FOUND = ZERO
049590               IF RATE-SET-COUNT = 8
049600                   DISPLAY "MORE THAN 8 TAX RATE SETS ON FILE"
049610                   MOVE 16 TO RETURN-CODE
049620                   STOP RUN
049630               END-IF
049640               ADD 1 TO RATE-SET-COUNT
049650               MOVE RATE-SET-COUNT TO RATE-SET-FOUND
049660               MOVE RT-EFFECTIVE-DATE
049670                   TO RS-EFFECTIVE-DATE (RATE-SET-FOUND)
049680               PERFORM ZERO-RATE-SET
049690           END-IF
049700           IF RT-TABLE-ID = "F" OR "M" OR "H"
049710               PERFORM STORE-FED-RATE-CARD
049720           ELSE
049730               PERFORM STORE-STATE-RATE-CARD
049740           END-IF
049750           PERFORM READ-RATE-CARD.
049760*
049770*    F, M, AND H CARDS FILL THE SINGLE, MARRIED FILING JOINTLY,
049780*    AND HEAD OF HOUSEHOLD FEDERAL TABLES OF THE SET.
049790       STORE-FED-RATE-CARD.
049800           MOVE 1 TO FED-STATUS-INDEX
049810           IF RT-TABLE-ID = "M"
049820               MOVE 2 TO FED-STATUS-INDEX
049830           END-IF
049840           IF RT-TABLE-ID = "H"
049850               MOVE 3 TO FED-STATUS-INDEX
049860           END-IF
049870           MOVE RT-CEILING
049880               TO RS-FED-CEILING (RATE-SET-FOUND
049890                   FED-STATUS-INDEX RT-BRACKET-NO)
049900           MOVE RT-RATE
049910               TO RS-FED-RATE (RATE-SET-FOUND
049920                   FED-STATUS-INDEX RT-BRACKET-NO)
049930           MOVE "Y" TO RS-FED-LOADED-SW (RATE-SET-FOUND
049940               FED-STATUS-INDEX).
049950       FIND-RATE-SET.
049960           IF RS-EFFECTIVE-DATE (RATE-SET-INDEX)
049970               = RT-EFFECTIVE-DATE
049980               MOVE RATE-SET-INDEX TO RATE-SET-FOUND
049990           END-IF.
050000*
050010*    AN S CARD FILLS ONE BRACKET OF ITS STATE'S WITHHOLDING
050020*    TABLE, A U CARD FILLS THE STATE'S SUTA RATE AND WAGE BASE,
050030*    AN A CARD THE VALUE OF ONE STATE WITHHOLDING ALLOWANCE.
050040*    THE FIRST CARD FOR A STATE CLAIMS A SLOT IN THE SET.
050050       STORE-STATE-RATE-CARD.
050060           IF RT-STATE-CODE = SPACES
050070               MOVE HOME-STATE-CODE TO RT-STATE-CODE
050080           END-IF
050090           MOVE ZERO TO STATE-SLOT-FOUND
050100           PERFORM FIND-STATE-CARD-SLOT
050110               VARYING STATE-SLOT-INDEX FROM 1 BY 1
050120               UNTIL STATE-SLOT-INDEX >
050130                   RS-STATE-COUNT (RATE-SET-FOUND)
050140           IF STATE-SLOT-FOUND = ZERO
050150               IF RS-STATE-COUNT (RATE-SET-FOUND) = 5
050160                   DISPLAY "MORE THAN 5 STATES IN TAX RATE SET"
050170                   MOVE 16 TO RETURN-CODE
050180                   STOP RUN
050190               END-IF
050200               ADD 1 TO RS-STATE-COUNT (RATE-SET-FOUND)
050210               MOVE RS-STATE-COUNT (RATE-SET-FOUND)
050220                   TO STATE-SLOT-FOUND
050230               MOVE RT-STATE-CODE
050240                   TO RS-STATE-CODE (RATE-SET-FOUND
050250                       STATE-SLOT-FOUND)
050260           END-IF
050270           IF RT-TABLE-ID = "S"
050280               MOVE RT-CEILING
050290                   TO RS-STATE-CEILING (RATE-SET-FOUND
050300                       STATE-SLOT-FOUND RT-BRACKET-NO)
050310               MOVE RT-RATE
050320                   TO RS-STATE-RATE (RATE-SET-FOUND
050330                       STATE-SLOT-FOUND RT-BRACKET-NO)
050340               MOVE "Y" TO RS-ST-BRACKETS-SW (RATE-SET-FOUND
050350                   STATE-SLOT-FOUND)
050360           END-IF
050370           IF RT-TABLE-ID = "A"
050380               MOVE RT-CEILING
050390                   TO RS-ST-ALLOWANCE-VALUE (RATE-SET-FOUND
050400                       STATE-SLOT-FOUND)
050410           END-IF
050420           IF RT-TABLE-ID = "U"
050430               MOVE RT-RATE
050440                   TO RS-SUTA-RATE (RATE-SET-FOUND
050450                       STATE-SLOT-FOUND)
050460               MOVE RT-CEILING
050470                   TO RS-SUTA-WAGE-BASE (RATE-SET-FOUND
050480                       STATE-SLOT-FOUND)
050490               MOVE "Y" TO RS-ST-SUTA-SW (RATE-SET-FOUND
050500                   STATE-SLOT-FOUND)
050510           END-IF.
050520       FIND-STATE-CARD-SLOT.
050530           IF RS-STATE-CODE (RATE-SET-FOUND STATE-SLOT-INDEX)
050540               = RT-STATE-CODE
050550               MOVE STATE-SLOT-INDEX TO STATE-SLOT-FOUND
050560           END-IF.
050570       ZERO-RATE-SET.
050580           MOVE ZERO TO RS-STATE-COUNT (RATE-SET-FOUND)
050590           PERFORM ZERO-RATE-SET-BRACKET
050600               VARYING BRACKET-INDEX FROM 1 BY 1
050610               UNTIL BRACKET-INDEX > 5
050620           PERFORM ZERO-RATE-SET-STATE-SLOT
050630               VARYING STATE-SLOT-INDEX FROM 1 BY 1
050640               UNTIL STATE-SLOT-INDEX > 5.
050650       ZERO-RATE-SET-BRACKET.
050660           PERFORM ZERO-RATE-SET-FED-STATUS
050670               VARYING FED-STATUS-INDEX FROM 1 BY 1
050680               UNTIL FED-STATUS-INDEX > 3.
050690       ZERO-RATE-SET-FED-STATUS.
050700           MOVE "N" TO RS-FED-LOADED-SW (RATE-SET-FOUND
050710               FED-STATUS-INDEX)
050720           MOVE ZERO TO RS-FED-CEILING (RATE-SET-FOUND
050730               FED-STATUS-INDEX BRACKET-INDEX)
050740           MOVE ZERO TO RS-FED-RATE (RATE-SET-FOUND
050750               FED-STATUS-INDEX BRACKET-INDEX).
050760       ZERO-RATE-SET-STATE-SLOT.
050770           MOVE SPACES TO RS-STATE-CODE (RATE-SET-FOUND
050780               STATE-SLOT-INDEX)
050790           MOVE "N" TO RS-ST-BRACKETS-SW (RATE-SET-FOUND
050800               STATE-SLOT-INDEX)
050810           MOVE "N" TO RS-ST-SUTA-SW (RATE-SET-FOUND
050820               STATE-SLOT-INDEX)
050830           MOVE ZERO TO RS-SUTA-RATE (RATE-SET-FOUND
050840               STATE-SLOT-INDEX)
050850           MOVE ZERO TO RS-SUTA-WAGE-BASE (RATE-SET-FOUND
050860               STATE-SLOT-INDEX)
050870           MOVE ZERO TO RS-ST-ALLOWANCE-VALUE (RATE-SET-FOUND
050880               STATE-SLOT-INDEX)
050890           PERFORM ZERO-STATE-SLOT-BRACKET
050900               VARYING BRACKET-INDEX FROM 1 BY 1
050910               UNTIL BRACKET-INDEX > 5.
050920       ZERO-STATE-SLOT-BRACKET.
050930           MOVE ZERO TO RS-STATE-CEILING (RATE-SET-FOUND
050940               STATE-SLOT-INDEX BRACKET-INDEX)
050950           MOVE ZERO TO RS-STATE-RATE (RATE-SET-FOUND
050960               STATE-SLOT-INDEX BRACKET-INDEX).
050970*
050980*    PICK THE RATE SET WITH THE LATEST EFFECTIVE DATE THAT IS
050990*    NOT AFTER THE PERIOD END DATE AND FILL THE WORKING BRACKET
051000*    TABLES FROM IT. NO COVERING SET MEANS THE RUN CANNOT PAY
051010*    AT A KNOWN-GOOD RATE, SO IT ABENDS.
051020       SELECT-RATE-SET.
051030           MOVE ZERO TO RATE-SET-CHOSEN
051040           MOVE ZERO TO RATE-CHOSEN-DATE
051050           PERFORM CHECK-ONE-RATE-SET
051060               VARYING RATE-SET-INDEX FROM 1 BY 1
051070               UNTIL RATE-SET-INDEX > RATE-SET-COUNT
051080           IF RATE-SET-CHOSEN = ZERO
051090               DISPLAY "NO TAX RATE TABLE COVERS PAY PERIOD "
051100                   PP-END-DATE-NUM
051110               MOVE 16 TO RETURN-CODE
051120               STOP RUN
051130           END-IF
051140           PERFORM COPY-RATE-SET-STATUS
051150               VARYING FED-STATUS-INDEX FROM 1 BY 1
051160               UNTIL FED-STATUS-INDEX > 3
051170*
051180*    A NEW SET INVALIDATES THE CACHED STATE TABLE SO THE NEXT
051190*    RECORD RELOADS ITS STATE FROM THE RIGHT SET.
051200           MOVE LOW-VALUES TO STATE-LOADED-FOR-STATE
051210           MOVE RS-EFFECTIVE-DATE (RATE-SET-CHOSEN)
051220               TO RATE-EFFECTIVE-USED
051230           MOVE PP-END-DATE-NUM TO RATE-SELECTED-FOR-DATE.
051240       CHECK-ONE-RATE-SET.
051250           IF RS-EFFECTIVE-DATE (RATE-SET-INDEX)
051260               NOT > PP-END-DATE-NUM
051270               AND RS-EFFECTIVE-DATE (RATE-SET-INDEX)
051280                   NOT < RATE-CHOSEN-DATE
051290               MOVE RATE-SET-INDEX TO RATE-SET-CHOSEN
051300               MOVE RS-EFFECTIVE-DATE (RATE-SET-INDEX)
051310                   TO RATE-CHOSEN-DATE
051320           END-IF.
051330*
051340*    A FILING STATUS THE SET SENT NO TABLE FOR IS WITHHELD FROM
051350*    THE F TABLE, SO A DECK WITH ONLY F CARDS STILL COVERS
051360*    EVERYBODY.
051370       COPY-RATE-SET-STATUS.
051380           IF RS-FED-LOADED-SW (RATE-SET-CHOSEN FED-STATUS-INDEX)
051390               = "Y"
051400               MOVE FED-STATUS-INDEX TO FED-STATUS-SOURCE
051410           ELSE
051420               MOVE 1 TO FED-STATUS-SOURCE
051430           END-IF
051440           PERFORM COPY-RATE-SET-BRACKET
051450               VARYING BRACKET-INDEX FROM 1 BY 1
051460               UNTIL BRACKET-INDEX > 5.
051470       COPY-RATE-SET-BRACKET.
051480           MOVE RS-FED-CEILING (RATE-SET-CHOSEN FED-STATUS-SOURCE
051490               BRACKET-INDEX)
051500               TO FED-BRACKET-CEILING (FED-STATUS-INDEX
051510                   BRACKET-INDEX)
051520           MOVE RS-FED-RATE (RATE-SET-CHOSEN FED-STATUS-SOURCE
051530               BRACKET-INDEX)
051540               TO FED-BRACKET-RATE (FED-STATUS-INDEX
051550                   BRACKET-INDEX).
051560*
051570*    FILL THE WORKING STATE BRACKET TABLE AND SUTA FIGURES FOR
051580*    THE EMPLOYEE'S WORK STATE FROM THE CHOSEN SET, REMEMBERING
051590*    WHICH STATE IS LOADED SO A RUN DOES NOT RELOAD FOR EVERY
051600*    RECORD. A STATE WITH NO SLOT AT ALL IS A RATE DECK ERROR
051610*    AND STOPS THE RUN. A SLOT WITHOUT BRACKETS IS A STATE
051620*    WITH NO INCOME TAX AND WITHHOLDS NOTHING. A SLOT WITHOUT
051630*    A U CARD FALLS BACK TO THE COMPILED SUTA RATE AND BASE.
051640       SELECT-STATE-TABLE.
051650           MOVE ZERO TO STATE-SLOT-FOUND
051660           PERFORM FIND-STATE-SLOT
051670               VARYING STATE-SLOT-INDEX FROM 1 BY 1
051680               UNTIL STATE-SLOT-INDEX >
051690                   RS-STATE-COUNT (RATE-SET-CHOSEN)
051700           IF STATE-SLOT-FOUND = ZERO
051710               DISPLAY "NO STATE RATE TABLE FOR STATE "
051720                   WORK-STATE
051730               MOVE 16 TO RETURN-CODE
051740               STOP RUN
051750           END-IF
051760           IF RS-ST-BRACKETS-SW (RATE-SET-CHOSEN
051770               STATE-SLOT-FOUND) = "Y"
051780               MOVE "Y" TO STATE-HAS-BRACKETS-SW
051790               PERFORM COPY-STATE-SLOT-BRACKET
051800                   VARYING BRACKET-INDEX FROM 1 BY 1
051810                   UNTIL BRACKET-INDEX > 5
051820           ELSE
051830               MOVE "N" TO STATE-HAS-BRACKETS-SW
051840           END-IF
051850           IF RS-ST-SUTA-SW (RATE-SET-CHOSEN STATE-SLOT-FOUND)
051860               = "Y"
051870               MOVE RS-SUTA-RATE (RATE-SET-CHOSEN
051880                   STATE-SLOT-FOUND) TO SUTA-RATE-USED
051890               MOVE RS-SUTA-WAGE-BASE (RATE-SET-CHOSEN
051900                   STATE-SLOT-FOUND) TO SUTA-BASE-USED
051910           ELSE
051920               MOVE SUTA-RATE TO SUTA-RATE-USED
051930               MOVE SUTA-WAGE-BASE TO SUTA-BASE-USED
051940           END-IF
051950           MOVE RS-ST-ALLOWANCE-VALUE (RATE-SET-CHOSEN
051960               STATE-SLOT-FOUND) TO ST-ALLOWANCE-VALUE-USED
051970           MOVE WORK-STATE TO STATE-LOADED-FOR-STATE.
051980       FIND-STATE-SLOT.
051990           IF RS-STATE-CODE (RATE-SET-CHOSEN STATE-SLOT-INDEX)
052000               = WORK-STATE
052010               MOVE STATE-SLOT-INDEX TO STATE-SLOT-FOUND
052020           END-IF.
052030       COPY-STATE-SLOT-BRACKET.
052040           MOVE RS-STATE-CEILING (RATE-SET-CHOSEN
052050               STATE-SLOT-FOUND BRACKET-INDEX)
052060               TO STATE-BRACKET-CEILING (BRACKET-INDEX)
052070           MOVE RS-STATE-RATE (RATE-SET-CHOSEN
052080               STATE-SLOT-FOUND BRACKET-INDEX)
052090               TO STATE-BRACKET-RATE (BRACKET-INDEX).
052100*
052110*    THE FILING STATUS PICKS THE TABLE. THE STEP 3 CREDIT COMES
052120*    OFF THE BRACKET TAX, NEVER BELOW ZERO, AND THE STEP 4(C)
052130*    EXTRA GOES ON TOP WHEN THERE ARE WAGES TO TAKE IT FROM.
052140*    AN EXEMPT CLAIM IN FORCE WITHHOLDS NO INCOME TAX AT ALL.
052150*    SUPPLEMENTAL EARNINGS ARE WITHHELD AT THE FLAT FEDERAL
052160*    SUPPLEMENTAL RATE, OUTSIDE THE BRACKETS AND THE CREDIT.
052170       CALCULATE-FED-TAX.
052180           MOVE ZERO TO FED-TAX
052190           IF NOT FED-EXEMPT-IN-FORCE
052200               MOVE 1 TO FED-STATUS-INDEX
052210               IF FILING-JOINT AND NOT FED-EXEMPT-LAPSED
052220                   MOVE 2 TO FED-STATUS-INDEX
052230               END-IF
052240               IF FILING-HEAD AND NOT FED-EXEMPT-LAPSED
052250                   MOVE 3 TO FED-STATUS-INDEX
052260               END-IF
052270               COMPUTE BRACKET-WAGE ROUNDED =
052280                   FED-TAXABLE-INCOME * PERIODS-PER-YEAR
052290                       / RATE-TABLE-PERIODS
052300               MOVE ZERO TO BRACKET-FLOOR
052310               PERFORM APPLY-FED-BRACKET
052320                   VARYING BRACKET-INDEX FROM 1 BY 1
052330                   UNTIL BRACKET-INDEX > 5
052340                       OR BRACKET-WAGE NOT > BRACKET-FLOOR
052350               PERFORM BRACKET-TAX-TO-PERIOD
052360               SUBTRACT W4-CREDIT-PERIOD FROM FED-TAX
052370               IF FED-TAX < ZERO
052380                   MOVE ZERO TO FED-TAX
052390               END-IF
052400               IF TAXABLE-INCOME > ZERO
052410                   ADD W4-EXTRA-PERIOD TO FED-TAX
052420               END-IF
052430               IF SUPPLEMENTAL-PAY > ZERO
052440                   COMPUTE SUPPLEMENTAL-FED-TAX ROUNDED =
052450                       SUPPLEMENTAL-PAY * SUPPLEMENTAL-FED-RATE
052460                   ADD SUPPLEMENTAL-FED-TAX TO FED-TAX
052470               END-IF
052480           END-IF.
052490       APPLY-FED-BRACKET.
052500           IF BRACKET-WAGE >
052510               FED-BRACKET-CEILING (FED-STATUS-INDEX
052520                   BRACKET-INDEX)
052530               COMPUTE FED-TAX = FED-TAX +
052540                   ((FED-BRACKET-CEILING (FED-STATUS-INDEX
052550                       BRACKET-INDEX) - BRACKET-FLOOR)
052560                       * FED-BRACKET-RATE (FED-STATUS-INDEX
052570                           BRACKET-INDEX))
052580           ELSE
052590               COMPUTE FED-TAX = FED-TAX +
052600                   ((BRACKET-WAGE - BRACKET-FLOOR)
052610                       * FED-BRACKET-RATE (FED-STATUS-INDEX
052620                           BRACKET-INDEX))
052630           END-IF
052640           MOVE FED-BRACKET-CEILING (FED-STATUS-INDEX
052650               BRACKET-INDEX) TO BRACKET-FLOOR.
052660*
052670*    THE TAX THE BIWEEKLY TABLES GAVE ON THE BRACKET WAGE IS
052680*    ANNUALIZED ON THEIR 26 PERIODS AND SPREAD BACK OVER THE
052690*    GROUP'S. A BIWEEKLY GROUP COMES THROUGH UNCHANGED.
052700       BRACKET-TAX-TO-PERIOD.
052710           IF PERIODS-PER-YEAR NOT = RATE-TABLE-PERIODS
052720               COMPUTE FED-TAX ROUNDED =
052730                   FED-TAX * RATE-TABLE-PERIODS / PERIODS-PER-YEAR
052740           END-IF.
052750       CALCULATE-STATE-TAX.
052760           IF WORK-STATE NOT = STATE-LOADED-FOR-STATE
052770               PERFORM SELECT-STATE-TABLE
052780           END-IF
052790           MOVE ZERO TO STATE-TAX
052800*
052810*    EACH STATE ALLOWANCE TAKES ONE PERIOD'S SHARE OF THE
052820*    STATE'S ANNUAL ALLOWANCE VALUE OFF THE STATE WAGE. THE
052830*    FLAT EXTRA AND THE EXEMPT CLAIM WORK AS THEY DO FEDERALLY.
052840           IF STATE-HAS-BRACKETS-SW = "Y"
052850               AND NOT ST-EXEMPT-IN-FORCE
052860               COMPUTE ST-ALLOWANCE-AMOUNT ROUNDED =
052870                   ST-ALLOWANCES-PERIOD * ST-ALLOWANCE-VALUE-USED
052880                       / PERIODS-PER-YEAR
052890               COMPUTE STATE-TAXABLE-INCOME =
052900                   TAXABLE-INCOME - ST-ALLOWANCE-AMOUNT
052910               COMPUTE BRACKET-WAGE ROUNDED =
052920                   STATE-TAXABLE-INCOME * PERIODS-PER-YEAR
052930                       / RATE-TABLE-PERIODS
052940               MOVE ZERO TO BRACKET-FLOOR
052950               PERFORM APPLY-STATE-BRACKET
052960                   VARYING BRACKET-INDEX FROM 1 BY 1
052970                   UNTIL BRACKET-INDEX > 5
052980                       OR BRACKET-WAGE NOT > BRACKET-FLOOR
052990               IF PERIODS-PER-YEAR NOT = RATE-TABLE-PERIODS
053000                   COMPUTE STATE-TAX ROUNDED = STATE-TAX
053010                       * RATE-TABLE-PERIODS / PERIODS-PER-YEAR
053020               END-IF
053030               IF TAXABLE-INCOME > ZERO
053040                   ADD ST-EXTRA-PERIOD TO STATE-TAX
053050               END-IF
053060           END-IF.
053070       APPLY-STATE-BRACKET.
053080           IF BRACKET-WAGE >
053090               STATE-BRACKET-CEILING (BRACKET-INDEX)
053100               COMPUTE STATE-TAX = STATE-TAX +
053110                   ((STATE-BRACKET-CEILING (BRACKET-INDEX)
053120                       - BRACKET-FLOOR)
053130                       * STATE-BRACKET-RATE (BRACKET-INDEX))
053140           ELSE
053150               COMPUTE STATE-TAX = STATE-TAX +
053160                   ((BRACKET-WAGE - BRACKET-FLOOR)
053170                       * STATE-BRACKET-RATE (BRACKET-INDEX))
053180           END-IF
053190           MOVE STATE-BRACKET-CEILING (BRACKET-INDEX)
053200               TO BRACKET-FLOOR.
053210*
053220*    SOCIAL SECURITY STOPS AT THE ANNUAL WAGE BASE. THE PRIOR
053230*    YTD GROSS COMES FROM YTD-MASTER BEFORE THIS PERIOD IS
053240*    POSTED, SO ONLY THE SLICE OF THIS CHECK BELOW THE BASE IS
053250*    TAXED. MEDICARE HAS NO BASE. THE EMPLOYER MATCHES BOTH AND
053260*    ACCRUES FUTA/SUTA ON THE SAME CAPPED-WAGE PRINCIPLE.
053270       CALCULATE-FICA-TAX.
053280           MOVE EMPLOYEE-ID TO YTD-EMPLOYEE-ID
053290           READ YTD-MASTER
053300               INVALID KEY
053310                   MOVE ZERO TO PRIOR-YTD-GROSS
053320                   MOVE ZERO TO PRIOR-STATE-WAGES
053330               NOT INVALID KEY
053340                   MOVE YTD-GROSS-PAY TO PRIOR-YTD-GROSS
053350                   PERFORM GET-PRIOR-STATE-WAGES
053360           END-READ
053370*
053380*    A MASTER NETTED BELOW ZERO BY CLAWBACKS COUNTS AS ZERO
053390*    WAGES FOR THE CAP MATH.
053400           IF PRIOR-YTD-GROSS < ZERO
053410               MOVE ZERO TO PRIOR-YTD-GROSS
053420           END-IF
053430*
053440*    THE FICA BASE IS GROSS LESS THE CAFETERIA-PLAN PRE-TAX
053450*    AMOUNT - 401K IS NOT SHELTERED FROM FICA.
053460           COMPUTE FICA-GROSS =
053470               GROSS-PAY - PRETAX-125-AMOUNT
053480           IF FICA-GROSS < ZERO
053490               MOVE ZERO TO FICA-GROSS
053500           END-IF
053510           IF PRIOR-YTD-GROSS NOT < SOC-SEC-WAGE-BASE
053520               MOVE ZERO TO FICA-TAXABLE
053530           ELSE
053540               COMPUTE FICA-TAXABLE =
053550                   SOC-SEC-WAGE-BASE - PRIOR-YTD-GROSS
053560               IF FICA-TAXABLE > FICA-GROSS
053570                   MOVE FICA-GROSS TO FICA-TAXABLE
053580               END-IF
053590           END-IF
053600           COMPUTE SOC-SEC-TAX ROUNDED =
053610               FICA-TAXABLE * SOC-SEC-RATE
053620           COMPUTE MEDICARE-TAX ROUNDED =
053630               FICA-GROSS * MEDICARE-RATE
053640           IF PRIOR-YTD-GROSS NOT < FUTA-WAGE-BASE
053650               MOVE ZERO TO FUTA-TAXABLE
053660           ELSE
053670               COMPUTE FUTA-TAXABLE =
053680                   FUTA-WAGE-BASE - PRIOR-YTD-GROSS
053690               IF FUTA-TAXABLE > GROSS-PAY
053700                   MOVE GROSS-PAY TO FUTA-TAXABLE
053710               END-IF
053720           END-IF
053730           COMPUTE EMPLOYER-FUTA ROUNDED =
053740               FUTA-TAXABLE * FUTA-RATE
053750*
053760*    SUTA RUNS AT THE WORK STATE'S RATE AGAINST THE WORK
053770*    STATE'S WAGE BASE, AND THE CAP COUNTS ONLY THE WAGES THE
053780*    EMPLOYEE HAS ALREADY EARNED IN THAT STATE THIS YEAR. THE
053790*    RATE AND BASE WERE LOADED BY SELECT-STATE-TABLE WHEN THE
053800*    STATE WITHHOLDING RAN, JUST AHEAD OF THIS PARAGRAPH.
053810           IF PRIOR-STATE-WAGES NOT < SUTA-BASE-USED
053820               MOVE ZERO TO SUTA-TAXABLE
053830           ELSE
053840               COMPUTE SUTA-TAXABLE =
053850                   SUTA-BASE-USED - PRIOR-STATE-WAGES
053860               IF SUTA-TAXABLE > GROSS-PAY
053870                   MOVE GROSS-PAY TO SUTA-TAXABLE
053880               END-IF
053890           END-IF
053900           COMPUTE EMPLOYER-SUTA ROUNDED =
053910               SUTA-TAXABLE * SUTA-RATE-USED.
053920*
053930*    THE EMPLOYEE'S WAGES TO DATE IN THE WORK STATE, SUMMED
053940*    FROM THE FOUR QUARTER BUCKETS OF THE STATE'S SLOT ON THE
053950*    MASTER JUST READ. NO SLOT MEANS NO WAGES THERE YET.
053960       GET-PRIOR-STATE-WAGES.
053970           MOVE ZERO TO PRIOR-STATE-WAGES
053980           MOVE ZERO TO YTD-ST-SLOT
053990           PERFORM FIND-YTD-STATE-SLOT
054000               VARYING YTD-ST-INDEX FROM 1 BY 1
054010               UNTIL YTD-ST-INDEX > 3
054020           IF YTD-ST-SLOT NOT = ZERO
054030               PERFORM ADD-PRIOR-STATE-QUARTER
054040                   VARYING YTD-ST-QTR-INDEX FROM 1 BY 1
054050                   UNTIL YTD-ST-QTR-INDEX > 4
054060           END-IF
054070           IF PRIOR-STATE-WAGES < ZERO
054080               MOVE ZERO TO PRIOR-STATE-WAGES
054090           END-IF.
054100       FIND-YTD-STATE-SLOT.
054110           IF YTD-ST-CODE (YTD-ST-INDEX) = WORK-STATE
054120               MOVE YTD-ST-INDEX TO YTD-ST-SLOT
054130           END-IF.
054140       ADD-PRIOR-STATE-QUARTER.
054150           ADD YTD-ST-QTR-WAGES (YTD-ST-SLOT YTD-ST-QTR-INDEX)
054160               TO PRIOR-STATE-WAGES.
054170       CALCULATE-NET-PAY.
054180*
054190*    THE PRE-TAX TAKES WERE WITHHELD FROM THE CHECK EVEN THOUGH
054200*    THEY NEVER ENTERED TAXABLE INCOME, SO THEY COME OFF NET
054210*    HERE. THE POST-TAX TAKES COME OFF AFTER THEIR OWN PASS.
054220*    REPORTED TIPS ARE IN GROSS FOR TAX BUT WERE PAID IN CASH
054230*    ON THE FLOOR, SO THEY COME OFF NET TOO.
054240           COMPUTE NET-PAY = GROSS-PAY - FED-TAX - STATE-TAX
054250               - SOC-SEC-TAX - MEDICARE-TAX
054260               - PRETAX-125-AMOUNT - PRETAX-401K-AMOUNT
054270               - PAID-OUTSIDE-PAY
054280           IF NET-PAY < ZERO AND PAID-OUTSIDE-PAY > ZERO
054290               PERFORM LIMIT-TAX-TO-CASH-WAGES
054300           END-IF.
054310*
054320*    WHEN THE CASH WAGES CANNOT COVER THE TAX ON THE TIPS, THE
054330*    SHORTFALL IS LEFT UNWITHHELD - INCOME TAX GIVES WAY FIRST,
054340*    THEN SOCIAL SECURITY AND MEDICARE - SO THE CHECK IS NEVER
054350*    NEGATIVE.
054360       LIMIT-TAX-TO-CASH-WAGES.
054370           COMPUTE TAX-SHORTFALL = ZERO - NET-PAY
054380           IF TAX-SHORTFALL > FED-TAX
054390               SUBTRACT FED-TAX FROM TAX-SHORTFALL
054400               MOVE ZERO TO FED-TAX
054410           ELSE
054420               SUBTRACT TAX-SHORTFALL FROM FED-TAX
054430               MOVE ZERO TO TAX-SHORTFALL
054440           END-IF
054450           IF TAX-SHORTFALL > STATE-TAX
054460               SUBTRACT STATE-TAX FROM TAX-SHORTFALL
054470               MOVE ZERO TO STATE-TAX
054480           ELSE
054490               SUBTRACT TAX-SHORTFALL FROM STATE-TAX
054500               MOVE ZERO TO TAX-SHORTFALL
054510           END-IF
054520           IF TAX-SHORTFALL > SOC-SEC-TAX
054530               SUBTRACT SOC-SEC-TAX FROM TAX-SHORTFALL
054540               MOVE ZERO TO SOC-SEC-TAX
054550           ELSE
054560               SUBTRACT TAX-SHORTFALL FROM SOC-SEC-TAX
054570               MOVE ZERO TO TAX-SHORTFALL
054580           END-IF
054590           IF TAX-SHORTFALL > MEDICARE-TAX
054600               SUBTRACT MEDICARE-TAX FROM TAX-SHORTFALL
054610               MOVE ZERO TO MEDICARE-TAX
054620           ELSE
054630               SUBTRACT TAX-SHORTFALL FROM MEDICARE-TAX
054640               MOVE ZERO TO TAX-SHORTFALL
054650           END-IF
054660           COMPUTE NET-PAY = GROSS-PAY - FED-TAX - STATE-TAX
054670               - SOC-SEC-TAX - MEDICARE-TAX
054680               - PRETAX-125-AMOUNT - PRETAX-401K-AMOUNT
054690               - PAID-OUTSIDE-PAY.
054700*
054710*    VOLUNTARY DEDUCTIONS COME OUT AFTER TAXES. THE KEYED SWEEP
054720*    OF DEDUCTION-MASTER RETURNS ONE EMPLOYEE'S RECORDS IN
054730*    PRIORITY-CODE ORDER, SO GARNISHMENTS ARE SATISFIED FIRST
054740*    WHEN THE CHECK CANNOT COVER EVERYTHING. WHATEVER CANNOT BE
054750*    TAKEN GOES INTO THE RECORD'S ARREARS BALANCE AND IS TRIED
054760*    AGAIN NEXT PERIOD.
054770*
054780*    PRE-TAX PASS - RUNS AHEAD OF THE TAX CALCULATIONS SO THE
054790*    SHELTERED AMOUNTS CAN COME OUT OF TAXABLE INCOME AND THE
054800*    FICA BASE. THE TAKES LAND IN VOLUNTARY-DEDUCTION LIKE ANY
054810*    OTHER DEDUCTION AND IN THE PER-CLASS SHELTER BUCKETS THE
054820*    TAX PARAGRAPHS AND THE GL SPLIT READ.
054830       CALCULATE-PRETAX-DEDUCTIONS.
054840           MOVE ZERO TO VOLUNTARY-DEDUCTION
054850           MOVE ZERO TO PRETAX-125-AMOUNT
054860           MOVE ZERO TO PRETAX-401K-AMOUNT
054870           MOVE "P" TO DED-PASS-SW
054880           PERFORM SWEEP-EMPLOYEE-DEDUCTIONS.
054890*
054900*    POST-TAX PASS - THE SWEEP RUNS AGAIN AFTER THE TAXES AND
054910*    TAKES ONLY THE POST-TAX RECORDS, LIMITED BY WHAT IS LEFT
054920*    OF THE CHECK. NET PAY ALREADY REFLECTS THE PRE-TAX TAKES,
054930*    SO ONLY THE POST-TAX PORTION COMES OFF HERE.
054940       CALCULATE-VOLUNTARY-DEDUCTIONS.
054950           MOVE "A" TO DED-PASS-SW
054960           PERFORM SWEEP-EMPLOYEE-DEDUCTIONS
054970           COMPUTE NET-PAY = NET-PAY - (VOLUNTARY-DEDUCTION
054980               - PRETAX-125-AMOUNT - PRETAX-401K-AMOUNT).
054990       SWEEP-EMPLOYEE-DEDUCTIONS.
055000           MOVE "NO" TO DED-SCAN-DONE-SW
055010           MOVE EMPLOYEE-ID TO DED-EMPLOYEE-ID
055020           MOVE ZERO TO DED-PRIORITY
055030           MOVE SPACES TO DED-CODE
055040           START DEDUCTION-MASTER KEY NOT LESS THAN DED-KEY
055050               INVALID KEY
055060                   MOVE "YES" TO DED-SCAN-DONE-SW
055070           END-START
055080           IF DED-SCAN-NOT-DONE
055090               PERFORM READ-NEXT-DEDUCTION
055100           END-IF
055110           PERFORM APPLY-ONE-DEDUCTION UNTIL DED-SCAN-DONE.
055120       READ-NEXT-DEDUCTION.
055130           READ DEDUCTION-MASTER NEXT RECORD
055140               AT END
055150                   MOVE "YES" TO DED-SCAN-DONE-SW
055160           END-READ
055170           IF DED-SCAN-NOT-DONE
055180               AND DED-EMPLOYEE-ID NOT = EMPLOYEE-ID
055190               MOVE "YES" TO DED-SCAN-DONE-SW
055200           END-IF.
055210*
055220*    EACH PASS TAKES ONLY ITS OWN TAX CLASS - PRE-TAX RECORDS
055230*    ON THE PRE-TAX PASS, POST-TAX RECORDS ON THE POST-TAX
055240*    PASS. EVERYTHING ELSE ABOUT A DEDUCTION (DATES, CAPS,
055250*    ARREARS, CARRIER TOTALS) WORKS THE SAME IN BOTH.
055260       APPLY-ONE-DEDUCTION.
055270           IF PP-END-DATE-NUM NOT < DED-START-DATE
055280               AND (DED-STOP-DATE = ZERO OR
055290                    PP-END-DATE-NUM NOT > DED-STOP-DATE)
055300               AND ((PRETAX-PASS AND (DED-PRETAX-125 OR
055310                        DED-PRETAX-401K))
055320                   OR (POSTTAX-PASS AND DED-POST-TAX))
055330               IF DED-PERCENT
055340                   COMPUTE DED-WANTED ROUNDED =
055350                       GROSS-PAY * DED-PERCENT-RATE
055360               ELSE
055370                   MOVE DED-FLAT-AMOUNT TO DED-WANTED
055380               END-IF
055390               MOVE DED-ARREARS-BALANCE TO DED-ARREARS-BEFORE
055400               ADD DED-ARREARS-BALANCE TO DED-WANTED
055410               IF DED-ANNUAL-CAP NOT = ZERO
055420                   COMPUTE DED-CAP-ROOM =
055430                       DED-ANNUAL-CAP - DED-YTD-TAKEN
055440                   IF DED-CAP-ROOM < ZERO
055450                       MOVE ZERO TO DED-CAP-ROOM
055460                   END-IF
055470                   IF DED-WANTED > DED-CAP-ROOM
055480                       MOVE DED-CAP-ROOM TO DED-WANTED
055490                   END-IF
055500               END-IF
055510*
055520*    A PRE-TAX TAKE IS LIMITED BY THE GROSS NOT YET SHELTERED,
055530*    A POST-TAX TAKE BY WHAT IS LEFT OF THE NET CHECK.
055540               IF PRETAX-PASS
055550                   COMPUTE DED-AVAILABLE =
055560                       GROSS-PAY - VOLUNTARY-DEDUCTION
055570               ELSE
055580                   COMPUTE DED-AVAILABLE =
055590                       NET-PAY - (VOLUNTARY-DEDUCTION
055600                           - PRETAX-125-AMOUNT
055610                           - PRETAX-401K-AMOUNT)
055620               END-IF
055630               IF DED-WANTED > DED-AVAILABLE
055640                   MOVE DED-AVAILABLE TO DED-TAKE
055650               ELSE
055660                   MOVE DED-WANTED TO DED-TAKE
055670               END-IF
055680               COMPUTE DED-ARREARS-BALANCE =
055690                   DED-WANTED - DED-TAKE
055700               ADD DED-TAKE TO DED-YTD-TAKEN
055710               ADD DED-TAKE TO VOLUNTARY-DEDUCTION
055720               IF DED-PRETAX-125
055730                   ADD DED-TAKE TO PRETAX-125-AMOUNT
055740               END-IF
055750               IF DED-PRETAX-401K
055760                   ADD DED-TAKE TO PRETAX-401K-AMOUNT
055770               END-IF
055780               PERFORM ACCUMULATE-CARRIER-TOTAL
055790               REWRITE DEDUCTION-RECORD
055800               PERFORM POST-DEDUCTION-DETAIL
055810           END-IF
055820           PERFORM READ-NEXT-DEDUCTION.
055830*
055840*    POST WHAT THIS DEDUCTION DID TO THIS CHECK - AMOUNT TAKEN,
055850*    ARREARS WORKED OFF, AND CAP ROOM LEFT - KEYED BY EMPLOYEE,
055860*    PERIOD, AND CODE. A SECOND CARD IN THE PERIOD ACCUMULATES
055870*    INTO THE SAME RECORD AND REFRESHES THE CAP ROOM.
055880       POST-DEDUCTION-DETAIL.
055890           IF DED-ARREARS-BALANCE < DED-ARREARS-BEFORE
055900               COMPUTE DED-ARREARS-WORKED =
055910                   DED-ARREARS-BEFORE - DED-ARREARS-BALANCE
055920           ELSE
055930               MOVE ZERO TO DED-ARREARS-WORKED
055940           END-IF
055950           IF DED-ANNUAL-CAP = ZERO
055960               MOVE ZERO TO DED-ROOM-AFTER
055970           ELSE
055980               COMPUTE DED-ROOM-AFTER =
055990                   DED-ANNUAL-CAP - DED-YTD-TAKEN
056000               IF DED-ROOM-AFTER < ZERO
056010                   MOVE ZERO TO DED-ROOM-AFTER
056020               END-IF
056030           END-IF
056040           MOVE EMPLOYEE-ID TO DD-EMPLOYEE-ID
056050           MOVE PP-END-DATE-NUM TO DD-PP-END-DATE
056060           MOVE PAY-SEQ TO DD-PAY-SEQ
056070           MOVE DED-CODE TO DD-CODE
056080           READ DEDUCTION-DETAIL
056090               INVALID KEY
056100                   MOVE EMPLOYEE-ID TO DD-EMPLOYEE-ID
056110                   MOVE PP-END-DATE-NUM TO DD-PP-END-DATE
056120                   MOVE PAY-SEQ TO DD-PAY-SEQ
056130                   MOVE DED-CODE TO DD-CODE
056140                   MOVE DED-TAX-CLASS TO DD-TAX-CLASS
056150                   MOVE DED-TAKE TO DD-AMOUNT-TAKEN
056160                   MOVE DED-ARREARS-WORKED TO DD-ARREARS-APPLIED
056170                   MOVE DED-ANNUAL-CAP TO DD-ANNUAL-CAP
056180                   MOVE DED-ROOM-AFTER TO DD-CAP-ROOM-LEFT
056190                   WRITE DEDUCTION-DETAIL-RECORD
056200               NOT INVALID KEY
056210                   ADD DED-TAKE TO DD-AMOUNT-TAKEN
056220                   ADD DED-ARREARS-WORKED TO DD-ARREARS-APPLIED
056230                   MOVE DED-ANNUAL-CAP TO DD-ANNUAL-CAP
056240                   MOVE DED-ROOM-AFTER TO DD-CAP-ROOM-LEFT
056250                   REWRITE DEDUCTION-DETAIL-RECORD
056260           END-READ.
056270       ACCUMULATE-CARRIER-TOTAL.
056280           MOVE 5 TO CARRIER-SLOT
056290           PERFORM LOCATE-CARRIER-SLOT
056300               VARYING CARRIER-INDEX FROM 1 BY 1
056310               UNTIL CARRIER-INDEX > 4
056320           ADD DED-TAKE TO CARRIER-AMOUNT (CARRIER-SLOT).
056330       LOCATE-CARRIER-SLOT.
056340           IF DED-CODE = CARRIER-CODE (CARRIER-INDEX)
056350               MOVE CARRIER-INDEX TO CARRIER-SLOT
056360           END-IF.
056370*/*
056380*//GO.RATEDD DD *
056390*F2026010110020000100
056400*F2026010120040000150
056410*F2026010130060000200
056420*F2026010140080000250
056430*F2026010159999999300
056440*S2026010110020000030
056450*S2026010120040000050
056460*S2026010130060000070
056470*S2026010140080000090
056480*S2026010159999999100
056490*U2026010110900000027
056500*A2026010110277500000
056510*S2026010110020000040WI
056520*S2026010120040000060WI
056530*S2026010130060000080WI
056540*S2026010140080000100WI
056550*S2026010159999999120WI
056560*U2026010110850000032WI
056570*/*
056580*//GO.INDD DD *
056590*BH20260821
056600*E000012026082140
056610*E000022026082155
056620*E000032026082135
056630*E000042026082120
056640*E999992026082140
056650*E0000120260821  EBONS00050000
056660*E000022026082108EHOLP
056670*BT00000700000198
056680*/*
056690*//GO.EMPMST DD DSN=PAY.EMPMAST,DISP=SHR
056700*//GO.DEDMST DD DSN=PAY.DEDMAST,DISP=SHR
056710*//GO.LVMST DD DSN=PAY.LVMAST,DISP=SHR
056720*//GO.DEDDTL DD DSN=PAY.DEDDTL,DISP=SHR
056730*//GO.GLDD DD DSN=PAY.GLPOST,DISP=(NEW,CATLG)
056740*//GO.BNKMST DD DSN=PAY.BNKMAST,DISP=SHR
056750*//GO.CHKPRT DD SYSOUT=A
056760*//GO.CHKREG DD SYSOUT=A
056770*//GO.POSPAY DD DSN=PAY.POSPAY,DISP=(NEW,CATLG)
056780*//GO.CHKCTL DD DSN=PAY.CHKCTL,DISP=OLD
056790*//GO.PAYHST DD DSN=PAY.PAYHIST,DISP=SHR
056800*//GO.PAYCAL DD DSN=PAY.PAYCAL,DISP=SHR
056810*//GO.RUNCTL DD DSN=PAY.RUNCTL,DISP=MOD
056820*//GO.CYCCTL DD DSN=PAY.CYCCTL,DISP=OLD
056830*//GO.TAXLIAB DD DSN=PAY.TAXLIAB,DISP=MOD
056840*//GO.REPLQDD DD DSN=PAY.REPLQUE,DISP=OLD
056850*//GO.SYSOUT DD SYSOUT=*
056860*//GO.SYSUDUMP DD SYSOUT=A
056870*//GO.OUTDD DD SYSOUT=A
