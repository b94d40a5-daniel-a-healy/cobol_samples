000390*                  FILE (OLD RATE, NEW RATE, EFFECTIVE DATE)
000400*                  FOR THE RETROPAY PROGRAM TO RECOMPUTE THE
000410*                  BACK PERIODS AND CUT THE BACK-PAY CARDS.
000420*    10/15/26  RDM  W-4 WITHHOLDING ELECTIONS ADDED TO THE MASTER
000430*                  - FILING STATUS, STEP 3 CREDIT, STEP 4 OTHER
000440*                  INCOME AND DEDUCTIONS, EXTRA WITHHOLDING PER
000450*                  CHECK, AND AN EXEMPT CLAIM WITH ITS EXPIRATION
000460*                  DATE, PLUS STATE ALLOWANCES, EXTRA, AND EXEMPT
000470*                  CLAIM. THEY ARE MAINTAINED FROM A NEW W ACTION
000480*                  CARD WITH ITS OWN LAYOUT - BLANK FIELDS LEAVE
000490*                  THE MASTER AS IT IS - AND PRINT BEFORE/AFTER
000500*                  W-4 LINES ON THE AUDIT LISTING. AN ADD STARTS
000510*                  THE EMPLOYEE SINGLE WITH NO ADJUSTMENTS UNTIL
000520*                  THE W CARD FOLLOWS.
000530*    10/15/26  RDM  PAY GROUP CODE ADDED TO THE MASTER, THE
000540*                  TRANSACTION CARD, AND THE AUDIT LISTING FOR
000550*                  THE WEEKLY, BIWEEKLY, AND SEMI-MONTHLY PAY
000560*                  GROUPS. THE CODE MUST BE A GROUP ON THE PAY
000570*                  CALENDAR FILE. AN ADD WITH NO GROUP GOES ON
000580*                  THE BIWEEKLY GROUP BW.
000590*    10/15/26  RDM  PAYROLL CYCLE CONTROL. A CYCLE CARD NAMES THE
000600*                  PAY GROUP AND PERIOD THE MAINTENANCE IS FOR.
000610*                  AS THE FIRST STEP OF THE CYCLE THE RUN OPENS
000620*                  THE PERIOD ON THE CYCLE CONTROL FILE, IS
000630*                  REFUSED AGAINST A CLOSED PERIOD OR ONE ALREADY
000640*                  PAST MAINTENANCE UNLESS A SUPERVISOR OVERRIDE
000650*                  IS SIGNED ON THROUGH CYCLECTL, AND RECORDS ITS
000660*                  COMPLETION WITH THE COUNT OF CHANGES APPLIED.
000670*    10/15/26  RDM  AN EARLIER CYCLE STEP THE SUPERVISOR HAS
000680*                  BYPASSED THROUGH CYCLECTL COUNTS AS COMPLETE
000690*                  IN THE ORDER CHECK.
000700*
000710       ENVIRONMENT DIVISION.
000720       INPUT-OUTPUT SECTION.
000730       FILE-CONTROL.
000740             SELECT MAINT-TRANS ASSIGN TRANDD.
000750             SELECT MAINT-REPORT ASSIGN MNTRPT.
000760             SELECT CYCLE-PARM ASSIGN CYCPARM.
000770             SELECT RATE-CHANGE-FILE ASSIGN RATECHG
000780                 FILE STATUS IS RCH-FILE-STATUS.
000790             SELECT PAY-CALENDAR ASSIGN PAYCAL
000800                 FILE STATUS IS PCAL-FILE-STATUS.
000810             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
000820                 ORGANIZATION IS INDEXED
000830                 ACCESS MODE IS DYNAMIC
000840                 RECORD KEY IS EM-EMPLOYEE-ID
000850                 FILE STATUS IS EM-FILE-STATUS.
000860             SELECT CYCLE-CONTROL ASSIGN CYCCTL
000870                 ORGANIZATION IS INDEXED
000880                 ACCESS MODE IS DYNAMIC
000890                 RECORD KEY IS CY-KEY
000900                 FILE STATUS IS CY-FILE-STATUS.
000910       DATA DIVISION.
000920       FILE SECTION.
000930       FD MAINT-TRANS RECORDING MODE F
000940              LABEL RECORDS ARE OMITTED.
000950       01 MAINT-CARD.
000960            02 MT-ACTION        PIC X(01).
000970                 88 MT-ADD    VALUE "A".
000980                 88 MT-CHANGE VALUE "C".
000990                 88 MT-DELETE VALUE "D".
001000                 88 MT-W4-CHANGE VALUE "W".
001010            02 MT-EMPLOYEE-ID   PIC X(06).
001020            02 MT-EMPLOYEE-NAME PIC X(10).
001030            02 MT-PAY-RATE      PIC 9(2)V99.
001040            02 MT-PAY-RATE-X    REDEFINES MT-PAY-RATE
001050                                PIC X(04).
001060            02 MT-EMPLOYEE-TYPE PIC X(01).
001070                 88 MT-HOURLY   VALUE "H".
001080                 88 MT-SALARIED VALUE "S".
001090            02 MT-PERIOD-SALARY PIC 9(6)V99.
001100            02 MT-PERIOD-SALARY-X REDEFINES MT-PERIOD-SALARY
001110                                PIC X(08).
001120            02 MT-DEPENDENTS    PIC 9(2).
001130            02 MT-DEPENDENTS-X  REDEFINES MT-DEPENDENTS
001140                                PIC X(02).
001150            02 MT-DEPARTMENT    PIC X(04).
001160            02 MT-PAYMENT-METHOD PIC X(01).
001170                 88 MT-PAY-BY-ACH   VALUE "D".
001180                 88 MT-PAY-BY-CHECK VALUE "C".
001190            02 MT-STATUS-CODE   PIC X(01).
001200                 88 MT-STS-ACTIVE     VALUE "A".
001210                 88 MT-STS-ON-LEAVE   VALUE "L".
001220                 88 MT-STS-TERMINATED VALUE "T".
001230            02 MT-TERM-DATE     PIC 9(8).
001240            02 MT-TERM-DATE-X   REDEFINES MT-TERM-DATE
001250                                PIC X(08).
001260            02 MT-WORK-STATE    PIC X(02).
001270*
001280*    EFFECTIVE DATE FOR A BACKDATED RATE CHANGE - WHEN PRESENT
001290*    WITH A NEW PAY RATE, THE CHANGE IS QUEUED FOR RETROPAY.
001300            02 MT-EFFECTIVE-DATE PIC 9(8).
001310            02 MT-EFFECTIVE-DATE-X REDEFINES MT-EFFECTIVE-DATE
001320                                PIC X(08).
001330*
001340*    PAY GROUP - BLANK ON A CHANGE LEAVES THE MASTER AS IT IS.
001350            02 MT-PAY-GROUP     PIC X(02).
001360            02 FILLER           PIC X(22).
001370*
001380*    THE W CARD CARRIES THE W-4 ELECTIONS IN PLACE OF THE
001390*    STANDING FIELDS. A BLANK FIELD LEAVES THE MASTER AS IT IS.
001400*    THE EXEMPT FLAGS ARE Y TO CLAIM - WITH THE EXPIRATION DATE
001410*    ON THE SAME CARD - AND N TO WITHDRAW THE CLAIM.
001420       01 W4-MAINT-CARD.
001430            02 FILLER           PIC X(07).
001440            02 MW-FILING-STATUS PIC X(01).
001450            02 MW-W4-CREDIT     PIC 9(5)V99.
001460            02 MW-W4-CREDIT-X   REDEFINES MW-W4-CREDIT
001470                                PIC X(07).
001480            02 MW-W4-OTHER-INCOME PIC 9(6)V99.
001490            02 MW-W4-OTHER-INCOME-X REDEFINES MW-W4-OTHER-INCOME
001500                                PIC X(08).
001510            02 MW-W4-DEDUCTIONS PIC 9(6)V99.
001520            02 MW-W4-DEDUCTIONS-X REDEFINES MW-W4-DEDUCTIONS
001530                                PIC X(08).
001540            02 MW-W4-EXTRA-WH   PIC 9(4)V99.
001550            02 MW-W4-EXTRA-WH-X REDEFINES MW-W4-EXTRA-WH
001560                                PIC X(06).
001570            02 MW-FED-EXEMPT    PIC X(01).
001580            02 MW-FED-EXEMPT-EXPIRES PIC 9(8).
001590            02 MW-FED-EXEMPT-EXPIRES-X
001600                                REDEFINES MW-FED-EXEMPT-EXPIRES
001610                                PIC X(08).
001620            02 MW-ST-ALLOWANCES PIC 9(2).
001630            02 MW-ST-ALLOWANCES-X REDEFINES MW-ST-ALLOWANCES
001640                                PIC X(02).
001650            02 MW-ST-EXTRA-WH   PIC 9(4)V99.
001660            02 MW-ST-EXTRA-WH-X REDEFINES MW-ST-EXTRA-WH
001670                                PIC X(06).
001680            02 MW-ST-EXEMPT     PIC X(01).
001690            02 MW-ST-EXEMPT-EXPIRES PIC 9(8).
001700            02 MW-ST-EXEMPT-EXPIRES-X
001710                                REDEFINES MW-ST-EXEMPT-EXPIRES
001720                                PIC X(08).
001730            02 FILLER           PIC X(17).
001740       FD MAINT-REPORT RECORDING MODE F
001750              LABEL RECORDS ARE OMITTED.
001760       01 MAINT-PRINTOUT PIC X(132).
001770*
001780*    BACKDATED RATE CHANGES QUEUED FOR THE RETROPAY PROGRAM,
001790*    WHICH MARKS EACH ITEM P WHEN THE BACK-PAY CARDS ARE CUT.
001800*    THE RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE
001810*    THERE.
001820       FD RATE-CHANGE-FILE RECORDING MODE F
001830              LABEL RECORDS ARE OMITTED.
001840       01 RATE-CHANGE-RECORD.
001850            02 RCH-EMPLOYEE-ID    PIC X(06).
001860            02 RCH-OLD-RATE       PIC 9(2)V99.
001870            02 RCH-NEW-RATE       PIC 9(2)V99.
001880            02 RCH-EFFECTIVE-DATE PIC 9(8).
001890            02 RCH-STATUS         PIC X(01).
001900                 88 RCH-PENDING   VALUE SPACE.
001910                 88 RCH-PROCESSED VALUE "P".
001920            02 FILLER             PIC X(57).
001930*
001940*    PAY CALENDAR - ONE CARD PER PAY PERIOD PER PAY GROUP, WITH
001950*    THE GROUP'S PAY FREQUENCY AND THE PERIOD'S BEGIN, END, AND
001960*    CHECK DATES. ONLY THE GROUP CODES ARE NEEDED HERE, TO EDIT
001970*    THE CARD. THE RECORD LAYOUT MUST STAY IN STEP WITH THE ONE
001980*    IN THE PAYROLL PROGRAM.
001990       FD PAY-CALENDAR RECORDING MODE F
002000              LABEL RECORDS ARE OMITTED.
002010       01 PAY-CALENDAR-RECORD.
002020            02 PCAL-PAY-GROUP     PIC X(02).
002030            02 PCAL-FREQUENCY     PIC X(01).
002040                 88 PCAL-WEEKLY       VALUE "W".
002050                 88 PCAL-BIWEEKLY     VALUE "B".
002060                 88 PCAL-SEMI-MONTHLY VALUE "S".
002070            02 PCAL-PP-BEGIN-DATE PIC 9(8).
002080            02 PCAL-PP-END-DATE   PIC 9(8).
002090            02 PCAL-CHECK-DATE    PIC 9(8).
002100            02 FILLER             PIC X(53).
002110*
002120*    EMPLOYEE-MASTER CARRIES THE STANDING DATA THAT USED TO BE
002130*    RE-KEYED ONTO EVERY PAY PERIOD'S EMPLOYEE CARD. THE PAYROLL
002140*    RUN READS IT TO ENRICH THE SLIM TIME CARD, SO THE RECORD
002150*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE IN THE PAYROLL
002160*    PROGRAM.
002170       FD EMPLOYEE-MASTER
002180              LABEL RECORDS ARE STANDARD.
002190       01 EMPLOYEE-MASTER-RECORD.
002200            02 EM-EMPLOYEE-ID   PIC X(06).
002210            02 EM-EMPLOYEE-NAME PIC X(10).
002220            02 EM-PAY-RATE      PIC 9(2)V99.
002230            02 EM-EMPLOYEE-TYPE PIC X(01).
002240                 88 EM-HOURLY   VALUE "H".
002250                 88 EM-SALARIED VALUE "S".
002260            02 EM-PERIOD-SALARY PIC 9(6)V99.
002270            02 EM-DEPENDENTS    PIC 9(2).
002280            02 EM-DEPARTMENT    PIC X(04).
002290            02 EM-PAYMENT-METHOD PIC X(01).
002300                 88 EM-PAY-BY-ACH   VALUE "D".
002310                 88 EM-PAY-BY-CHECK VALUE "C".
002320            02 EM-STATUS-CODE   PIC X(01).
002330                 88 EM-ACTIVE     VALUE "A".
002340                 88 EM-ON-LEAVE   VALUE "L".
002350                 88 EM-TERMINATED VALUE "T".
002360            02 EM-TERM-DATE     PIC 9(8).
002370            02 EM-WORK-STATE    PIC X(02).
002380*
002390*    W-4 WITHHOLDING ELECTIONS. THE CREDIT, OTHER INCOME, AND
002400*    DEDUCTIONS ARE THE ANNUAL AMOUNTS FROM STEPS 3, 4(A), AND
002410*    4(B) - THE EXTRA WITHHOLDING IS PER CHECK. AN EXEMPT CLAIM
002420*    HOLDS THROUGH ITS EXPIRATION DATE. THE STATE ELECTIONS
002430*    FOLLOW THE STATE CERTIFICATE - ALLOWANCES, A FLAT EXTRA,
002440*    AND AN EXEMPT CLAIM.
002450            02 EM-FILING-STATUS PIC X(01).
002460                 88 EM-FILE-SINGLE VALUES SPACE "S".
002470                 88 EM-FILE-JOINT  VALUE "M".
002480                 88 EM-FILE-HEAD   VALUE "H".
002490            02 EM-W4-CREDIT     PIC 9(5)V99.
002500            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
002510            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
002520            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
002530            02 EM-FED-EXEMPT    PIC X(01).
002540                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
002550            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
002560            02 EM-ST-ALLOWANCES PIC 9(2).
002570            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
002580            02 EM-ST-EXEMPT     PIC X(01).
002590                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
002600            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
002610*
002620*    PAY GROUP - WHICH PAY CALENDAR THE EMPLOYEE IS PAID ON.
002630*    BLANK IS THE BIWEEKLY GROUP BW, WHICH IS WHAT EVERYONE
002640*    WAS PAID ON BEFORE THE GROUPS EXISTED.
002650            02 EM-PAY-GROUP     PIC X(02).
002660*
002670*    ONE CYCLE CARD - THE PAY GROUP (BLANK IS BW) AND THE PERIOD
002680*    END DATE OF THE PAYROLL CYCLE THIS RUN BELONGS TO.
002690       FD CYCLE-PARM RECORDING MODE F
002700              LABEL RECORDS ARE OMITTED.
002710       01 CYCLE-PARM-RECORD.
002720            02 CP-PAY-GROUP     PIC X(2).
002730            02 CP-PP-END-DATE   PIC 9(8).
002740            02 FILLER           PIC X(70).
002750*
002760*    PAYROLL CYCLE CONTROL AS THE CYCLECTL PROGRAM KEEPS IT - ONE
002770*    RECORD PER PAY GROUP AND PERIOD, ONE ENTRY PER CYCLE STEP.
002780*    THE RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
002790       FD CYCLE-CONTROL
002800              LABEL RECORDS ARE STANDARD.
002810       01 CYCLE-CONTROL-RECORD.
002820            02 CY-KEY.
002830                 03 CY-PAY-GROUP   PIC X(02).
002840                 03 CY-PP-END-DATE PIC 9(8).
002850            02 CY-PERIOD-STATUS  PIC X(01).
002860                 88 CY-PERIOD-OPEN   VALUE "O".
002870                 88 CY-PERIOD-CLOSED VALUE "C".
002880            02 CY-STEP-ENTRY OCCURS 7 TIMES.
002890                 03 CY-STEP-STATUS PIC X(01).
002900                      88 CY-STEP-NOT-RUN  VALUE SPACE.
002910                      88 CY-STEP-COMPLETE VALUE "C".
002920                      88 CY-STEP-FAILED   VALUE "F".
002930                      88 CY-STEP-BYPASSED VALUE "B".
002940                 03 CY-STEP-DATE   PIC 9(8).
002950                 03 CY-STEP-TIME   PIC 9(6).
002960                 03 CY-STEP-RC     PIC 9(4).
002970                 03 CY-STEP-RUNS   PIC 9(3).
002980                 03 CY-STEP-COUNT  PIC 9(7).
002990                 03 CY-STEP-AMOUNT PIC S9(9)V99.
003000                 03 CY-STEP-OVERRIDE-BY PIC X(03).
003010*
003020*    A SUPERVISOR OVERRIDE WAITING TO BE USED - THE STEP IT LETS
003030*    THROUGH (ZERO IS NONE), WHO SIGNED IT, WHEN, AND WHY.
003040            02 CY-OVERRIDE-STEP   PIC 9(1).
003050            02 CY-OVERRIDE-BY     PIC X(03).
003060            02 CY-OVERRIDE-DATE   PIC 9(8).
003070            02 CY-OVERRIDE-REASON PIC X(30).
003080            02 FILLER             PIC X(46).
003090       WORKING-STORAGE SECTION.
003100       01 EOF            PIC XXX VALUE "NO".
003110       01 EM-FILE-STATUS PIC XX.
003120       01 RCH-FILE-STATUS PIC XX.
003130       01 PCAL-FILE-STATUS PIC XX.
003140       01 CALENDAR-EOF   PIC XXX VALUE "NO".
003150*
003160*    THE PAY GROUPS ON THE CALENDAR, LOADED AT STARTUP.
003170       01 PAY-GROUP-TABLE.
003180            02 PG-ENTRY OCCURS 10 TIMES.
003190                 03 PG-CODE      PIC X(02).
003200       01 PAY-GROUP-COUNT PIC 9(2) VALUE ZERO.
003210       01 PG-INDEX       PIC 9(2).
003220       01 PG-FOUND       PIC 9(2).
003230       01 PG-LOOKUP-CODE PIC X(02).
003240       01 OLD-PAY-RATE   PIC 9(2)V99.
003250       01 RETRO-QUEUED-COUNT PIC 9(4) VALUE ZERO.
003260       01 CARD-VALID-SW  PIC XXX VALUE "YES".
003270            88 CARD-IS-VALID   VALUE "YES".
003280            88 CARD-IS-INVALID VALUE "NO".
003290       01 MASTER-FOUND-SW PIC XXX VALUE "NO".
003300            88 MASTER-ON-FILE     VALUE "YES".
003310            88 MASTER-NOT-ON-FILE VALUE "NO".
003320       01 MAINT-ERROR-REASON PIC X(40).
003330       01 ADD-COUNT      PIC 9(4) VALUE ZERO.
003340       01 CHANGE-COUNT   PIC 9(4) VALUE ZERO.
003350       01 TERMINATE-COUNT PIC 9(4) VALUE ZERO.
003360       01 ERROR-COUNT    PIC 9(4) VALUE ZERO.
003370       01 W4-CHANGE-COUNT PIC 9(4) VALUE ZERO.
003380       01 BLANK-LINE     PIC X(80).
003390       01 AUDIT-HEADER-ONE.
003400            02 FILLER PIC X(10)  VALUE "ACTION".
003410            02 FILLER PIC X(9)   VALUE "EMP ID".
003420            02 FILLER PIC X(13)  VALUE "EMPLOYEE".
003430            02 FILLER PIC X(9)   VALUE "PAY".
003440            02 FILLER PIC X(7)   VALUE "TYPE".
003450            02 FILLER PIC X(13)  VALUE "PERIOD".
003460            02 FILLER PIC X(6)   VALUE "DEP".
003470            02 FILLER PIC X(7)   VALUE "DEPT".
003480            02 FILLER PIC X(4)   VALUE "PM".
003490            02 FILLER PIC X(4)   VALUE "ST".
003500            02 FILLER PIC X(11)  VALUE "TERM DATE".
003510            02 FILLER PIC X(5)   VALUE "WS".
003520            02 FILLER PIC X(2)   VALUE "PG".
003530       01 AUDIT-HEADER-TWO.
003540            02 FILLER PIC X(19)  VALUE SPACE.
003550            02 FILLER PIC X(13)  VALUE "NAME".
003560            02 FILLER PIC X(9)   VALUE "RATE".
003570            02 FILLER PIC X(7)   VALUE SPACE.
003580            02 FILLER PIC X(13)  VALUE "SALARY".
003590       01 AUDIT-ACTION-LINE.
003600            02 AUD-ACTION-TAG   PIC X(10).
003610            02 AUD-ACTION-ID    PIC X(06).
003620       01 AUDIT-DETAIL-LINE.
003630            02 AUD-TAG          PIC X(10).
003640            02 AUD-EMP-ID       PIC X(06).
003650            02 FILLER           PIC X(3) VALUE SPACE.
003660            02 AUD-NAME         PIC X(10).
003670            02 FILLER           PIC X(3) VALUE SPACE.
003680            02 AUD-PAY-RATE     PIC $Z9.99.
003690            02 FILLER           PIC X(3) VALUE SPACE.
003700            02 AUD-TYPE         PIC X(01).
003710            02 FILLER           PIC X(6) VALUE SPACE.
003720            02 AUD-SALARY       PIC $ZZZZZ9.99.
003730            02 FILLER           PIC X(3) VALUE SPACE.
003740            02 AUD-DEPENDENTS   PIC Z9.
003750            02 FILLER           PIC X(4) VALUE SPACE.
003760            02 AUD-DEPARTMENT   PIC X(04).
003770            02 FILLER           PIC X(3) VALUE SPACE.
003780            02 AUD-PAY-METHOD   PIC X(01).
003790            02 FILLER           PIC X(3) VALUE SPACE.
003800            02 AUD-STATUS       PIC X(01).
003810            02 FILLER           PIC X(3) VALUE SPACE.
003820            02 AUD-TERM-DATE    PIC 9(8).
003830            02 FILLER           PIC X(3) VALUE SPACE.
003840            02 AUD-WORK-STATE   PIC X(02).
003850            02 FILLER           PIC X(3) VALUE SPACE.
003860            02 AUD-PAY-GROUP    PIC X(02).
003870*
003880*    THE W-4 ELECTIONS PRINT ON TWO LINES OF THEIR OWN, FEDERAL
003890*    THEN STATE, LABELLED SINCE THEY DO NOT FIT UNDER THE
003900*    COLUMN HEADINGS.
003910       01 AUDIT-W4-LINE.
003920            02 AUD-W4-TAG       PIC X(10).
003930            02 AUD-W4-EMP-ID    PIC X(06).
003940            02 FILLER           PIC X(3) VALUE SPACE.
003950            02 FILLER           PIC X(7) VALUE "FED FS".
003960            02 AUD-W4-STATUS    PIC X(01).
003970            02 FILLER           PIC X(3) VALUE SPACE.
003980            02 FILLER           PIC X(7) VALUE "CREDIT".
003990            02 AUD-W4-CREDIT    PIC $ZZZZ9.99.
004000            02 FILLER           PIC X(3) VALUE SPACE.
004010            02 FILLER           PIC X(8) VALUE "OTH INC".
004020            02 AUD-W4-OTHER     PIC $ZZZZZ9.99.
004030            02 FILLER           PIC X(3) VALUE SPACE.
004040            02 FILLER           PIC X(5) VALUE "DEDS".
004050            02 AUD-W4-DEDS      PIC $ZZZZZ9.99.
004060            02 FILLER           PIC X(3) VALUE SPACE.
004070            02 FILLER           PIC X(6) VALUE "EXTRA".
004080            02 AUD-W4-EXTRA     PIC $ZZZ9.99.
004090            02 FILLER           PIC X(3) VALUE SPACE.
004100            02 FILLER           PIC X(7) VALUE "EXEMPT".
004110            02 AUD-W4-EXEMPT    PIC X(01).
004120            02 FILLER           PIC X(1) VALUE SPACE.
004130            02 AUD-W4-EXPIRES   PIC 9(8).
004140       01 AUDIT-ST-W4-LINE.
004150            02 FILLER           PIC X(19) VALUE SPACE.
004160            02 FILLER           PIC X(7) VALUE "ST AL".
004170            02 AUD-ST-ALLOWANCES PIC Z9.
004180            02 FILLER           PIC X(3) VALUE SPACE.
004190            02 FILLER           PIC X(6) VALUE "EXTRA".
004200            02 AUD-ST-EXTRA     PIC $ZZZ9.99.
004210            02 FILLER           PIC X(3) VALUE SPACE.
004220            02 FILLER           PIC X(7) VALUE "EXEMPT".
004230            02 AUD-ST-EXEMPT    PIC X(01).
004240            02 FILLER           PIC X(1) VALUE SPACE.
004250            02 AUD-ST-EXPIRES   PIC 9(8).
004260       01 AUDIT-NOTE-LINE.
004270            02 AUD-NOTE-TAG     PIC X(10).
004280            02 AUD-NOTE-TEXT    PIC X(20).
004290       01 MAINT-ERROR-LINE.
004300            02 FILLER           PIC X(10) VALUE "REJECTED".
004310            02 ME-EMP-ID        PIC X(06).
004320            02 FILLER           PIC X(3) VALUE SPACE.
004330            02 ME-ACTION        PIC X(01).
004340            02 FILLER           PIC X(3) VALUE SPACE.
004350            02 ME-REASON        PIC X(40).
004360       01 MAINT-TRAILER-LINE.
004370            02 FILLER PIC X(6)  VALUE "ADDS:".
004380            02 TRAILER-ADD-OUT PIC ZZZ9.
004390            02 FILLER PIC X(3)  VALUE SPACE.
004400            02 FILLER PIC X(9)  VALUE "CHANGES:".
004410            02 TRAILER-CHG-OUT PIC ZZZ9.
004420            02 FILLER PIC X(3)  VALUE SPACE.
004430            02 FILLER PIC X(12) VALUE "TERMINATED:".
004440            02 TRAILER-TRM-OUT PIC ZZZ9.
004450            02 FILLER PIC X(3)  VALUE SPACE.
004460            02 FILLER PIC X(10) VALUE "REJECTED:".
004470            02 TRAILER-ERR-OUT PIC ZZZ9.
004480            02 FILLER PIC X(3)  VALUE SPACE.
004490            02 FILLER PIC X(14) VALUE "RETRO QUEUED:".
004500            02 TRAILER-RTQ-OUT PIC ZZZ9.
004510            02 FILLER PIC X(3)  VALUE SPACE.
004520            02 FILLER PIC X(13) VALUE "W-4 CHANGES:".
004530            02 TRAILER-W4-OUT PIC ZZZ9.
004540*
004550*    PAYROLL CYCLE CONTROL. THIS PROGRAM IS STEP 1 OF THE CYCLE -
004560*    EMPMAINT, RETROPAY, SAMPLE, PAYAUDIT, RELEASE, ACHRETRN,
004570*    CHECKREC - AND RECORDS ITS COMPLETION ON THE PERIOD'S RECORD.
004580       01 CY-FILE-STATUS    PIC XX.
004590       01 CYCLE-THIS-STEP   PIC 9(1) VALUE 1.
004600       01 CYCLE-PAY-GROUP   PIC X(2) VALUE SPACES.
004610       01 CYCLE-PP-END-DATE PIC 9(8) VALUE ZERO.
004620       01 CYCLE-STEP-INDEX  PIC 9(1).
004630       01 CYCLE-LATER-STEP  PIC 9(1).
004640       01 CYCLE-RECORD-SW   PIC X(01) VALUE "N".
004650            88 CYCLE-RECORD-ON-FILE VALUE "Y".
004660            88 CYCLE-RECORD-NEW     VALUE "N".
004670       01 CYCLE-OVERRIDE-SW PIC X(01) VALUE "N".
004680            88 CYCLE-OVERRIDE-USED VALUE "Y".
004690       01 CYCLE-REFUSAL.
004700            02 CYCLE-REFUSAL-STEP PIC X(9).
004710            02 CYCLE-REFUSAL-TEXT PIC X(31).
004720       01 CYCLE-RUN-DATE    PIC 9(8).
004730       01 CYCLE-RUN-TIME    PIC 9(8).
004740       01 CYCLE-RUN-TIME-SPLIT REDEFINES CYCLE-RUN-TIME.
004750            02 CYCLE-RUN-HHMMSS PIC 9(6).
004760            02 FILLER           PIC 9(2).
004770       01 CYCLE-CONTROL-COUNT  PIC 9(7) VALUE ZERO.
004780       01 CYCLE-CONTROL-AMOUNT PIC S9(9)V99 VALUE ZERO.
004790       01 CYCLE-STEP-NAME-VALUES.
004800            02 FILLER PIC X(8) VALUE "EMPMAINT".
004810            02 FILLER PIC X(8) VALUE "RETROPAY".
004820            02 FILLER PIC X(8) VALUE "SAMPLE".
004830            02 FILLER PIC X(8) VALUE "PAYAUDIT".
004840            02 FILLER PIC X(8) VALUE "RELEASE".
004850            02 FILLER PIC X(8) VALUE "ACHRETRN".
004860            02 FILLER PIC X(8) VALUE "CHECKREC".
004870       01 CYCLE-STEP-NAME-TABLE REDEFINES CYCLE-STEP-NAME-VALUES.
004880            02 CYCLE-STEP-NAME PIC X(8) OCCURS 7 TIMES.
004890       PROCEDURE DIVISION.
004900            PERFORM READ-CYCLE-PARM.
004910            PERFORM CHECK-CYCLE-CONTROL.
004920            OPEN INPUT MAINT-TRANS.
004930            PERFORM OPEN-RATE-CHANGE-FILE.
004940            PERFORM OPEN-EMPLOYEE-MASTER.
004950            PERFORM LOAD-PAY-GROUPS.
004960            OPEN OUTPUT MAINT-REPORT.
004970            WRITE MAINT-PRINTOUT FROM AUDIT-HEADER-ONE
004980            WRITE MAINT-PRINTOUT FROM AUDIT-HEADER-TWO
004990            WRITE MAINT-PRINTOUT FROM BLANK-LINE
005000            PERFORM READ-MAINT-CARD.
005010            PERFORM UNTIL EOF = "YES"
005020               PERFORM VALIDATE-MAINT-CARD
005030               IF CARD-IS-VALID
005040                   IF MT-ADD
005050                       PERFORM APPLY-ADD-TRANS
005060                   END-IF
005070                   IF MT-CHANGE
005080                       PERFORM APPLY-CHANGE-TRANS
005090                   END-IF
005100                   IF MT-DELETE
005110                       PERFORM APPLY-DELETE-TRANS
005120                   END-IF
005130                   IF MT-W4-CHANGE
005140                       PERFORM APPLY-W4-TRANS
005150                   END-IF
005160               ELSE
005170                   PERFORM WRITE-MAINT-ERROR
005180               END-IF
005190               PERFORM READ-MAINT-CARD
005200            END-PERFORM.
005210           PERFORM WRITE-MAINT-TRAILER.
005220           COMPUTE CYCLE-CONTROL-COUNT = ADD-COUNT + CHANGE-COUNT
005230               + TERMINATE-COUNT + W4-CHANGE-COUNT.
005240           PERFORM RECORD-CYCLE-STEP.
005250           CLOSE MAINT-TRANS, MAINT-REPORT, EMPLOYEE-MASTER,
005260                 RATE-CHANGE-FILE.
005270           STOP RUN.
005280       OPEN-EMPLOYEE-MASTER.
005290           OPEN I-O EMPLOYEE-MASTER
005300           IF EM-FILE-STATUS = "35"
005310               OPEN OUTPUT EMPLOYEE-MASTER
005320               CLOSE EMPLOYEE-MASTER
005330               OPEN I-O EMPLOYEE-MASTER
005340           END-IF.
005350*
005360*    THE PAY CALENDAR IS WHAT MAKES A PAY GROUP REAL - A CODE
005370*    THAT IS NOT ON IT WOULD LEAVE THE EMPLOYEE OUT OF EVERY
005380*    PAYROLL RUN, SO THE FILE MUST BE THERE TO EDIT AGAINST.
005390       LOAD-PAY-GROUPS.
005400           OPEN INPUT PAY-CALENDAR
005410           IF PCAL-FILE-STATUS NOT = "00"
005420               DISPLAY "PAY CALENDAR NOT AVAILABLE - STATUS "
005430                   PCAL-FILE-STATUS
005440               MOVE 16 TO RETURN-CODE
005450               STOP RUN
005460           END-IF
005470           PERFORM READ-PAY-CALENDAR
005480           PERFORM STORE-PAY-GROUP UNTIL CALENDAR-EOF = "YES"
005490           CLOSE PAY-CALENDAR.
005500       READ-PAY-CALENDAR.
005510           READ PAY-CALENDAR AT END MOVE "YES" TO CALENDAR-EOF
005520           END-READ.
005530       STORE-PAY-GROUP.
005540           MOVE PCAL-PAY-GROUP TO PG-LOOKUP-CODE
005550           PERFORM FIND-PAY-GROUP
005560           IF PG-FOUND = ZERO
005570               IF PAY-GROUP-COUNT = 10
005580                   DISPLAY "MORE THAN 10 PAY GROUPS ON CALENDAR"
005590                   MOVE 16 TO RETURN-CODE
005600                   STOP RUN
005610               END-IF
005620               ADD 1 TO PAY-GROUP-COUNT
005630               MOVE PCAL-PAY-GROUP TO PG-CODE (PAY-GROUP-COUNT)
005640           END-IF
005650           PERFORM READ-PAY-CALENDAR.
005660       FIND-PAY-GROUP.
005670           MOVE ZERO TO PG-FOUND
005680           PERFORM MATCH-PAY-GROUP
005690               VARYING PG-INDEX FROM 1 BY 1
005700               UNTIL PG-INDEX > PAY-GROUP-COUNT.
005710       MATCH-PAY-GROUP.
005720           IF PG-CODE (PG-INDEX) = PG-LOOKUP-CODE
005730               MOVE PG-INDEX TO PG-FOUND
005740           END-IF.
005750       READ-MAINT-CARD.
005760           READ MAINT-TRANS AT END MOVE "YES" TO EOF
005770           END-READ.
005780       VALIDATE-MAINT-CARD.
005790           MOVE "YES" TO CARD-VALID-SW
005800           MOVE SPACE TO MAINT-ERROR-REASON
005810           IF MT-ACTION NOT = "A"
005820               AND MT-ACTION NOT = "C"
005830               AND MT-ACTION NOT = "D"
005840               AND MT-ACTION NOT = "W"
005850               MOVE "NO" TO CARD-VALID-SW
005860               MOVE "INVALID ACTION CODE" TO MAINT-ERROR-REASON
005870           END-IF
005880           IF CARD-IS-VALID AND MT-EMPLOYEE-ID = SPACES
005890               MOVE "NO" TO CARD-VALID-SW
005900               MOVE "BLANK EMPLOYEE ID" TO MAINT-ERROR-REASON
005910           END-IF
005920*
005930*    THE W CARD HAS ITS OWN LAYOUT PAST THE EMPLOYEE ID, SO
005940*    THE STANDING-FIELD EDITS DO NOT APPLY TO IT.
005950           IF CARD-IS-VALID
005960               IF MT-W4-CHANGE
005970                   PERFORM VALIDATE-W4-CARD
005980               ELSE
005990                   PERFORM VALIDATE-STANDING-FIELDS
006000               END-IF
006010           END-IF.
006020       VALIDATE-STANDING-FIELDS.
006030           IF CARD-IS-VALID AND MT-ADD
006040               AND MT-EMPLOYEE-NAME = SPACES
006050               MOVE "NO" TO CARD-VALID-SW
006060               MOVE "BLANK EMPLOYEE NAME" TO MAINT-ERROR-REASON
006070           END-IF
006080           IF CARD-IS-VALID AND MT-ADD
006090               AND MT-EMPLOYEE-TYPE NOT = "H"
006100               AND MT-EMPLOYEE-TYPE NOT = "S"
006110               MOVE "NO" TO CARD-VALID-SW
006120               MOVE "INVALID EMPLOYEE TYPE" TO MAINT-ERROR-REASON
006130           END-IF
006140           IF CARD-IS-VALID AND MT-ADD AND MT-HOURLY
006150               AND (MT-PAY-RATE NOT NUMERIC OR
006160                    MT-PAY-RATE = ZERO)
006170               MOVE "NO" TO CARD-VALID-SW
006180               MOVE "PAY RATE OUT OF RANGE" TO MAINT-ERROR-REASON
006190           END-IF
006200           IF CARD-IS-VALID AND MT-ADD AND MT-SALARIED
006210               AND (MT-PERIOD-SALARY NOT NUMERIC OR
006220                    MT-PERIOD-SALARY = ZERO OR
006230                    MT-PERIOD-SALARY > 9999.99)
006240               MOVE "NO" TO CARD-VALID-SW
006250               MOVE "PERIOD SALARY OUT OF RANGE"
006260                   TO MAINT-ERROR-REASON
006270           END-IF
006280           IF CARD-IS-VALID AND MT-ADD
006290               AND (MT-DEPENDENTS NOT NUMERIC OR
006300                    MT-DEPENDENTS > 15)
006310               MOVE "NO" TO CARD-VALID-SW
006320               MOVE "DEPENDENTS OUT OF RANGE"
006330                   TO MAINT-ERROR-REASON
006340           END-IF
006350           IF CARD-IS-VALID AND MT-ADD
006360               AND MT-DEPARTMENT = SPACES
006370               MOVE "NO" TO CARD-VALID-SW
006380               MOVE "BLANK DEPARTMENT" TO MAINT-ERROR-REASON
006390           END-IF
006400           IF CARD-IS-VALID
006410               AND MT-PAYMENT-METHOD NOT = SPACE
006420               AND MT-PAYMENT-METHOD NOT = "D"
006430               AND MT-PAYMENT-METHOD NOT = "C"
006440               MOVE "NO" TO CARD-VALID-SW
006450               MOVE "INVALID PAYMENT METHOD"
006460                   TO MAINT-ERROR-REASON
006470           END-IF
006480           IF CARD-IS-VALID AND MT-CHANGE
006490               AND MT-EMPLOYEE-TYPE NOT = SPACE
006500               AND MT-EMPLOYEE-TYPE NOT = "H"
006510               AND MT-EMPLOYEE-TYPE NOT = "S"
006520               MOVE "NO" TO CARD-VALID-SW
006530               MOVE "INVALID EMPLOYEE TYPE" TO MAINT-ERROR-REASON
006540           END-IF
006550           IF CARD-IS-VALID AND MT-CHANGE
006560               AND MT-PAY-RATE-X NOT = SPACES
006570               AND MT-PAY-RATE NOT NUMERIC
006580               MOVE "NO" TO CARD-VALID-SW
006590               MOVE "PAY RATE NOT NUMERIC" TO MAINT-ERROR-REASON
006600           END-IF
006610           IF CARD-IS-VALID AND MT-CHANGE
006620               AND MT-PERIOD-SALARY-X NOT = SPACES
006630               AND MT-PERIOD-SALARY NOT NUMERIC
006640               MOVE "NO" TO CARD-VALID-SW
006650               MOVE "PERIOD SALARY NOT NUMERIC"
006660                   TO MAINT-ERROR-REASON
006670           END-IF
006680           IF CARD-IS-VALID AND MT-CHANGE
006690               AND MT-DEPENDENTS-X NOT = SPACES
006700               AND MT-DEPENDENTS NOT NUMERIC
006710               MOVE "NO" TO CARD-VALID-SW
006720               MOVE "DEPENDENTS NOT NUMERIC"
006730                   TO MAINT-ERROR-REASON
006740           END-IF
006750           IF CARD-IS-VALID AND MT-CHANGE
006760               AND MT-DEPENDENTS NUMERIC
006770               AND MT-DEPENDENTS > 15
006780               MOVE "NO" TO CARD-VALID-SW
006790               MOVE "DEPENDENTS OUT OF RANGE"
006800                   TO MAINT-ERROR-REASON
006810           END-IF
006820           IF CARD-IS-VALID
006830               AND MT-STATUS-CODE NOT = SPACE
006840               AND MT-STATUS-CODE NOT = "A"
006850               AND MT-STATUS-CODE NOT = "L"
006860               AND MT-STATUS-CODE NOT = "T"
006870               MOVE "NO" TO CARD-VALID-SW
006880               MOVE "INVALID STATUS CODE" TO MAINT-ERROR-REASON
006890           END-IF
006900           IF CARD-IS-VALID
006910               AND MT-TERM-DATE-X NOT = SPACES
006920               AND MT-TERM-DATE NOT NUMERIC
006930               MOVE "NO" TO CARD-VALID-SW
006940               MOVE "TERM DATE NOT NUMERIC"
006950                   TO MAINT-ERROR-REASON
006960           END-IF
006970           IF CARD-IS-VALID
006980               AND MT-EFFECTIVE-DATE-X NOT = SPACES
006990               AND MT-EFFECTIVE-DATE NOT NUMERIC
007000               MOVE "NO" TO CARD-VALID-SW
007010               MOVE "EFFECTIVE DATE NOT NUMERIC"
007020                   TO MAINT-ERROR-REASON
007030           END-IF
007040           IF CARD-IS-VALID
007050               AND MT-PAY-GROUP NOT = SPACES
007060               MOVE MT-PAY-GROUP TO PG-LOOKUP-CODE
007070               PERFORM FIND-PAY-GROUP
007080               IF PG-FOUND = ZERO
007090                   MOVE "NO" TO CARD-VALID-SW
007100                   MOVE "PAY GROUP NOT ON PAY CALENDAR"
007110                       TO MAINT-ERROR-REASON
007120               END-IF
007130           END-IF
007140*
007150*    TERMINATING SOMEBODY WITHOUT SAYING WHEN LEAVES THE
007160*    PAYROLL RUN NOTHING TO TEST LATE TIME CARDS AGAINST.
007170           IF CARD-IS-VALID AND MT-DELETE
007180               AND (MT-TERM-DATE NOT NUMERIC OR
007190                    MT-TERM-DATE = ZERO)
007200               MOVE "NO" TO CARD-VALID-SW
007210               MOVE "TERMINATION DATE REQUIRED"
007220                   TO MAINT-ERROR-REASON
007230           END-IF.
007240       VALIDATE-W4-CARD.
007250           IF MW-FILING-STATUS NOT = SPACE
007260               AND MW-FILING-STATUS NOT = "S"
007270               AND MW-FILING-STATUS NOT = "M"
007280               AND MW-FILING-STATUS NOT = "H"
007290               MOVE "NO" TO CARD-VALID-SW
007300               MOVE "INVALID FILING STATUS" TO MAINT-ERROR-REASON
007310           END-IF
007320           IF CARD-IS-VALID
007330               AND ((MW-W4-CREDIT-X NOT = SPACES
007340                       AND MW-W4-CREDIT NOT NUMERIC)
007350                 OR (MW-W4-OTHER-INCOME-X NOT = SPACES
007360                       AND MW-W4-OTHER-INCOME NOT NUMERIC)
007370                 OR (MW-W4-DEDUCTIONS-X NOT = SPACES
007380                       AND MW-W4-DEDUCTIONS NOT NUMERIC)
007390                 OR (MW-W4-EXTRA-WH-X NOT = SPACES
007400                       AND MW-W4-EXTRA-WH NOT NUMERIC))
007410               MOVE "NO" TO CARD-VALID-SW
007420               MOVE "W-4 AMOUNT NOT NUMERIC" TO MAINT-ERROR-REASON
007430           END-IF
007440           IF CARD-IS-VALID
007450               AND ((MW-ST-ALLOWANCES-X NOT = SPACES
007460                       AND MW-ST-ALLOWANCES NOT NUMERIC)
007470                 OR (MW-ST-EXTRA-WH-X NOT = SPACES
007480                       AND MW-ST-EXTRA-WH NOT NUMERIC))
007490               MOVE "NO" TO CARD-VALID-SW
007500               MOVE "STATE W-4 AMOUNT NOT NUMERIC"
007510                   TO MAINT-ERROR-REASON
007520           END-IF
007530           IF CARD-IS-VALID
007540               AND MW-FED-EXEMPT NOT = SPACE
007550               AND MW-FED-EXEMPT NOT = "Y"
007560               AND MW-FED-EXEMPT NOT = "N"
007570               MOVE "NO" TO CARD-VALID-SW
007580               MOVE "INVALID FEDERAL EXEMPT FLAG"
007590                   TO MAINT-ERROR-REASON
007600           END-IF
007610           IF CARD-IS-VALID
007620               AND MW-ST-EXEMPT NOT = SPACE
007630               AND MW-ST-EXEMPT NOT = "Y"
007640               AND MW-ST-EXEMPT NOT = "N"
007650               MOVE "NO" TO CARD-VALID-SW
007660               MOVE "INVALID STATE EXEMPT FLAG"
007670                   TO MAINT-ERROR-REASON
007680           END-IF
007690*
007700*    AN EXEMPT CLAIM IS GOOD FOR ONE YEAR. WITHOUT ITS DATE
007710*    THE PAYROLL RUN HAS NOTHING TO LAPSE IT AGAINST.
007720           IF CARD-IS-VALID AND MW-FED-EXEMPT = "Y"
007730               AND (MW-FED-EXEMPT-EXPIRES NOT NUMERIC OR
007740                    MW-FED-EXEMPT-EXPIRES = ZERO)
007750               MOVE "NO" TO CARD-VALID-SW
007760               MOVE "FEDERAL EXEMPT EXPIRATION REQUIRED"
007770                   TO MAINT-ERROR-REASON
007780           END-IF
007790           IF CARD-IS-VALID AND MW-ST-EXEMPT = "Y"
007800               AND (MW-ST-EXEMPT-EXPIRES NOT NUMERIC OR
007810                    MW-ST-EXEMPT-EXPIRES = ZERO)
007820               MOVE "NO" TO CARD-VALID-SW
007830               MOVE "STATE EXEMPT EXPIRATION REQUIRED"
007840                   TO MAINT-ERROR-REASON
007850           END-IF.
007860       READ-MASTER-RECORD.
007870           MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
007880           READ EMPLOYEE-MASTER
007890               INVALID KEY
007900                   MOVE "NO" TO MASTER-FOUND-SW
007910               NOT INVALID KEY
007920                   MOVE "YES" TO MASTER-FOUND-SW
007930           END-READ.
007940       APPLY-ADD-TRANS.
007950           PERFORM READ-MASTER-RECORD
007960           IF MASTER-ON-FILE
007970               MOVE "DUPLICATE EMPLOYEE ID ON ADD"
007980                   TO MAINT-ERROR-REASON
007990               PERFORM WRITE-MAINT-ERROR
008000           ELSE
008010               MOVE "ADD" TO AUD-ACTION-TAG
008020               PERFORM WRITE-AUDIT-ACTION
008030               MOVE "(NOT ON MASTER)" TO AUD-NOTE-TEXT
008040               PERFORM WRITE-AUDIT-BEFORE-NOTE
008050               PERFORM BUILD-MASTER-FROM-CARD
008060               WRITE EMPLOYEE-MASTER-RECORD
008070               PERFORM WRITE-AUDIT-AFTER
008080               ADD 1 TO ADD-COUNT
008090           END-IF.
008100       APPLY-CHANGE-TRANS.
008110           PERFORM READ-MASTER-RECORD
008120           IF MASTER-NOT-ON-FILE
008130               MOVE "EMPLOYEE ID NOT ON MASTER"
008140                   TO MAINT-ERROR-REASON
008150               PERFORM WRITE-MAINT-ERROR
008160           ELSE
008170               MOVE "CHANGE" TO AUD-ACTION-TAG
008180               PERFORM WRITE-AUDIT-ACTION
008190               PERFORM WRITE-AUDIT-BEFORE
008200               MOVE EM-PAY-RATE TO OLD-PAY-RATE
008210               PERFORM APPLY-CARD-FIELDS-TO-MASTER
008220               REWRITE EMPLOYEE-MASTER-RECORD
008230               PERFORM WRITE-AUDIT-AFTER
008240               PERFORM CHECK-RETRO-RATE-CHANGE
008250               ADD 1 TO CHANGE-COUNT
008260           END-IF.
008270*
008280*    A RATE CHANGE CARRYING AN EFFECTIVE DATE IS A BACKDATED
008290*    RAISE (OR CUT). THE MASTER ALREADY HAS THE NEW RATE - THE
008300*    QUEUE RECORD LETS RETROPAY RECOMPUTE THE PERIODS ALREADY
008310*    PAID AT THE OLD RATE AND CUT THE DIFFERENCE.
008320       CHECK-RETRO-RATE-CHANGE.
008330           IF MT-PAY-RATE NUMERIC
008340               AND MT-PAY-RATE NOT = ZERO
008350               AND MT-PAY-RATE NOT = OLD-PAY-RATE
008360               AND MT-EFFECTIVE-DATE NUMERIC
008370               AND MT-EFFECTIVE-DATE NOT = ZERO
008380               MOVE SPACES TO RATE-CHANGE-RECORD
008390               MOVE MT-EMPLOYEE-ID TO RCH-EMPLOYEE-ID
008400               MOVE OLD-PAY-RATE TO RCH-OLD-RATE
008410               MOVE MT-PAY-RATE TO RCH-NEW-RATE
008420               MOVE MT-EFFECTIVE-DATE TO RCH-EFFECTIVE-DATE
008430               MOVE SPACE TO RCH-STATUS
008440               WRITE RATE-CHANGE-RECORD
008450               MOVE "(RETRO QUEUED)" TO AUD-NOTE-TEXT
008460               PERFORM WRITE-AUDIT-AFTER-NOTE
008470               ADD 1 TO RETRO-QUEUED-COUNT
008480           END-IF.
008490       OPEN-RATE-CHANGE-FILE.
008500           OPEN EXTEND RATE-CHANGE-FILE
008510           IF RCH-FILE-STATUS = "35"
008520               OPEN OUTPUT RATE-CHANGE-FILE
008530           END-IF.
008540*
008550*    A DELETE CARD NO LONGER THROWS THE RECORD AWAY - THE
008560*    EMPLOYEE'S YTD-MASTER AND PAY-HISTORY ROWS NEED A STANDING
008570*    RECORD TO HANG OFF UNTIL THE TERMINATION YEAR IS CLOSED.
008580*    IT MARKS THE EMPLOYEE TERMINATED AS OF THE CARD'S DATE,
008590*    AND THE EMPPURGE PROGRAM REMOVES THE RECORD LATER.
008600       APPLY-DELETE-TRANS.
008610           PERFORM READ-MASTER-RECORD
008620           IF MASTER-NOT-ON-FILE
008630               MOVE "EMPLOYEE ID NOT ON MASTER"
008640                   TO MAINT-ERROR-REASON
008650               PERFORM WRITE-MAINT-ERROR
008660           ELSE
008670               MOVE "TERMINATE" TO AUD-ACTION-TAG
008680               PERFORM WRITE-AUDIT-ACTION
008690               PERFORM WRITE-AUDIT-BEFORE
008700               MOVE "T" TO EM-STATUS-CODE
008710               MOVE MT-TERM-DATE TO EM-TERM-DATE
008720               REWRITE EMPLOYEE-MASTER-RECORD
008730               PERFORM WRITE-AUDIT-AFTER
008740               ADD 1 TO TERMINATE-COUNT
008750           END-IF.
008760*
008770*    A W CARD CHANGES ONLY THE W-4 ELECTIONS, SO ITS AUDIT LINES
008780*    ARE THE W-4 LINES RATHER THAN THE STANDING FIELDS.
008790       APPLY-W4-TRANS.
008800           PERFORM READ-MASTER-RECORD
008810           IF MASTER-NOT-ON-FILE
008820               MOVE "EMPLOYEE ID NOT ON MASTER"
008830                   TO MAINT-ERROR-REASON
008840               PERFORM WRITE-MAINT-ERROR
008850           ELSE
008860               MOVE "W-4" TO AUD-ACTION-TAG
008870               PERFORM WRITE-AUDIT-ACTION
008880               MOVE "  BEFORE" TO AUD-W4-TAG
008890               PERFORM WRITE-AUDIT-W4-DETAIL
008900               PERFORM APPLY-W4-FIELDS-TO-MASTER
008910               REWRITE EMPLOYEE-MASTER-RECORD
008920               MOVE "  AFTER" TO AUD-W4-TAG
008930               PERFORM WRITE-AUDIT-W4-DETAIL
008940               WRITE MAINT-PRINTOUT FROM BLANK-LINE
008950               ADD 1 TO W4-CHANGE-COUNT
008960           END-IF.
008970*
008980*    A MASTER RECORD FROM BEFORE THE W-4 FIELDS EXISTED IS
008990*    BLANK THERE, SO THE ELECTIONS ARE SET TO THEIR DEFAULTS
009000*    BEFORE THE CARD IS LAID OVER THEM.
009010       APPLY-W4-FIELDS-TO-MASTER.
009020           IF EM-W4-CREDIT NOT NUMERIC
009030               PERFORM DEFAULT-W4-ELECTIONS
009040           END-IF
009050           IF MW-FILING-STATUS NOT = SPACE
009060               MOVE MW-FILING-STATUS TO EM-FILING-STATUS
009070           END-IF
009080           IF MW-W4-CREDIT-X NOT = SPACES
009090               MOVE MW-W4-CREDIT TO EM-W4-CREDIT
009100           END-IF
009110           IF MW-W4-OTHER-INCOME-X NOT = SPACES
009120               MOVE MW-W4-OTHER-INCOME TO EM-W4-OTHER-INCOME
009130           END-IF
009140           IF MW-W4-DEDUCTIONS-X NOT = SPACES
009150               MOVE MW-W4-DEDUCTIONS TO EM-W4-DEDUCTIONS
009160           END-IF
009170           IF MW-W4-EXTRA-WH-X NOT = SPACES
009180               MOVE MW-W4-EXTRA-WH TO EM-W4-EXTRA-WH
009190           END-IF
009200           IF MW-FED-EXEMPT = "Y"
009210               MOVE "Y" TO EM-FED-EXEMPT
009220               MOVE MW-FED-EXEMPT-EXPIRES TO EM-FED-EXEMPT-EXPIRES
009230           END-IF
009240           IF MW-FED-EXEMPT = "N"
009250               MOVE "N" TO EM-FED-EXEMPT
009260               MOVE ZERO TO EM-FED-EXEMPT-EXPIRES
009270           END-IF
009280           IF MW-ST-ALLOWANCES-X NOT = SPACES
009290               MOVE MW-ST-ALLOWANCES TO EM-ST-ALLOWANCES
009300           END-IF
009310           IF MW-ST-EXTRA-WH-X NOT = SPACES
009320               MOVE MW-ST-EXTRA-WH TO EM-ST-EXTRA-WH
009330           END-IF
009340           IF MW-ST-EXEMPT = "Y"
009350               MOVE "Y" TO EM-ST-EXEMPT
009360               MOVE MW-ST-EXEMPT-EXPIRES TO EM-ST-EXEMPT-EXPIRES
009370           END-IF
009380           IF MW-ST-EXEMPT = "N"
009390               MOVE "N" TO EM-ST-EXEMPT
009400               MOVE ZERO TO EM-ST-EXEMPT-EXPIRES
009410           END-IF.
009420*
009430*    SINGLE, NO CREDIT, NO ADJUSTMENTS, NOT EXEMPT - WHAT THE
009440*    IRS SAYS TO WITHHOLD AT UNTIL A CERTIFICATE IS ON FILE.
009450       DEFAULT-W4-ELECTIONS.
009460           MOVE "S" TO EM-FILING-STATUS
009470           MOVE ZERO TO EM-W4-CREDIT
009480           MOVE ZERO TO EM-W4-OTHER-INCOME
009490           MOVE ZERO TO EM-W4-DEDUCTIONS
009500           MOVE ZERO TO EM-W4-EXTRA-WH
009510           MOVE "N" TO EM-FED-EXEMPT
009520           MOVE ZERO TO EM-FED-EXEMPT-EXPIRES
009530           MOVE ZERO TO EM-ST-ALLOWANCES
009540           MOVE ZERO TO EM-ST-EXTRA-WH
009550           MOVE "N" TO EM-ST-EXEMPT
009560           MOVE ZERO TO EM-ST-EXEMPT-EXPIRES.
009570       BUILD-MASTER-FROM-CARD.
009580           MOVE MT-EMPLOYEE-ID TO EM-EMPLOYEE-ID
009590           MOVE MT-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
009600           IF MT-PAY-RATE NUMERIC
009610               MOVE MT-PAY-RATE TO EM-PAY-RATE
009620           ELSE
009630               MOVE ZERO TO EM-PAY-RATE
009640           END-IF
009650           MOVE MT-EMPLOYEE-TYPE TO EM-EMPLOYEE-TYPE
009660           IF MT-PERIOD-SALARY NUMERIC
009670               MOVE MT-PERIOD-SALARY TO EM-PERIOD-SALARY
009680           ELSE
009690               MOVE ZERO TO EM-PERIOD-SALARY
009700           END-IF
009710           IF MT-DEPENDENTS NUMERIC
009720               MOVE MT-DEPENDENTS TO EM-DEPENDENTS
009730           ELSE
009740               MOVE ZERO TO EM-DEPENDENTS
009750           END-IF
009760           MOVE MT-DEPARTMENT TO EM-DEPARTMENT
009770           IF MT-PAYMENT-METHOD = SPACE
009780               MOVE "D" TO EM-PAYMENT-METHOD
009790           ELSE
009800               MOVE MT-PAYMENT-METHOD TO EM-PAYMENT-METHOD
009810           END-IF
009820           IF MT-STATUS-CODE = SPACE
009830               MOVE "A" TO EM-STATUS-CODE
009840           ELSE
009850               MOVE MT-STATUS-CODE TO EM-STATUS-CODE
009860           END-IF
009870           IF MT-TERM-DATE NUMERIC
009880               MOVE MT-TERM-DATE TO EM-TERM-DATE
009890           ELSE
009900               MOVE ZERO TO EM-TERM-DATE
009910           END-IF
009920*
009930*    A BLANK WORK STATE MEANS THE HOME STATE - THE PAYROLL RUN
009940*    SUPPLIES THE DEFAULT, SO NOTHING IS FORCED HERE.
009950           MOVE MT-WORK-STATE TO EM-WORK-STATE
009960           IF MT-PAY-GROUP = SPACES
009970               MOVE "BW" TO EM-PAY-GROUP
009980           ELSE
009990               MOVE MT-PAY-GROUP TO EM-PAY-GROUP
010000           END-IF
010010           PERFORM DEFAULT-W4-ELECTIONS.
010020       APPLY-CARD-FIELDS-TO-MASTER.
010030           IF MT-EMPLOYEE-NAME NOT = SPACES
010040               MOVE MT-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
010050           END-IF
010060           IF MT-PAY-RATE NUMERIC AND MT-PAY-RATE NOT = ZERO
010070               MOVE MT-PAY-RATE TO EM-PAY-RATE
010080           END-IF
010090           IF MT-EMPLOYEE-TYPE NOT = SPACE
010100               MOVE MT-EMPLOYEE-TYPE TO EM-EMPLOYEE-TYPE
010110           END-IF
010120           IF MT-PERIOD-SALARY NUMERIC
010130               AND MT-PERIOD-SALARY NOT = ZERO
010140               MOVE MT-PERIOD-SALARY TO EM-PERIOD-SALARY
010150           END-IF
010160           IF MT-DEPENDENTS NUMERIC
010170               MOVE MT-DEPENDENTS TO EM-DEPENDENTS
010180           END-IF
010190           IF MT-DEPARTMENT NOT = SPACES
010200               MOVE MT-DEPARTMENT TO EM-DEPARTMENT
010210           END-IF
010220           IF MT-PAYMENT-METHOD NOT = SPACE
010230               MOVE MT-PAYMENT-METHOD TO EM-PAYMENT-METHOD
010240           END-IF
010250           IF MT-STATUS-CODE NOT = SPACE
010260               MOVE MT-STATUS-CODE TO EM-STATUS-CODE
010270           END-IF
010280           IF MT-TERM-DATE-X NOT = SPACES
010290               AND MT-TERM-DATE NUMERIC
010300               MOVE MT-TERM-DATE TO EM-TERM-DATE
010310           END-IF
010320           IF MT-WORK-STATE NOT = SPACES
010330               MOVE MT-WORK-STATE TO EM-WORK-STATE
010340           END-IF
010350           IF MT-PAY-GROUP NOT = SPACES
010360               MOVE MT-PAY-GROUP TO EM-PAY-GROUP
010370           END-IF.
010380       WRITE-AUDIT-ACTION.
010390           MOVE MT-EMPLOYEE-ID TO AUD-ACTION-ID
010400           WRITE MAINT-PRINTOUT FROM AUDIT-ACTION-LINE.
010410       WRITE-AUDIT-BEFORE.
010420           MOVE "  BEFORE" TO AUD-TAG
010430           PERFORM WRITE-AUDIT-DETAIL.
010440       WRITE-AUDIT-AFTER.
010450           MOVE "  AFTER" TO AUD-TAG
010460           PERFORM WRITE-AUDIT-DETAIL
010470           WRITE MAINT-PRINTOUT FROM BLANK-LINE.
010480       WRITE-AUDIT-DETAIL.
010490           MOVE EM-EMPLOYEE-ID TO AUD-EMP-ID
010500           MOVE EM-EMPLOYEE-NAME TO AUD-NAME
010510           MOVE EM-PAY-RATE TO AUD-PAY-RATE
010520           MOVE EM-EMPLOYEE-TYPE TO AUD-TYPE
010530           MOVE EM-PERIOD-SALARY TO AUD-SALARY
010540           MOVE EM-DEPENDENTS TO AUD-DEPENDENTS
010550           MOVE EM-DEPARTMENT TO AUD-DEPARTMENT
010560           MOVE EM-PAYMENT-METHOD TO AUD-PAY-METHOD
010570           MOVE EM-STATUS-CODE TO AUD-STATUS
010580           MOVE EM-TERM-DATE TO AUD-TERM-DATE
010590           MOVE EM-WORK-STATE TO AUD-WORK-STATE
010600           MOVE EM-PAY-GROUP TO AUD-PAY-GROUP
010610           WRITE MAINT-PRINTOUT FROM AUDIT-DETAIL-LINE.
010620       WRITE-AUDIT-W4-DETAIL.
010630           MOVE EM-EMPLOYEE-ID TO AUD-W4-EMP-ID
010640           IF EM-W4-CREDIT NOT NUMERIC
010650               MOVE "(NO W-4 ON MASTER)" TO AUD-NOTE-TEXT
010660               MOVE AUD-W4-TAG TO AUD-NOTE-TAG
010670               WRITE MAINT-PRINTOUT FROM AUDIT-NOTE-LINE
010680           ELSE
010690               MOVE EM-FILING-STATUS TO AUD-W4-STATUS
010700               MOVE EM-W4-CREDIT TO AUD-W4-CREDIT
010710               MOVE EM-W4-OTHER-INCOME TO AUD-W4-OTHER
010720               MOVE EM-W4-DEDUCTIONS TO AUD-W4-DEDS
010730               MOVE EM-W4-EXTRA-WH TO AUD-W4-EXTRA
010740               MOVE EM-FED-EXEMPT TO AUD-W4-EXEMPT
010750               MOVE EM-FED-EXEMPT-EXPIRES TO AUD-W4-EXPIRES
010760               MOVE EM-ST-ALLOWANCES TO AUD-ST-ALLOWANCES
010770               MOVE EM-ST-EXTRA-WH TO AUD-ST-EXTRA
010780               MOVE EM-ST-EXEMPT TO AUD-ST-EXEMPT
010790               MOVE EM-ST-EXEMPT-EXPIRES TO AUD-ST-EXPIRES
010800               WRITE MAINT-PRINTOUT FROM AUDIT-W4-LINE
010810               WRITE MAINT-PRINTOUT FROM AUDIT-ST-W4-LINE
010820           END-IF.
010830       WRITE-AUDIT-BEFORE-NOTE.
010840           MOVE "  BEFORE" TO AUD-NOTE-TAG
010850           WRITE MAINT-PRINTOUT FROM AUDIT-NOTE-LINE.
010860       WRITE-AUDIT-AFTER-NOTE.
010870           MOVE "  AFTER" TO AUD-NOTE-TAG
010880           WRITE MAINT-PRINTOUT FROM AUDIT-NOTE-LINE
010890           WRITE MAINT-PRINTOUT FROM BLANK-LINE.
010900       WRITE-MAINT-ERROR.
010910           MOVE MT-EMPLOYEE-ID TO ME-EMP-ID
010920           MOVE MT-ACTION TO ME-ACTION
010930           MOVE MAINT-ERROR-REASON TO ME-REASON
010940           WRITE MAINT-PRINTOUT FROM MAINT-ERROR-LINE
010950           WRITE MAINT-PRINTOUT FROM BLANK-LINE
010960           ADD 1 TO ERROR-COUNT.
010970       WRITE-MAINT-TRAILER.
010980           MOVE ADD-COUNT TO TRAILER-ADD-OUT
010990           MOVE CHANGE-COUNT TO TRAILER-CHG-OUT
011000           MOVE TERMINATE-COUNT TO TRAILER-TRM-OUT
011010           MOVE ERROR-COUNT TO TRAILER-ERR-OUT
011020           MOVE RETRO-QUEUED-COUNT TO TRAILER-RTQ-OUT
011030           MOVE W4-CHANGE-COUNT TO TRAILER-W4-OUT
011040           WRITE MAINT-PRINTOUT FROM BLANK-LINE
011050           WRITE MAINT-PRINTOUT FROM MAINT-TRAILER-LINE.
011060       READ-CYCLE-PARM.
011070           OPEN INPUT CYCLE-PARM
011080           READ CYCLE-PARM
011090               AT END
011100                   DISPLAY "CYCLE PARM CARD MISSING"
011110                   MOVE 16 TO RETURN-CODE
011120                   STOP RUN
011130           END-READ
011140           CLOSE CYCLE-PARM
011150           IF CP-PP-END-DATE NOT NUMERIC
011160               OR CP-PP-END-DATE = ZERO
011170               DISPLAY "CYCLE PARM CARD INVALID"
011180               MOVE 16 TO RETURN-CODE
011190               STOP RUN
011200           END-IF
011210           MOVE CP-PAY-GROUP TO CYCLE-PAY-GROUP
011220           MOVE CP-PP-END-DATE TO CYCLE-PP-END-DATE.
011230*
011240*    THE PERIOD'S CYCLE RECORD IS CHECKED BEFORE ANY WORK IS
011250*    DONE. NO RECORD YET MEANS NOTHING HAS RUN FOR THE PERIOD,
011260*    SO ONLY THE FIRST STEP CAN START IT. A CLOSED PERIOD, AN
011270*    EARLIER STEP NOT COMPLETE, OR A LATER STEP ALREADY RUN
011280*    STOPS THE RUN WITH RETURN CODE 16 UNLESS A SUPERVISOR
011290*    OVERRIDE FOR THIS STEP IS ON THE RECORD - SEE CYCLECTL.
011300       CHECK-CYCLE-CONTROL.
011310           IF CYCLE-PAY-GROUP = SPACES
011320               MOVE "BW" TO CYCLE-PAY-GROUP
011330           END-IF
011340           PERFORM READ-CYCLE-RECORD
011350           CLOSE CYCLE-CONTROL
011360           MOVE SPACES TO CYCLE-REFUSAL
011370           IF CY-PERIOD-CLOSED
011380               MOVE "PERIOD ALREADY CLOSED" TO CYCLE-REFUSAL-TEXT
011390           ELSE
011400               PERFORM CHECK-EARLIER-STEP
011410                   VARYING CYCLE-STEP-INDEX FROM 1 BY 1
011420                   UNTIL CYCLE-STEP-INDEX NOT < CYCLE-THIS-STEP
011430               COMPUTE CYCLE-LATER-STEP = CYCLE-THIS-STEP + 1
011440               PERFORM CHECK-LATER-STEP
011450                   VARYING CYCLE-STEP-INDEX FROM CYCLE-LATER-STEP
011460                   BY 1 UNTIL CYCLE-STEP-INDEX > 7
011470           END-IF
011480           IF CYCLE-REFUSAL NOT = SPACES
011490               DISPLAY "CYCLE CONTROL - "
011500                   CYCLE-STEP-NAME (CYCLE-THIS-STEP) " FOR "
011510                   CYCLE-PAY-GROUP " " CYCLE-PP-END-DATE ": "
011520                   CYCLE-REFUSAL
011530               IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
011540                   MOVE "Y" TO CYCLE-OVERRIDE-SW
011550                   DISPLAY "CYCLE CONTROL - RUN ALLOWED BY "
011560                       "SUPERVISOR OVERRIDE " CY-OVERRIDE-BY
011570               ELSE
011580                   DISPLAY "CYCLE CONTROL - RUN REFUSED"
011590                   MOVE 16 TO RETURN-CODE
011600                   STOP RUN
011610               END-IF
011620           END-IF.
011630       CHECK-EARLIER-STEP.
011640           IF NOT CY-STEP-COMPLETE (CYCLE-STEP-INDEX)
011650               AND NOT CY-STEP-BYPASSED (CYCLE-STEP-INDEX)
011660               AND CYCLE-REFUSAL = SPACES
011670               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
011680                   TO CYCLE-REFUSAL-STEP
011690               MOVE "NOT COMPLETE" TO CYCLE-REFUSAL-TEXT
011700           END-IF.
011710       CHECK-LATER-STEP.
011720           IF NOT CY-STEP-NOT-RUN (CYCLE-STEP-INDEX)
011730               AND CYCLE-REFUSAL = SPACES
011740               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
011750                   TO CYCLE-REFUSAL-STEP
011760               MOVE "HAS ALREADY RUN" TO CYCLE-REFUSAL-TEXT
011770           END-IF.
011780*
011790*    THE FILE IS CREATED EMPTY THE FIRST TIME ANY STEP RUNS. A
011800*    PERIOD NOT YET ON IT GETS A FRESH OPEN RECORD IN THE AREA.
011810       READ-CYCLE-RECORD.
011820           OPEN I-O CYCLE-CONTROL
011830           IF CY-FILE-STATUS = "35"
011840               OPEN OUTPUT CYCLE-CONTROL
011850               CLOSE CYCLE-CONTROL
011860               OPEN I-O CYCLE-CONTROL
011870           END-IF
011880           IF CY-FILE-STATUS NOT = "00"
011890               DISPLAY "CYCLE CONTROL NOT AVAILABLE - STATUS "
011900                   CY-FILE-STATUS
011910               MOVE 16 TO RETURN-CODE
011920               STOP RUN
011930           END-IF
011940           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
011950           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
011960           READ CYCLE-CONTROL
011970               INVALID KEY
011980                   MOVE "N" TO CYCLE-RECORD-SW
011990                   PERFORM CLEAR-CYCLE-RECORD
012000               NOT INVALID KEY
012010                   MOVE "Y" TO CYCLE-RECORD-SW
012020           END-READ.
012030       CLEAR-CYCLE-RECORD.
012040           MOVE SPACES TO CYCLE-CONTROL-RECORD
012050           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
012060           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
012070           MOVE "O" TO CY-PERIOD-STATUS
012080           PERFORM CLEAR-CYCLE-STEP
012090               VARYING CYCLE-STEP-INDEX FROM 1 BY 1
012100               UNTIL CYCLE-STEP-INDEX > 7
012110           MOVE ZERO TO CY-OVERRIDE-STEP
012120           MOVE ZERO TO CY-OVERRIDE-DATE.
012130       CLEAR-CYCLE-STEP.
012140           MOVE ZERO TO CY-STEP-DATE (CYCLE-STEP-INDEX)
012150           MOVE ZERO TO CY-STEP-TIME (CYCLE-STEP-INDEX)
012160           MOVE ZERO TO CY-STEP-RC (CYCLE-STEP-INDEX)
012170           MOVE ZERO TO CY-STEP-RUNS (CYCLE-STEP-INDEX)
012180           MOVE ZERO TO CY-STEP-COUNT (CYCLE-STEP-INDEX)
012190           MOVE ZERO TO CY-STEP-AMOUNT (CYCLE-STEP-INDEX).
012200*
012210*    THE STEP GOES ON THE PERIOD'S RECORD WITH THE CLOCK TIME,
012220*    THE RETURN CODE, AND THE RUN'S CONTROL TOTALS. A RETURN
012230*    CODE OF 8 OR MORE LEAVES THE STEP FAILED, WHICH HOLDS THE
012240*    NEXT STEP BACK UNTIL THIS ONE IS RERUN CLEAN. AN OVERRIDE
012250*    FOR THIS STEP IS USED UP BY THE RUN, AND THE LAST STEP
012260*    FINISHING CLEAN CLOSES THE PERIOD.
012270       RECORD-CYCLE-STEP.
012280           PERFORM READ-CYCLE-RECORD
012290           ACCEPT CYCLE-RUN-DATE FROM DATE YYYYMMDD
012300           ACCEPT CYCLE-RUN-TIME FROM TIME
012310           MOVE CYCLE-RUN-DATE TO CY-STEP-DATE (CYCLE-THIS-STEP)
012320           MOVE CYCLE-RUN-HHMMSS TO CY-STEP-TIME (CYCLE-THIS-STEP)
012330           MOVE RETURN-CODE TO CY-STEP-RC (CYCLE-THIS-STEP)
012340           IF RETURN-CODE < 8
012350               MOVE "C" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
012360           ELSE
012370               MOVE "F" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
012380           END-IF
012390           ADD 1 TO CY-STEP-RUNS (CYCLE-THIS-STEP)
012400           MOVE CYCLE-CONTROL-COUNT
012410               TO CY-STEP-COUNT (CYCLE-THIS-STEP)
012420           MOVE CYCLE-CONTROL-AMOUNT
012430               TO CY-STEP-AMOUNT (CYCLE-THIS-STEP)
012440           IF CYCLE-OVERRIDE-USED
012450               MOVE CY-OVERRIDE-BY
012460                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
012470           ELSE
012480               MOVE SPACES
012490                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
012500           END-IF
012510           IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
012520               MOVE ZERO TO CY-OVERRIDE-STEP
012530               MOVE SPACES TO CY-OVERRIDE-BY
012540               MOVE ZERO TO CY-OVERRIDE-DATE
012550               MOVE SPACES TO CY-OVERRIDE-REASON
012560           END-IF
012570           IF CYCLE-THIS-STEP = 7
012580               AND CY-STEP-COMPLETE (CYCLE-THIS-STEP)
012590               MOVE "C" TO CY-PERIOD-STATUS
012600           END-IF
012610           IF CYCLE-RECORD-ON-FILE
012620               REWRITE CYCLE-CONTROL-RECORD
012630           ELSE
012640               WRITE CYCLE-CONTROL-RECORD
012650           END-IF
012660           IF CY-FILE-STATUS NOT = "00"
012670               DISPLAY "CYCLE CONTROL NOT UPDATED - STATUS "
012680                   CY-FILE-STATUS
012690               MOVE 16 TO RETURN-CODE
012700               STOP RUN
012710           END-IF
012720           CLOSE CYCLE-CONTROL.
012730*/*
012740*//GO.CYCPARM DD *
012750*BW20260821
012760*/*
012770*//GO.TRANDD DD *
012780*AE00001ADAMS     2000H00000000004PLNT
012790*AE00002KERRIGAN  3000H00000010000PLNT
012800*AE00003SMITH     1500H00000003003OFFC
012810*CE00003          1750
012820*CE00001                                                 WK
012830*DE00002                               20260815
012840*WE00001M0200000                002500N        02001000
012850*/*
012860*//GO.RATECHG DD DSN=PAY.RATECHG,DISP=MOD
012870*//GO.PAYCAL DD DSN=PAY.PAYCAL,DISP=SHR
012880*//GO.CYCCTL DD DSN=PAY.CYCCTL,DISP=OLD
012890*//GO.MNTRPT DD SYSOUT=A
