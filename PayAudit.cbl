000250*                  THE CURRENT-PERIOD READ - A VOID KEEPS ITS
000260*                  AMOUNTS ON HISTORY AND WAS ANCHORING THE
000270*                  SWING PERCENTAGE.
000280*    10/15/26  RDM  EMPLOYEE-MASTER LAYOUT GREW THE W-4
000290*                  ELECTION FIELDS IN STEP WITH THE EMPMAINT
000300*                  PROGRAM.
000310*    10/15/26  RDM  PAY-HISTORY LAYOUT GREW THE EARNINGS-CODE
000320*                  LINES IN STEP WITH THE PAYROLL PROGRAM.
000330*    10/15/26  RDM  PAY-HISTORY KEY GREW THE PAYMENT SEQUENCE IN
000340*                  STEP WITH THE PAYROLL PROGRAM. THE AUDIT READS
000350*                  THE REGULAR PAYMENT (SEQUENCE 00) OF EACH
000360*                  PERIOD - OFF-CYCLE CHECKS ARE NOT PART OF THE
000370*                  RUN BEING RELEASED.
000380*    10/15/26  RDM  PAY GROUPS. THE PARM CARD NAMES THE PAY GROUP
000390*                  WHOSE RUN IS BEING RELEASED (BLANK IS THE
000400*                  BIWEEKLY GROUP BW) AND ONLY THAT GROUP'S
000410*                  EMPLOYEES ARE AUDITED - ANOTHER GROUP'S
000420*                  PEOPLE ARE NOT PAID ON THIS PERIOD END DATE.
000430*                  THE RELEASE-CONTROL RECORD CARRIES THE GROUP.
000440*                  EMPLOYEE-MASTER LAYOUT GREW THE PAY GROUP
000450*                  CODE IN STEP WITH THE EMPMAINT PROGRAM.
000460*    10/15/26  RDM  PAYROLL CYCLE CONTROL. THE PARM CARD'S GROUP
000470*                  AND PERIOD ARE CHECKED ON THE CYCLE CONTROL
000480*                  FILE AND THE AUDIT IS REFUSED IF THE PAYROLL
000490*                  RUN FOR THE PERIOD HAS NOT COMPLETED, IF THE
000500*                  RELEASE HAS ALREADY BEEN MADE, OR IF THE PERIOD
000510*                  IS CLOSED, UNLESS A SUPERVISOR OVERRIDE IS
000520*                  SIGNED ON THROUGH CYCLECTL. THE STEP IS
000530*                  RECORDED WITH THE PAYMENTS AUDITED AND THEIR
000540*                  NET - A HELD RUN RECORDS RETURN CODE 8, WHICH
000550*                  KEEPS THE RELEASE STEP BACK.
000560*    10/15/26  RDM  AN EARLIER CYCLE STEP THE SUPERVISOR HAS
000570*                  BYPASSED THROUGH CYCLECTL COUNTS AS COMPLETE
000580*                  IN THE ORDER CHECK.
000590*
000600       ENVIRONMENT DIVISION.
000610       INPUT-OUTPUT SECTION.
000620       FILE-CONTROL.
000630             SELECT AUDIT-PARM ASSIGN AUDPARM.
000640             SELECT VARIANCE-REPORT ASSIGN AUDRPT.
000650             SELECT RELEASE-CONTROL ASSIGN RELCTL
000660                 FILE STATUS IS REL-FILE-STATUS.
000670             SELECT PAY-HISTORY ASSIGN PAYHST
000680                 ORGANIZATION IS INDEXED
000690                 ACCESS MODE IS DYNAMIC
000700                 RECORD KEY IS PH-KEY
000710                 FILE STATUS IS PH-FILE-STATUS.
000720             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
000730                 ORGANIZATION IS INDEXED
000740                 ACCESS MODE IS DYNAMIC
000750                 RECORD KEY IS EM-EMPLOYEE-ID
000760                 FILE STATUS IS EM-FILE-STATUS.
000770             SELECT CYCLE-CONTROL ASSIGN CYCCTL
000780                 ORGANIZATION IS INDEXED
000790                 ACCESS MODE IS DYNAMIC
000800                 RECORD KEY IS CY-KEY
000810                 FILE STATUS IS CY-FILE-STATUS.
000820       DATA DIVISION.
000830       FILE SECTION.
000840*
000850*    ONE PARM CARD - THE PERIOD JUST CALCULATED, THE PRIOR
000860*    PERIOD TO COMPARE AGAINST, THE GROSS SWING TOLERANCE IN
000870*    WHOLE PERCENT, THE NET PAY CEILING, AND THE OVERRIDE
000880*    COLUMN (Y RELEASES A FLAGGED RUN, THE WAY THE BATCH
000890*    HEADER RERUN OVERRIDE WORKS IN THE PAYROLL RUN).
000900       FD AUDIT-PARM RECORDING MODE F
000910              LABEL RECORDS ARE OMITTED.
000920       01 AUDIT-PARM-RECORD.
000930            02 AUD-PP-END-DATE   PIC 9(8).
000940            02 AUD-PRIOR-PP-DATE PIC 9(8).
000950            02 AUD-TOLERANCE-PCT PIC 9(3).
000960            02 AUD-NET-CEILING   PIC 9(6)V99.
000970            02 AUD-OVERRIDE      PIC X(1).
000980*
000990*    THE PAY GROUP THE PERIOD BELONGS TO - BLANK IS BW.
001000            02 AUD-PAY-GROUP     PIC X(2).
001010            02 FILLER            PIC X(50).
001020       FD VARIANCE-REPORT RECORDING MODE F
001030              LABEL RECORDS ARE OMITTED.
001040       01 VARIANCE-PRINTOUT PIC X(132).
001050*
001060*    ONE RECORD PER PERIOD AUDITED - A (APPROVED FOR RELEASE)
001070*    OR H (HELD). THE RELEASE JCL TESTS THIS PROGRAM'S RETURN
001080*    CODE, AND THE FILE IS THE PAPER TRAIL OF WHO LET WHAT GO.
001090       FD RELEASE-CONTROL RECORDING MODE F
001100              LABEL RECORDS ARE OMITTED.
001110       01 RELEASE-CONTROL-RECORD.
001120            02 REL-PP-END-DATE PIC 9(8).
001130            02 REL-STATUS      PIC X(1).
001140                 88 REL-APPROVED VALUE "A".
001150                 88 REL-HELD     VALUE "H".
001160            02 REL-PAY-GROUP   PIC X(2).
001170            02 FILLER          PIC X(69).
001180*
001190*    PAY HISTORY AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
001200*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001210       FD PAY-HISTORY
001220              LABEL RECORDS ARE STANDARD.
001230       01 PAY-HISTORY-RECORD.
001240            02 PH-KEY.
001250                 03 PH-EMPLOYEE-ID PIC X(06).
001260                 03 PH-PP-END-DATE PIC 9(8).
001270                 03 PH-PAY-SEQ     PIC 9(2).
001280            02 PH-GROSS-PAY      PIC S9(6)V99.
001290            02 PH-REGULAR-PAY    PIC S9(6)V99.
001300            02 PH-OVERTIME-PAY   PIC S9(6)V99.
001310            02 PH-REGULAR-HOURS  PIC 9(2).
001320            02 PH-OVERTIME-HOURS PIC 9(2).
001330            02 PH-DEDUCTION      PIC S9(5)V99.
001340            02 PH-FED-TAX        PIC S9(5)V99.
001350            02 PH-STATE-TAX      PIC S9(5)V99.
001360            02 PH-SOC-SEC-TAX    PIC S9(5)V99.
001370            02 PH-MEDICARE-TAX   PIC S9(5)V99.
001380            02 PH-VOL-DEDUCTION  PIC S9(5)V99.
001390            02 PH-NET-PAY        PIC S9(6)V99.
001400            02 PH-EMPLOYER-FUTA  PIC S9(5)V99.
001410            02 PH-EMPLOYER-SUTA  PIC S9(5)V99.
001420            02 PH-PAY-INSTRUMENT PIC X(01).
001430                 88 PH-PAID-BY-ACH   VALUE "D".
001440                 88 PH-PAID-BY-CHECK VALUE "C".
001450            02 PH-CHECK-NUMBER   PIC 9(08).
001460            02 PH-VOID-SW        PIC X(01).
001470                 88 PH-VOIDED VALUE "V".
001480            02 PH-ACH-TRACE      PIC X(15).
001490            02 PH-RETURN-SW      PIC X(01).
001500                 88 PH-RETURNED VALUE "R".
001510*
001520*    EARNINGS PAID UNDER AN EARNINGS CODE, ONE SLOT PER CODE,
001530*    CLAIMED THE FIRST TIME THE CODE SHOWS UP IN THE PERIOD.
001540*    THE AMOUNTS ARE PART OF PH-GROSS-PAY, NOT IN ADDITION TO
001550*    IT. A BLANK CODE IS AN UNUSED SLOT.
001560            02 PH-EARNINGS-ENTRY OCCURS 5 TIMES.
001570                 03 PH-EARN-CODE   PIC X(04).
001580                 03 PH-EARN-HOURS  PIC 9(3).
001590                 03 PH-EARN-AMOUNT PIC S9(6)V99.
001600*
001610*    STANDING EMPLOYEE DATA KEPT BY THE EMPMAINT PROGRAM. THE
001620*    RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001630       FD EMPLOYEE-MASTER
001640              LABEL RECORDS ARE STANDARD.
001650       01 EMPLOYEE-MASTER-RECORD.
001660            02 EM-EMPLOYEE-ID   PIC X(06).
001670            02 EM-EMPLOYEE-NAME PIC X(10).
001680            02 EM-PAY-RATE      PIC 9(2)V99.
001690            02 EM-EMPLOYEE-TYPE PIC X(01).
001700                 88 EM-HOURLY   VALUE "H".
001710                 88 EM-SALARIED VALUE "S".
001720            02 EM-PERIOD-SALARY PIC 9(6)V99.
001730            02 EM-DEPENDENTS    PIC 9(2).
001740            02 EM-DEPARTMENT    PIC X(04).
001750            02 EM-PAYMENT-METHOD PIC X(01).
001760                 88 EM-PAY-BY-ACH   VALUE "D".
001770                 88 EM-PAY-BY-CHECK VALUE "C".
001780            02 EM-STATUS-CODE   PIC X(01).
001790                 88 EM-ACTIVE     VALUE "A".
001800                 88 EM-ON-LEAVE   VALUE "L".
001810                 88 EM-TERMINATED VALUE "T".
001820            02 EM-TERM-DATE     PIC 9(8).
001830            02 EM-WORK-STATE    PIC X(02).
001840*
001850*    W-4 WITHHOLDING ELECTIONS. THE CREDIT, OTHER INCOME, AND
001860*    DEDUCTIONS ARE THE ANNUAL AMOUNTS FROM STEPS 3, 4(A), AND
001870*    4(B) - THE EXTRA WITHHOLDING IS PER CHECK. AN EXEMPT CLAIM
001880*    HOLDS THROUGH ITS EXPIRATION DATE. THE STATE ELECTIONS
001890*    FOLLOW THE STATE CERTIFICATE - ALLOWANCES, A FLAT EXTRA,
001900*    AND AN EXEMPT CLAIM.
001910            02 EM-FILING-STATUS PIC X(01).
001920                 88 EM-FILE-SINGLE VALUES SPACE "S".
001930                 88 EM-FILE-JOINT  VALUE "M".
001940                 88 EM-FILE-HEAD   VALUE "H".
001950            02 EM-W4-CREDIT     PIC 9(5)V99.
001960            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
001970            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
001980            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
001990            02 EM-FED-EXEMPT    PIC X(01).
002000                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
002010            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
002020            02 EM-ST-ALLOWANCES PIC 9(2).
002030            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
002040            02 EM-ST-EXEMPT     PIC X(01).
002050                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
002060            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
002070*
002080*    PAY GROUP - WHICH PAY CALENDAR THE EMPLOYEE IS PAID ON.
002090*    BLANK IS THE BIWEEKLY GROUP BW, WHICH IS WHAT EVERYONE
002100*    WAS PAID ON BEFORE THE GROUPS EXISTED.
002110            02 EM-PAY-GROUP     PIC X(02).
002120*
002130*    PAYROLL CYCLE CONTROL AS THE CYCLECTL PROGRAM KEEPS IT - ONE
002140*    RECORD PER PAY GROUP AND PERIOD, ONE ENTRY PER CYCLE STEP.
002150*    THE RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
002160       FD CYCLE-CONTROL
002170              LABEL RECORDS ARE STANDARD.
002180       01 CYCLE-CONTROL-RECORD.
002190            02 CY-KEY.
002200                 03 CY-PAY-GROUP   PIC X(02).
002210                 03 CY-PP-END-DATE PIC 9(8).
002220            02 CY-PERIOD-STATUS  PIC X(01).
002230                 88 CY-PERIOD-OPEN   VALUE "O".
002240                 88 CY-PERIOD-CLOSED VALUE "C".
002250            02 CY-STEP-ENTRY OCCURS 7 TIMES.
002260                 03 CY-STEP-STATUS PIC X(01).
002270                      88 CY-STEP-NOT-RUN  VALUE SPACE.
002280                      88 CY-STEP-COMPLETE VALUE "C".
002290                      88 CY-STEP-FAILED   VALUE "F".
002300                      88 CY-STEP-BYPASSED VALUE "B".
002310                 03 CY-STEP-DATE   PIC 9(8).
002320                 03 CY-STEP-TIME   PIC 9(6).
002330                 03 CY-STEP-RC     PIC 9(4).
002340                 03 CY-STEP-RUNS   PIC 9(3).
002350                 03 CY-STEP-COUNT  PIC 9(7).
002360                 03 CY-STEP-AMOUNT PIC S9(9)V99.
002370                 03 CY-STEP-OVERRIDE-BY PIC X(03).
002380*
002390*    A SUPERVISOR OVERRIDE WAITING TO BE USED - THE STEP IT LETS
002400*    THROUGH (ZERO IS NONE), WHO SIGNED IT, WHEN, AND WHY.
002410            02 CY-OVERRIDE-STEP   PIC 9(1).
002420            02 CY-OVERRIDE-BY     PIC X(03).
002430            02 CY-OVERRIDE-DATE   PIC 9(8).
002440            02 CY-OVERRIDE-REASON PIC X(30).
002450            02 FILLER             PIC X(46).
002460       WORKING-STORAGE SECTION.
002470       01 MASTER-EOF       PIC XXX VALUE "NO".
002480       01 PH-FILE-STATUS   PIC XX.
002490       01 EM-FILE-STATUS   PIC XX.
002500       01 REL-FILE-STATUS  PIC XX.
002510       01 THIS-PERIOD-DATE PIC 9(8) VALUE ZERO.
002520       01 PRIOR-PERIOD-DATE PIC 9(8) VALUE ZERO.
002530       01 TOLERANCE-PCT    PIC 9(3) VALUE ZERO.
002540       01 NET-CEILING      PIC 9(6)V99 VALUE ZERO.
002550       01 OVERRIDE-SW      PIC X(1) VALUE SPACE.
002560            88 RELEASE-OVERRIDDEN VALUE "Y".
002570       01 AUDIT-PAY-GROUP  PIC X(2) VALUE SPACES.
002580       01 EMPLOYEE-PAY-GROUP PIC X(2).
002590       01 THIS-GROSS       PIC S9(6)V99.
002600       01 THIS-NET         PIC S9(6)V99.
002610       01 THIS-HOURS       PIC 9(3).
002620       01 PAYMENT-FOUND-SW PIC X(1).
002630            88 PAYMENT-FOUND     VALUE "Y".
002640            88 PAYMENT-NOT-FOUND VALUE "N".
002650       01 PRIOR-FOUND-SW   PIC X(1).
002660            88 PRIOR-FOUND     VALUE "Y".
002670            88 PRIOR-NOT-FOUND VALUE "N".
002680       01 PRIOR-GROSS      PIC S9(6)V99.
002690       01 GROSS-SWING      PIC S9(6)V99.
002700       01 SWING-PCT        PIC S9(4)V9.
002710       01 AUDITED-COUNT    PIC 9(6) VALUE ZERO.
002720       01 AUDITED-GROSS    PIC S9(9)V99 VALUE ZERO.
002730       01 AUDITED-NET      PIC S9(9)V99 VALUE ZERO.
002740       01 FLAGGED-COUNT    PIC 9(6) VALUE ZERO.
002750       01 BLANK-LINE       PIC X(80).
002760       01 AUDIT-HEADER-ONE.
002770            02 FILLER PIC X(26)
002780                VALUE "PAYROLL VARIANCE AUDIT".
002790            02 FILLER PIC X(7)  VALUE "PERIOD".
002800            02 AUD-HDR-DATE-OUT PIC 9(4)/99/99.
002810            02 FILLER PIC X(9)  VALUE "  PRIOR".
002820            02 AUD-HDR-PRIOR-OUT PIC 9(4)/99/99.
002830            02 FILLER PIC X(13) VALUE "  PAY GROUP".
002840            02 AUD-HDR-GROUP-OUT PIC X(2).
002850       01 AUDIT-HEADER-TWO.
002860            02 FILLER PIC X(11) VALUE "TOLERANCE".
002870            02 AUD-HDR-TOL-OUT PIC ZZ9.
002880            02 FILLER PIC X(5)  VALUE " PCT".
002890            02 FILLER PIC X(10) VALUE "  CEILING".
002900            02 AUD-HDR-CEIL-OUT PIC $ZZZZZ9.99.
002910       01 VARIANCE-DETAIL-LINE.
002920            02 VAR-EMP-ID-OUT PIC X(06).
002930            02 FILLER PIC X(3)  VALUE SPACE.
002940            02 VAR-NAME-OUT PIC X(10).
002950            02 FILLER PIC X(3)  VALUE SPACE.
002960            02 VAR-GROSS-OUT PIC $ZZZZZ9.99-.
002970            02 FILLER PIC X(2)  VALUE SPACE.
002980            02 VAR-PRIOR-OUT PIC $ZZZZZ9.99-.
002990            02 FILLER PIC X(2)  VALUE SPACE.
003000            02 VAR-REASON-OUT PIC X(40).
003010       01 AUDIT-TRAILER-ONE.
003020            02 FILLER PIC X(19) VALUE "PAYMENTS AUDITED:".
003030            02 TRAILER-AUD-OUT PIC ZZZZZ9.
003040            02 FILLER PIC X(3)  VALUE SPACE.
003050            02 FILLER PIC X(7)  VALUE "GROSS:".
003060            02 TRAILER-GROSS-OUT PIC $ZZZZZZZZ9.99-.
003070            02 FILLER PIC X(3)  VALUE SPACE.
003080            02 FILLER PIC X(5)  VALUE "NET:".
003090            02 TRAILER-NET-OUT PIC $ZZZZZZZZ9.99-.
003100            02 FILLER PIC X(3)  VALUE SPACE.
003110            02 FILLER PIC X(9)  VALUE "FLAGGED:".
003120            02 TRAILER-FLAG-OUT PIC ZZZZZ9.
003130       01 AUDIT-TRAILER-TWO.
003140            02 TRAILER-DECISION-OUT PIC X(60).
003150*
003160*    PAYROLL CYCLE CONTROL. THIS PROGRAM IS STEP 4 OF THE CYCLE -
003170*    EMPMAINT, RETROPAY, SAMPLE, PAYAUDIT, RELEASE, ACHRETRN,
003180*    CHECKREC - AND RECORDS ITS COMPLETION ON THE PERIOD'S RECORD.
003190       01 CY-FILE-STATUS    PIC XX.
003200       01 CYCLE-THIS-STEP   PIC 9(1) VALUE 4.
003210       01 CYCLE-PAY-GROUP   PIC X(2) VALUE SPACES.
003220       01 CYCLE-PP-END-DATE PIC 9(8) VALUE ZERO.
003230       01 CYCLE-STEP-INDEX  PIC 9(1).
003240       01 CYCLE-LATER-STEP  PIC 9(1).
003250       01 CYCLE-RECORD-SW   PIC X(01) VALUE "N".
003260            88 CYCLE-RECORD-ON-FILE VALUE "Y".
003270            88 CYCLE-RECORD-NEW     VALUE "N".
003280       01 CYCLE-OVERRIDE-SW PIC X(01) VALUE "N".
003290            88 CYCLE-OVERRIDE-USED VALUE "Y".
003300       01 CYCLE-REFUSAL.
003310            02 CYCLE-REFUSAL-STEP PIC X(9).
003320            02 CYCLE-REFUSAL-TEXT PIC X(31).
003330       01 CYCLE-RUN-DATE    PIC 9(8).
003340       01 CYCLE-RUN-TIME    PIC 9(8).
003350       01 CYCLE-RUN-TIME-SPLIT REDEFINES CYCLE-RUN-TIME.
003360            02 CYCLE-RUN-HHMMSS PIC 9(6).
003370            02 FILLER           PIC 9(2).
003380       01 CYCLE-CONTROL-COUNT  PIC 9(7) VALUE ZERO.
003390       01 CYCLE-CONTROL-AMOUNT PIC S9(9)V99 VALUE ZERO.
003400       01 CYCLE-STEP-NAME-VALUES.
003410            02 FILLER PIC X(8) VALUE "EMPMAINT".
003420            02 FILLER PIC X(8) VALUE "RETROPAY".
003430            02 FILLER PIC X(8) VALUE "SAMPLE".
003440            02 FILLER PIC X(8) VALUE "PAYAUDIT".
003450            02 FILLER PIC X(8) VALUE "RELEASE".
003460            02 FILLER PIC X(8) VALUE "ACHRETRN".
003470            02 FILLER PIC X(8) VALUE "CHECKREC".
003480       01 CYCLE-STEP-NAME-TABLE REDEFINES CYCLE-STEP-NAME-VALUES.
003490            02 CYCLE-STEP-NAME PIC X(8) OCCURS 7 TIMES.
003500       PROCEDURE DIVISION.
003510            PERFORM READ-AUDIT-PARM.
003520            MOVE AUDIT-PAY-GROUP TO CYCLE-PAY-GROUP
003530            MOVE THIS-PERIOD-DATE TO CYCLE-PP-END-DATE
003540            PERFORM CHECK-CYCLE-CONTROL.
003550            PERFORM OPEN-AUDIT-FILES.
003560            MOVE THIS-PERIOD-DATE TO AUD-HDR-DATE-OUT
003570            MOVE PRIOR-PERIOD-DATE TO AUD-HDR-PRIOR-OUT
003580            MOVE AUDIT-PAY-GROUP TO AUD-HDR-GROUP-OUT
003590            WRITE VARIANCE-PRINTOUT FROM AUDIT-HEADER-ONE
003600            MOVE TOLERANCE-PCT TO AUD-HDR-TOL-OUT
003610            MOVE NET-CEILING TO AUD-HDR-CEIL-OUT
003620            WRITE VARIANCE-PRINTOUT FROM AUDIT-HEADER-TWO
003630            WRITE VARIANCE-PRINTOUT FROM BLANK-LINE
003640            PERFORM READ-NEXT-MASTER.
003650            PERFORM UNTIL MASTER-EOF = "YES"
003660               PERFORM SCREEN-PAY-GROUP
003670               PERFORM READ-NEXT-MASTER
003680            END-PERFORM.
003690           PERFORM WRITE-AUDIT-TRAILER.
003700           PERFORM RECORD-RELEASE-DECISION.
003710           MOVE AUDITED-COUNT TO CYCLE-CONTROL-COUNT.
003720           MOVE AUDITED-NET TO CYCLE-CONTROL-AMOUNT.
003730           PERFORM RECORD-CYCLE-STEP.
003740           CLOSE PAY-HISTORY, EMPLOYEE-MASTER,
003750                 VARIANCE-REPORT.
003760           STOP RUN.
003770       READ-AUDIT-PARM.
003780           OPEN INPUT AUDIT-PARM
003790           READ AUDIT-PARM
003800               AT END
003810                   DISPLAY "AUDIT PARM CARD MISSING"
003820                   MOVE 16 TO RETURN-CODE
003830                   STOP RUN
003840           END-READ
003850           CLOSE AUDIT-PARM
003860           IF AUD-PP-END-DATE NOT NUMERIC
003870               OR AUD-PP-END-DATE = ZERO
003880               OR AUD-PRIOR-PP-DATE NOT NUMERIC
003890               OR AUD-TOLERANCE-PCT NOT NUMERIC
003900               OR AUD-NET-CEILING NOT NUMERIC
003910               DISPLAY "AUDIT PARM CARD INVALID"
003920               MOVE 16 TO RETURN-CODE
003930               STOP RUN
003940           END-IF
003950           MOVE AUD-PP-END-DATE TO THIS-PERIOD-DATE
003960           MOVE AUD-PRIOR-PP-DATE TO PRIOR-PERIOD-DATE
003970           MOVE AUD-TOLERANCE-PCT TO TOLERANCE-PCT
003980           MOVE AUD-NET-CEILING TO NET-CEILING
003990           MOVE AUD-OVERRIDE TO OVERRIDE-SW
004000           MOVE AUD-PAY-GROUP TO AUDIT-PAY-GROUP
004010           IF AUDIT-PAY-GROUP = SPACES
004020               MOVE "BW" TO AUDIT-PAY-GROUP
004030           END-IF.
004040       OPEN-AUDIT-FILES.
004050           OPEN INPUT PAY-HISTORY
004060           IF PH-FILE-STATUS NOT = "00"
004070               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
004080                   PH-FILE-STATUS
004090               MOVE 16 TO RETURN-CODE
004100               STOP RUN
004110           END-IF
004120           OPEN INPUT EMPLOYEE-MASTER
004130           IF EM-FILE-STATUS NOT = "00"
004140               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
004150                   EM-FILE-STATUS
004160               MOVE 16 TO RETURN-CODE
004170               STOP RUN
004180           END-IF
004190           OPEN OUTPUT VARIANCE-REPORT.
004200       READ-NEXT-MASTER.
004210           READ EMPLOYEE-MASTER NEXT RECORD
004220               AT END MOVE "YES" TO MASTER-EOF
004230           END-READ.
004240*
004250*    ONLY THE PARM GROUP'S EMPLOYEES WERE DUE PAY ON THIS
004260*    PERIOD END DATE - THE OTHER GROUPS RUN ON THEIR OWN
004270*    CALENDARS AND ARE AUDITED WITH THEIR OWN RUNS.
004280       SCREEN-PAY-GROUP.
004290           MOVE EM-PAY-GROUP TO EMPLOYEE-PAY-GROUP
004300           IF EMPLOYEE-PAY-GROUP = SPACES
004310               MOVE "BW" TO EMPLOYEE-PAY-GROUP
004320           END-IF
004330           IF EMPLOYEE-PAY-GROUP = AUDIT-PAY-GROUP
004340               PERFORM AUDIT-ONE-EMPLOYEE
004350           END-IF.
004360*
004370*    ONE EMPLOYEE. THE PERIOD'S PAYMENT IS PULLED FROM HISTORY
004380*    AND RUN THROUGH EVERY SCREEN - ANY HIT WRITES A VARIANCE
004390*    LINE. AN ACTIVE EMPLOYEE WITH NO PAYMENT AT ALL IS ITS
004400*    OWN FLAG. ON-LEAVE AND TERMINATED EMPLOYEES ARE ALLOWED
004410*    TO HAVE NO PAYMENT WITHOUT COMMENT.
004420       AUDIT-ONE-EMPLOYEE.
004430           MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID
004440           MOVE THIS-PERIOD-DATE TO PH-PP-END-DATE
004450           MOVE ZERO TO PH-PAY-SEQ
004460           READ PAY-HISTORY
004470               INVALID KEY
004480                   MOVE "N" TO PAYMENT-FOUND-SW
004490               NOT INVALID KEY
004500                   IF PH-VOIDED
004510                       MOVE "N" TO PAYMENT-FOUND-SW
004520                   ELSE
004530                       MOVE "Y" TO PAYMENT-FOUND-SW
004540                       MOVE PH-GROSS-PAY TO THIS-GROSS
004550                       MOVE PH-NET-PAY TO THIS-NET
004560                       COMPUTE THIS-HOURS = PH-REGULAR-HOURS
004570                           + PH-OVERTIME-HOURS
004580                   END-IF
004590           END-READ
004600           IF PAYMENT-NOT-FOUND
004610               IF EM-ACTIVE OR EM-STATUS-CODE = SPACE
004620                   MOVE ZERO TO THIS-GROSS
004630                   MOVE ZERO TO PRIOR-GROSS
004640                   MOVE "ON MASTER - NO PAYMENT THIS PERIOD"
004650                       TO VAR-REASON-OUT
004660                   PERFORM WRITE-VARIANCE-LINE
004670               END-IF
004680           ELSE
004690               PERFORM AUDIT-ONE-PAYMENT
004700           END-IF.
004710       AUDIT-ONE-PAYMENT.
004720           ADD 1 TO AUDITED-COUNT
004730           ADD THIS-GROSS TO AUDITED-GROSS
004740           ADD THIS-NET TO AUDITED-NET
004750           PERFORM READ-PRIOR-PAYMENT
004760           IF PRIOR-NOT-FOUND
004770               MOVE "FIRST-TIME PAYEE - NO PRIOR PERIOD"
004780                   TO VAR-REASON-OUT
004790               PERFORM WRITE-VARIANCE-LINE
004800           ELSE
004810               PERFORM CHECK-GROSS-SWING
004820           END-IF
004830           IF THIS-NET > NET-CEILING
004840               MOVE "NET PAY OVER CEILING" TO VAR-REASON-OUT
004850               PERFORM WRITE-VARIANCE-LINE
004860           END-IF
004870           IF THIS-HOURS NOT < 99
004880               MOVE "HOURS AT 99 MAXIMUM" TO VAR-REASON-OUT
004890               PERFORM WRITE-VARIANCE-LINE
004900           END-IF.
004910*
004920*    A VOIDED PRIOR CHECK KEEPS ITS AMOUNTS ON HISTORY - ONLY
004930*    THE FLAG IS SET - BUT IT IS NOT PAY, SO IT COUNTS AS NO
004940*    PRIOR PERIOD, THE SAME WAY THE CURRENT-PERIOD READ
004950*    TREATS A VOID.
004960       READ-PRIOR-PAYMENT.
004970           MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID
004980           MOVE PRIOR-PERIOD-DATE TO PH-PP-END-DATE
004990           MOVE ZERO TO PH-PAY-SEQ
005000           READ PAY-HISTORY
005010               INVALID KEY
005020                   MOVE "N" TO PRIOR-FOUND-SW
005030                   MOVE ZERO TO PRIOR-GROSS
005040               NOT INVALID KEY
005050                   IF PH-VOIDED
005060                       MOVE "N" TO PRIOR-FOUND-SW
005070                       MOVE ZERO TO PRIOR-GROSS
005080                   ELSE
005090                       MOVE "Y" TO PRIOR-FOUND-SW
005100                       MOVE PH-GROSS-PAY TO PRIOR-GROSS
005110                   END-IF
005120           END-READ.
005130*
005140*    THE SWING IS THIS PERIOD'S GROSS AGAINST LAST PERIOD'S,
005150*    AS A PERCENT OF LAST PERIOD'S. A PRIOR PERIOD NETTED TO
005160*    ZERO OR BELOW BY NEGATIVE ADJUSTMENTS CANNOT ANCHOR A
005170*    PERCENTAGE AND IS FLAGGED ON ITS OWN.
005180       CHECK-GROSS-SWING.
005190           IF PRIOR-GROSS NOT > ZERO
005200               MOVE "PRIOR PERIOD GROSS ZERO OR BELOW"
005210                   TO VAR-REASON-OUT
005220               PERFORM WRITE-VARIANCE-LINE
005230           ELSE
005240               COMPUTE GROSS-SWING = THIS-GROSS - PRIOR-GROSS
005250               IF GROSS-SWING < ZERO
005260                   COMPUTE GROSS-SWING = ZERO - GROSS-SWING
005270               END-IF
005280               COMPUTE SWING-PCT ROUNDED =
005290                   (GROSS-SWING * 100) / PRIOR-GROSS
005300               IF SWING-PCT > TOLERANCE-PCT
005310                   MOVE "GROSS SWING OVER TOLERANCE"
005320                       TO VAR-REASON-OUT
005330                   PERFORM WRITE-VARIANCE-LINE
005340               END-IF
005350           END-IF.
005360       WRITE-VARIANCE-LINE.
005370           MOVE EM-EMPLOYEE-ID TO VAR-EMP-ID-OUT
005380           MOVE EM-EMPLOYEE-NAME TO VAR-NAME-OUT
005390           MOVE THIS-GROSS TO VAR-GROSS-OUT
005400           MOVE PRIOR-GROSS TO VAR-PRIOR-OUT
005410           WRITE VARIANCE-PRINTOUT FROM VARIANCE-DETAIL-LINE
005420           ADD 1 TO FLAGGED-COUNT.
005430       WRITE-AUDIT-TRAILER.
005440           MOVE AUDITED-COUNT TO TRAILER-AUD-OUT
005450           MOVE AUDITED-GROSS TO TRAILER-GROSS-OUT
005460           MOVE AUDITED-NET TO TRAILER-NET-OUT
005470           MOVE FLAGGED-COUNT TO TRAILER-FLAG-OUT
005480           WRITE VARIANCE-PRINTOUT FROM BLANK-LINE
005490           WRITE VARIANCE-PRINTOUT FROM AUDIT-TRAILER-ONE.
005500*
005510*    A CLEAN RUN, OR A FLAGGED RUN WITH THE OVERRIDE SIGNED
005520*    ON, RELEASES. ANYTHING ELSE HOLDS WITH RETURN CODE 8 SO
005530*    THE TRANSMIT STEPS IN THE RELEASE JCL DO NOT RUN.
005540       RECORD-RELEASE-DECISION.
005550           OPEN EXTEND RELEASE-CONTROL
005560           IF REL-FILE-STATUS = "35"
005570               OPEN OUTPUT RELEASE-CONTROL
005580           END-IF
005590           MOVE SPACES TO RELEASE-CONTROL-RECORD
005600           MOVE THIS-PERIOD-DATE TO REL-PP-END-DATE
005610           MOVE AUDIT-PAY-GROUP TO REL-PAY-GROUP
005620           IF FLAGGED-COUNT = ZERO OR RELEASE-OVERRIDDEN
005630               MOVE "A" TO REL-STATUS
005640               IF FLAGGED-COUNT = ZERO
005650                   MOVE "RELEASE APPROVED - NO ITEMS FLAGGED"
005660                       TO TRAILER-DECISION-OUT
005670               ELSE
005680                   MOVE "RELEASE APPROVED - FLAGS OVERRIDDEN"
005690                       TO TRAILER-DECISION-OUT
005700               END-IF
005710           ELSE
005720               MOVE "H" TO REL-STATUS
005730               MOVE "RELEASE HELD - FLAGGED ITEMS NEED SIGNOFF"
005740                   TO TRAILER-DECISION-OUT
005750               MOVE 8 TO RETURN-CODE
005760           END-IF
005770           WRITE RELEASE-CONTROL-RECORD
005780           CLOSE RELEASE-CONTROL
005790           WRITE VARIANCE-PRINTOUT FROM BLANK-LINE
005800           WRITE VARIANCE-PRINTOUT FROM AUDIT-TRAILER-TWO.
005810*
005820*    THE PERIOD'S CYCLE RECORD IS CHECKED BEFORE ANY WORK IS
005830*    DONE. NO RECORD YET MEANS NOTHING HAS RUN FOR THE PERIOD,
005840*    SO ONLY THE FIRST STEP CAN START IT. A CLOSED PERIOD, AN
005850*    EARLIER STEP NOT COMPLETE, OR A LATER STEP ALREADY RUN
005860*    STOPS THE RUN WITH RETURN CODE 16 UNLESS A SUPERVISOR
005870*    OVERRIDE FOR THIS STEP IS ON THE RECORD - SEE CYCLECTL.
005880       CHECK-CYCLE-CONTROL.
005890           IF CYCLE-PAY-GROUP = SPACES
005900               MOVE "BW" TO CYCLE-PAY-GROUP
005910           END-IF
005920           PERFORM READ-CYCLE-RECORD
005930           CLOSE CYCLE-CONTROL
005940           MOVE SPACES TO CYCLE-REFUSAL
005950           IF CY-PERIOD-CLOSED
005960               MOVE "PERIOD ALREADY CLOSED" TO CYCLE-REFUSAL-TEXT
005970           ELSE
005980               PERFORM CHECK-EARLIER-STEP
005990                   VARYING CYCLE-STEP-INDEX FROM 1 BY 1
006000                   UNTIL CYCLE-STEP-INDEX NOT < CYCLE-THIS-STEP
006010               COMPUTE CYCLE-LATER-STEP = CYCLE-THIS-STEP + 1
006020               PERFORM CHECK-LATER-STEP
006030                   VARYING CYCLE-STEP-INDEX FROM CYCLE-LATER-STEP
006040                   BY 1 UNTIL CYCLE-STEP-INDEX > 7
006050           END-IF
006060           IF CYCLE-REFUSAL NOT = SPACES
006070               DISPLAY "CYCLE CONTROL - "
006080                   CYCLE-STEP-NAME (CYCLE-THIS-STEP) " FOR "
006090                   CYCLE-PAY-GROUP " " CYCLE-PP-END-DATE ": "
006100                   CYCLE-REFUSAL
006110               IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
006120                   MOVE "Y" TO CYCLE-OVERRIDE-SW
006130                   DISPLAY "CYCLE CONTROL - RUN ALLOWED BY "
006140                       "SUPERVISOR OVERRIDE " CY-OVERRIDE-BY
006150               ELSE
006160                   DISPLAY "CYCLE CONTROL - RUN REFUSED"
006170                   MOVE 16 TO RETURN-CODE
006180                   STOP RUN
006190               END-IF
006200           END-IF.
006210       CHECK-EARLIER-STEP.
006220           IF NOT CY-STEP-COMPLETE (CYCLE-STEP-INDEX)
006230               AND NOT CY-STEP-BYPASSED (CYCLE-STEP-INDEX)
006240               AND CYCLE-REFUSAL = SPACES
006250               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
006260                   TO CYCLE-REFUSAL-STEP
006270               MOVE "NOT COMPLETE" TO CYCLE-REFUSAL-TEXT
006280           END-IF.
006290       CHECK-LATER-STEP.
006300           IF NOT CY-STEP-NOT-RUN (CYCLE-STEP-INDEX)
006310               AND CYCLE-REFUSAL = SPACES
006320               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
006330                   TO CYCLE-REFUSAL-STEP
006340               MOVE "HAS ALREADY RUN" TO CYCLE-REFUSAL-TEXT
006350           END-IF.
006360*
006370*    THE FILE IS CREATED EMPTY THE FIRST TIME ANY STEP RUNS. A
006380*    PERIOD NOT YET ON IT GETS A FRESH OPEN RECORD IN THE AREA.
006390       READ-CYCLE-RECORD.
006400           OPEN I-O CYCLE-CONTROL
006410           IF CY-FILE-STATUS = "35"
006420               OPEN OUTPUT CYCLE-CONTROL
006430               CLOSE CYCLE-CONTROL
006440               OPEN I-O CYCLE-CONTROL
006450           END-IF
006460           IF CY-FILE-STATUS NOT = "00"
006470               DISPLAY "CYCLE CONTROL NOT AVAILABLE - STATUS "
006480                   CY-FILE-STATUS
006490               MOVE 16 TO RETURN-CODE
006500               STOP RUN
006510           END-IF
006520           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
006530           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
006540           READ CYCLE-CONTROL
006550               INVALID KEY
006560                   MOVE "N" TO CYCLE-RECORD-SW
006570                   PERFORM CLEAR-CYCLE-RECORD
006580               NOT INVALID KEY
006590                   MOVE "Y" TO CYCLE-RECORD-SW
006600           END-READ.
006610       CLEAR-CYCLE-RECORD.
006620           MOVE SPACES TO CYCLE-CONTROL-RECORD
006630           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
006640           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
006650           MOVE "O" TO CY-PERIOD-STATUS
006660           PERFORM CLEAR-CYCLE-STEP
006670               VARYING CYCLE-STEP-INDEX FROM 1 BY 1
006680               UNTIL CYCLE-STEP-INDEX > 7
006690           MOVE ZERO TO CY-OVERRIDE-STEP
006700           MOVE ZERO TO CY-OVERRIDE-DATE.
006710       CLEAR-CYCLE-STEP.
006720           MOVE ZERO TO CY-STEP-DATE (CYCLE-STEP-INDEX)
006730           MOVE ZERO TO CY-STEP-TIME (CYCLE-STEP-INDEX)
006740           MOVE ZERO TO CY-STEP-RC (CYCLE-STEP-INDEX)
006750           MOVE ZERO TO CY-STEP-RUNS (CYCLE-STEP-INDEX)
006760           MOVE ZERO TO CY-STEP-COUNT (CYCLE-STEP-INDEX)
006770           MOVE ZERO TO CY-STEP-AMOUNT (CYCLE-STEP-INDEX).
006780*
006790*    THE STEP GOES ON THE PERIOD'S RECORD WITH THE CLOCK TIME,
006800*    THE RETURN CODE, AND THE RUN'S CONTROL TOTALS. A RETURN
006810*    CODE OF 8 OR MORE LEAVES THE STEP FAILED, WHICH HOLDS THE
006820*    NEXT STEP BACK UNTIL THIS ONE IS RERUN CLEAN. AN OVERRIDE
006830*    FOR THIS STEP IS USED UP BY THE RUN, AND THE LAST STEP
006840*    FINISHING CLEAN CLOSES THE PERIOD.
006850       RECORD-CYCLE-STEP.
006860           PERFORM READ-CYCLE-RECORD
006870           ACCEPT CYCLE-RUN-DATE FROM DATE YYYYMMDD
006880           ACCEPT CYCLE-RUN-TIME FROM TIME
006890           MOVE CYCLE-RUN-DATE TO CY-STEP-DATE (CYCLE-THIS-STEP)
006900           MOVE CYCLE-RUN-HHMMSS TO CY-STEP-TIME (CYCLE-THIS-STEP)
006910           MOVE RETURN-CODE TO CY-STEP-RC (CYCLE-THIS-STEP)
006920           IF RETURN-CODE < 8
006930               MOVE "C" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
006940           ELSE
006950               MOVE "F" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
006960           END-IF
006970           ADD 1 TO CY-STEP-RUNS (CYCLE-THIS-STEP)
006980           MOVE CYCLE-CONTROL-COUNT
006990               TO CY-STEP-COUNT (CYCLE-THIS-STEP)
007000           MOVE CYCLE-CONTROL-AMOUNT
007010               TO CY-STEP-AMOUNT (CYCLE-THIS-STEP)
007020           IF CYCLE-OVERRIDE-USED
007030               MOVE CY-OVERRIDE-BY
007040                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
007050           ELSE
007060               MOVE SPACES
007070                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
007080           END-IF
007090           IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
007100               MOVE ZERO TO CY-OVERRIDE-STEP
007110               MOVE SPACES TO CY-OVERRIDE-BY
007120               MOVE ZERO TO CY-OVERRIDE-DATE
007130               MOVE SPACES TO CY-OVERRIDE-REASON
007140           END-IF
007150           IF CYCLE-THIS-STEP = 7
007160               AND CY-STEP-COMPLETE (CYCLE-THIS-STEP)
007170               MOVE "C" TO CY-PERIOD-STATUS
007180           END-IF
007190           IF CYCLE-RECORD-ON-FILE
007200               REWRITE CYCLE-CONTROL-RECORD
007210           ELSE
007220               WRITE CYCLE-CONTROL-RECORD
007230           END-IF
007240           IF CY-FILE-STATUS NOT = "00"
007250               DISPLAY "CYCLE CONTROL NOT UPDATED - STATUS "
007260                   CY-FILE-STATUS
007270               MOVE 16 TO RETURN-CODE
007280               STOP RUN
007290           END-IF
007300           CLOSE CYCLE-CONTROL.
007310*/*
007320*//GO.AUDPARM DD *
007330*202608212026080702501000000
007340*/*
007350*//GO.PAYHST DD DSN=PAY.PAYHIST,DISP=SHR
007360*//GO.EMPMST DD DSN=PAY.EMPMAST,DISP=SHR
007370*//GO.RELCTL DD DSN=PAY.RELCTL,DISP=MOD
007380*//GO.CYCCTL DD DSN=PAY.CYCCTL,DISP=OLD
007390*//GO.AUDRPT DD SYSOUT=A
