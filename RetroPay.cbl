000170*                  THE NORMAL CALCULATION CHAIN. THE LISTING
000180*                  SHOWS OLD PAY, RECOMPUTED PAY, AND THE DELTA
000190*                  PER PERIOD PER EMPLOYEE.
000200*    10/15/26  RDM  EMPLOYEE-MASTER LAYOUT GREW THE W-4
000210*                  ELECTION FIELDS IN STEP WITH THE EMPMAINT
000220*                  PROGRAM.
000230*    10/15/26  RDM  PAY-HISTORY LAYOUT GREW THE EARNINGS-CODE
000240*                  LINES IN STEP WITH THE PAYROLL PROGRAM.
000250*    10/15/26  RDM  PAY-HISTORY KEY GREW THE PAYMENT SEQUENCE IN
000260*                  STEP WITH THE PAYROLL PROGRAM. AN OFF-CYCLE
000270*                  PAYMENT'S HOURS WERE PAID AT THE OLD RATE TOO,
000280*                  SO THE SWEEP TOPS IT UP LIKE A REGULAR ONE.
000290*    10/15/26  RDM  EMPLOYEE-MASTER LAYOUT GREW THE PAY GROUP
000300*                  CODE IN STEP WITH THE EMPMAINT PROGRAM.
000310*    10/15/26  RDM  A CHANGE EFFECTIVE BACK IN A YEAR THE HISTARCH
000320*                  RETENTION RUN HAS MOVED OFF PAY-HISTORY IS
000330*                  STILL RECOMPUTED - THE HISTORY ARCHIVE, WHEN
000340*                  ITS DD IS SUPPLIED, IS SWEPT FOR THE EMPLOYEE
000350*                  AHEAD OF THE ONLINE HISTORY, AND ITS PERIODS
000360*                  ARE MARKED ARCHIVED ON THE LISTING.
000370*    10/15/26  RDM  PAYROLL CYCLE CONTROL. A CYCLE CARD NAMES THE
000380*                  PAY GROUP AND PERIOD WHOSE PAYROLL RUN THE
000390*                  RETRO CARDS ARE CUT FOR. THE RUN IS REFUSED
000400*                  UNLESS EMPMAINT HAS COMPLETED FOR THAT PERIOD
000410*                  AND THE PAYROLL RUN HAS NOT YET BEEN MADE, SO
000420*                  THE CARDS CANNOT LAND IN THE WRONG PERIOD,
000430*                  UNLESS A SUPERVISOR OVERRIDE IS SIGNED ON
000440*                  THROUGH CYCLECTL. COMPLETION IS RECORDED WITH
000450*                  THE CARDS CUT AND THE BACK PAY TOTAL.
000460*    10/15/26  RDM  AN EARLIER CYCLE STEP THE SUPERVISOR HAS
000470*                  BYPASSED THROUGH CYCLECTL COUNTS AS COMPLETE
000480*                  IN THE ORDER CHECK.
000490*
000500       ENVIRONMENT DIVISION.
000510       INPUT-OUTPUT SECTION.
000520       FILE-CONTROL.
000530             SELECT RATE-CHANGE-FILE ASSIGN RATECHG
000540                 FILE STATUS IS RCH-FILE-STATUS.
000550             SELECT RETRO-CARDS ASSIGN RETROCD.
000560             SELECT RETRO-REPORT ASSIGN RETRORPT.
000570             SELECT CYCLE-PARM ASSIGN CYCPARM.
000580             SELECT PAY-HISTORY ASSIGN PAYHST
000590                 ORGANIZATION IS INDEXED
000600                 ACCESS MODE IS DYNAMIC
000610                 RECORD KEY IS PH-KEY
000620                 FILE STATUS IS PH-FILE-STATUS.
000630             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
000640                 ORGANIZATION IS INDEXED
000650                 ACCESS MODE IS DYNAMIC
000660                 RECORD KEY IS EM-EMPLOYEE-ID
000670                 FILE STATUS IS EM-FILE-STATUS.
000680             SELECT HISTORY-ARCHIVE ASSIGN HISTARC
000690                 FILE STATUS IS AR-FILE-STATUS.
000700             SELECT CYCLE-CONTROL ASSIGN CYCCTL
000710                 ORGANIZATION IS INDEXED
000720                 ACCESS MODE IS DYNAMIC
000730                 RECORD KEY IS CY-KEY
000740                 FILE STATUS IS CY-FILE-STATUS.
000750       DATA DIVISION.
000760       FILE SECTION.
000770*
000780*    BACKDATED RATE CHANGES QUEUED BY EMPMAINT. EACH ITEM IS
000790*    MARKED P HERE ONCE ITS BACK-PAY CARDS ARE CUT SO A SECOND
000800*    RUN CANNOT PAY THE SAME RAISE TWICE. THE RECORD LAYOUT
000810*    MUST STAY IN STEP WITH THE ONE THERE.
000820       FD RATE-CHANGE-FILE RECORDING MODE F
000830              LABEL RECORDS ARE OMITTED.
000840       01 RATE-CHANGE-RECORD.
000850            02 RCH-EMPLOYEE-ID    PIC X(06).
000860            02 RCH-OLD-RATE       PIC 9(2)V99.
000870            02 RCH-NEW-RATE       PIC 9(2)V99.
000880            02 RCH-EFFECTIVE-DATE PIC 9(8).
000890            02 RCH-STATUS         PIC X(01).
000900                 88 RCH-PENDING   VALUE SPACE.
000910                 88 RCH-PROCESSED VALUE "P".
000920            02 FILLER             PIC X(57).
000930*
000940*    R CARDS FOR THE NEXT PAYROLL DECK - TIME CARD LAYOUT AS
000950*    THE PAYROLL PROGRAM READS IT, ONE CARD PER BACK PERIOD
000960*    WITH THE SIGNED DIFFERENCE IN THE ADJUSTMENT AMOUNT. THE
000970*    CARD DATE NAMES THE PERIOD BEING COMPENSATED - THE RUN
000980*    POSTS IT TO THE PERIOD BEING PAID.
000990       FD RETRO-CARDS RECORDING MODE F
001000              LABEL RECORDS ARE OMITTED.
001010       01 RETRO-CARD-OUT.
001020            02 RTC-EMPLOYEE-ID   PIC X(06).
001030            02 RTC-PP-END-DATE   PIC 9(8).
001040            02 RTC-HOURS         PIC 9(2).
001050            02 RTC-TRANS-CODE    PIC X(1).
001060            02 RTC-ADJUST-SIGN   PIC X(1).
001070            02 RTC-ADJUST-AMOUNT PIC 9(4)V99.
001080            02 FILLER            PIC X(56).
001090       FD RETRO-REPORT RECORDING MODE F
001100              LABEL RECORDS ARE OMITTED.
001110       01 RETRO-PRINTOUT PIC X(132).
001120*
001130*    PAY HISTORY AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
001140*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001150       FD PAY-HISTORY
001160              LABEL RECORDS ARE STANDARD.
001170       01 PAY-HISTORY-RECORD.
001180            02 PH-KEY.
001190                 03 PH-EMPLOYEE-ID PIC X(06).
001200                 03 PH-PP-END-DATE PIC 9(8).
001210                 03 PH-PAY-SEQ     PIC 9(2).
001220            02 PH-GROSS-PAY      PIC S9(6)V99.
001230            02 PH-REGULAR-PAY    PIC S9(6)V99.
001240            02 PH-OVERTIME-PAY   PIC S9(6)V99.
001250            02 PH-REGULAR-HOURS  PIC 9(2).
001260            02 PH-OVERTIME-HOURS PIC 9(2).
001270            02 PH-DEDUCTION      PIC S9(5)V99.
001280            02 PH-FED-TAX        PIC S9(5)V99.
001290            02 PH-STATE-TAX      PIC S9(5)V99.
001300            02 PH-SOC-SEC-TAX    PIC S9(5)V99.
001310            02 PH-MEDICARE-TAX   PIC S9(5)V99.
001320            02 PH-VOL-DEDUCTION  PIC S9(5)V99.
001330            02 PH-NET-PAY        PIC S9(6)V99.
001340            02 PH-EMPLOYER-FUTA  PIC S9(5)V99.
001350            02 PH-EMPLOYER-SUTA  PIC S9(5)V99.
001360            02 PH-PAY-INSTRUMENT PIC X(01).
001370                 88 PH-PAID-BY-ACH   VALUE "D".
001380                 88 PH-PAID-BY-CHECK VALUE "C".
001390            02 PH-CHECK-NUMBER   PIC 9(08).
001400            02 PH-VOID-SW        PIC X(01).
001410                 88 PH-VOIDED VALUE "V".
001420            02 PH-ACH-TRACE      PIC X(15).
001430            02 PH-RETURN-SW      PIC X(01).
001440                 88 PH-RETURNED VALUE "R".
001450*
001460*    EARNINGS PAID UNDER AN EARNINGS CODE, ONE SLOT PER CODE,
001470*    CLAIMED THE FIRST TIME THE CODE SHOWS UP IN THE PERIOD.
001480*    THE AMOUNTS ARE PART OF PH-GROSS-PAY, NOT IN ADDITION TO
001490*    IT. A BLANK CODE IS AN UNUSED SLOT.
001500            02 PH-EARNINGS-ENTRY OCCURS 5 TIMES.
001510                 03 PH-EARN-CODE   PIC X(04).
001520                 03 PH-EARN-HOURS  PIC 9(3).
001530                 03 PH-EARN-AMOUNT PIC S9(6)V99.
001540*
001550*    STANDING EMPLOYEE DATA KEPT BY THE EMPMAINT PROGRAM, READ
001560*    HERE FOR THE NAME AND TYPE. THE RECORD LAYOUT MUST STAY IN
001570*    STEP WITH THE ONE THERE.
001580       FD EMPLOYEE-MASTER
001590              LABEL RECORDS ARE STANDARD.
001600       01 EMPLOYEE-MASTER-RECORD.
001610            02 EM-EMPLOYEE-ID   PIC X(06).
001620            02 EM-EMPLOYEE-NAME PIC X(10).
001630            02 EM-PAY-RATE      PIC 9(2)V99.
001640            02 EM-EMPLOYEE-TYPE PIC X(01).
001650                 88 EM-HOURLY   VALUE "H".
001660                 88 EM-SALARIED VALUE "S".
001670            02 EM-PERIOD-SALARY PIC 9(6)V99.
001680            02 EM-DEPENDENTS    PIC 9(2).
001690            02 EM-DEPARTMENT    PIC X(04).
001700            02 EM-PAYMENT-METHOD PIC X(01).
001710                 88 EM-PAY-BY-ACH   VALUE "D".
001720                 88 EM-PAY-BY-CHECK VALUE "C".
001730            02 EM-STATUS-CODE   PIC X(01).
001740                 88 EM-ACTIVE     VALUE "A".
001750                 88 EM-ON-LEAVE   VALUE "L".
001760                 88 EM-TERMINATED VALUE "T".
001770            02 EM-TERM-DATE     PIC 9(8).
001780            02 EM-WORK-STATE    PIC X(02).
001790*
001800*    W-4 WITHHOLDING ELECTIONS. THE CREDIT, OTHER INCOME, AND
001810*    DEDUCTIONS ARE THE ANNUAL AMOUNTS FROM STEPS 3, 4(A), AND
001820*    4(B) - THE EXTRA WITHHOLDING IS PER CHECK. AN EXEMPT CLAIM
001830*    HOLDS THROUGH ITS EXPIRATION DATE. THE STATE ELECTIONS
001840*    FOLLOW THE STATE CERTIFICATE - ALLOWANCES, A FLAT EXTRA,
001850*    AND AN EXEMPT CLAIM.
001860            02 EM-FILING-STATUS PIC X(01).
001870                 88 EM-FILE-SINGLE VALUES SPACE "S".
001880                 88 EM-FILE-JOINT  VALUE "M".
001890                 88 EM-FILE-HEAD   VALUE "H".
001900            02 EM-W4-CREDIT     PIC 9(5)V99.
001910            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
001920            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
001930            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
001940            02 EM-FED-EXEMPT    PIC X(01).
001950                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
001960            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
001970            02 EM-ST-ALLOWANCES PIC 9(2).
001980            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
001990            02 EM-ST-EXEMPT     PIC X(01).
002000                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
002010            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
002020*
002030*    PAY GROUP - WHICH PAY CALENDAR THE EMPLOYEE IS PAID ON.
002040*    BLANK IS THE BIWEEKLY GROUP BW, WHICH IS WHAT EVERYONE
002050*    WAS PAID ON BEFORE THE GROUPS EXISTED.
002060            02 EM-PAY-GROUP     PIC X(02).
002070*
002080*    THE SEQUENTIAL HISTORY ARCHIVE AS THE HISTARCH PROGRAM
002090*    WRITES IT. ONLY THE PAY-HISTORY IMAGES ARE USED HERE. THE
002100*    RECORD LAYOUT MUST STAY IN STEP WITH THE ONE THERE.
002110       FD HISTORY-ARCHIVE RECORDING MODE F
002120              LABEL RECORDS ARE OMITTED.
002130       01 ARCHIVE-RECORD.
002140            02 AR-RECORD-TYPE  PIC X(01).
002150                 88 AR-HEADER      VALUE "H".
002160                 88 AR-PAY-HISTORY VALUE "P".
002170                 88 AR-DEDUCTION   VALUE "D".
002180                 88 AR-TRAILER     VALUE "T".
002190            02 AR-ARCHIVE-DATE PIC 9(8).
002200            02 AR-IMAGE        PIC X(209).
002210            02 AR-DD-VIEW REDEFINES AR-IMAGE.
002220                 03 AR-DD-IMAGE PIC X(51).
002230                 03 FILLER      PIC X(158).
002240            02 AR-DD-KEY-VIEW REDEFINES AR-IMAGE.
002250                 03 AR-DD-PAYMENT-KEY PIC X(16).
002260                 03 FILLER            PIC X(193).
002270            02 AR-CONTROL-VIEW REDEFINES AR-IMAGE.
002280                 03 AR-KEEP-YEARS      PIC 9(2).
002290                 03 AR-LAST-YEAR       PIC 9(4).
002300                 03 AR-PH-COUNT        PIC 9(7).
002310                 03 AR-PH-GROSS-TOTAL  PIC S9(9)V99.
002320                 03 AR-PH-NET-TOTAL    PIC S9(9)V99.
002330                 03 AR-DD-COUNT        PIC 9(7).
002340                 03 AR-DD-AMOUNT-TOTAL PIC S9(9)V99.
002350                 03 FILLER             PIC X(156).
002360*
002370*    ONE CYCLE CARD - THE PAY GROUP (BLANK IS BW) AND THE PERIOD
002380*    END DATE OF THE PAYROLL CYCLE THIS RUN BELONGS TO.
002390       FD CYCLE-PARM RECORDING MODE F
002400              LABEL RECORDS ARE OMITTED.
002410       01 CYCLE-PARM-RECORD.
002420            02 CP-PAY-GROUP     PIC X(2).
002430            02 CP-PP-END-DATE   PIC 9(8).
002440            02 FILLER           PIC X(70).
002450*
002460*    PAYROLL CYCLE CONTROL AS THE CYCLECTL PROGRAM KEEPS IT - ONE
002470*    RECORD PER PAY GROUP AND PERIOD, ONE ENTRY PER CYCLE STEP.
002480*    THE RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
002490       FD CYCLE-CONTROL
002500              LABEL RECORDS ARE STANDARD.
002510       01 CYCLE-CONTROL-RECORD.
002520            02 CY-KEY.
002530                 03 CY-PAY-GROUP   PIC X(02).
002540                 03 CY-PP-END-DATE PIC 9(8).
002550            02 CY-PERIOD-STATUS  PIC X(01).
002560                 88 CY-PERIOD-OPEN   VALUE "O".
002570                 88 CY-PERIOD-CLOSED VALUE "C".
002580            02 CY-STEP-ENTRY OCCURS 7 TIMES.
002590                 03 CY-STEP-STATUS PIC X(01).
002600                      88 CY-STEP-NOT-RUN  VALUE SPACE.
002610                      88 CY-STEP-COMPLETE VALUE "C".
002620                      88 CY-STEP-FAILED   VALUE "F".
002630                      88 CY-STEP-BYPASSED VALUE "B".
002640                 03 CY-STEP-DATE   PIC 9(8).
002650                 03 CY-STEP-TIME   PIC 9(6).
002660                 03 CY-STEP-RC     PIC 9(4).
002670                 03 CY-STEP-RUNS   PIC 9(3).
002680                 03 CY-STEP-COUNT  PIC 9(7).
002690                 03 CY-STEP-AMOUNT PIC S9(9)V99.
002700                 03 CY-STEP-OVERRIDE-BY PIC X(03).
002710*
002720*    A SUPERVISOR OVERRIDE WAITING TO BE USED - THE STEP IT LETS
002730*    THROUGH (ZERO IS NONE), WHO SIGNED IT, WHEN, AND WHY.
002740            02 CY-OVERRIDE-STEP   PIC 9(1).
002750            02 CY-OVERRIDE-BY     PIC X(03).
002760            02 CY-OVERRIDE-DATE   PIC 9(8).
002770            02 CY-OVERRIDE-REASON PIC X(30).
002780            02 FILLER             PIC X(46).
002790       WORKING-STORAGE SECTION.
002800       01 EOF              PIC XXX VALUE "NO".
002810       01 RCH-FILE-STATUS  PIC XX.
002820       01 PH-FILE-STATUS   PIC XX.
002830       01 EM-FILE-STATUS   PIC XX.
002840       01 AR-FILE-STATUS   PIC XX.
002850       01 ARCHIVE-EOF      PIC XXX VALUE "NO".
002860       01 ARCHIVE-ON-FILE-SW PIC XXX VALUE "NO".
002870            88 ARCHIVE-ON-FILE VALUE "YES".
002880       01 HISTORY-SCAN-DONE-SW PIC XXX VALUE "YES".
002890            88 HISTORY-SCAN-DONE     VALUE "YES".
002900            88 HISTORY-SCAN-NOT-DONE VALUE "NO".
002910       01 LISTING-NAME     PIC X(10).
002920       01 RATE-DELTA       PIC S9(2)V99.
002930       01 RETRO-DELTA      PIC S9(5)V99.
002940       01 RECOMPUTED-PAY   PIC S9(6)V99.
002950       01 WEIGHTED-HOURS   PIC 9(3)V9.
002960       01 CHANGES-WORKED-COUNT PIC 9(4) VALUE ZERO.
002970       01 CARDS-CUT-COUNT  PIC 9(4) VALUE ZERO.
002980       01 TOTAL-BACK-PAY   PIC S9(7)V99 VALUE ZERO.
002990       01 BLANK-LINE       PIC X(80).
003000       01 RETRO-HEADER-ONE.
003010            02 FILLER PIC X(40)
003020                VALUE "RETROACTIVE PAY RECOMPUTATION".
003030       01 RETRO-HEADER-TWO.
003040            02 FILLER PIC X(9)  VALUE "EMP ID".
003050            02 FILLER PIC X(13) VALUE "EMPLOYEE".
003060            02 FILLER PIC X(11) VALUE "PERIOD".
003070            02 FILLER PIC X(6)  VALUE "RATES".
003080            02 FILLER PIC X(14) VALUE SPACE.
003090            02 FILLER PIC X(13) VALUE "OLD PAY".
003100            02 FILLER PIC X(13) VALUE "RECOMPUTED".
003110            02 FILLER PIC X(10) VALUE "DELTA".
003120       01 RETRO-DETAIL-LINE.
003130            02 RET-EMP-ID-OUT PIC X(06).
003140            02 FILLER PIC X(3)  VALUE SPACE.
003150            02 RET-NAME-OUT PIC X(10).
003160            02 FILLER PIC X(3)  VALUE SPACE.
003170            02 RET-PERIOD-OUT PIC 9(4)/99/99.
003180            02 FILLER PIC X(2)  VALUE SPACE.
003190            02 RET-OLD-RATE-OUT PIC $Z9.99.
003200            02 FILLER PIC X(1)  VALUE "-".
003210            02 RET-NEW-RATE-OUT PIC $Z9.99.
003220            02 FILLER PIC X(3)  VALUE SPACE.
003230            02 RET-OLD-PAY-OUT PIC $ZZZZZ9.99-.
003240            02 FILLER PIC X(2)  VALUE SPACE.
003250            02 RET-NEW-PAY-OUT PIC $ZZZZZ9.99-.
003260            02 FILLER PIC X(2)  VALUE SPACE.
003270            02 RET-DELTA-OUT PIC $ZZZZ9.99-.
003280            02 FILLER PIC X(2)  VALUE SPACE.
003290            02 RET-SOURCE-OUT PIC X(08).
003300       01 RETRO-NOTE-LINE.
003310            02 RTN-EMP-ID-OUT PIC X(06).
003320            02 FILLER PIC X(3)  VALUE SPACE.
003330            02 RTN-NOTE-OUT PIC X(40).
003340       01 RETRO-TRAILER-LINE.
003350            02 FILLER PIC X(16) VALUE "CHANGES WORKED:".
003360            02 TRAILER-CHG-OUT PIC ZZZ9.
003370            02 FILLER PIC X(3)  VALUE SPACE.
003380            02 FILLER PIC X(11) VALUE "CARDS CUT:".
003390            02 TRAILER-CRD-OUT PIC ZZZ9.
003400            02 FILLER PIC X(3)  VALUE SPACE.
003410            02 FILLER PIC X(15) VALUE "TOTAL BACK PAY:".
003420            02 TRAILER-AMT-OUT PIC $ZZZZZZ9.99-.
003430*
003440*    PAYROLL CYCLE CONTROL. THIS PROGRAM IS STEP 2 OF THE CYCLE -
003450*    EMPMAINT, RETROPAY, SAMPLE, PAYAUDIT, RELEASE, ACHRETRN,
003460*    CHECKREC - AND RECORDS ITS COMPLETION ON THE PERIOD'S RECORD.
003470       01 CY-FILE-STATUS    PIC XX.
003480       01 CYCLE-THIS-STEP   PIC 9(1) VALUE 2.
003490       01 CYCLE-PAY-GROUP   PIC X(2) VALUE SPACES.
003500       01 CYCLE-PP-END-DATE PIC 9(8) VALUE ZERO.
003510       01 CYCLE-STEP-INDEX  PIC 9(1).
003520       01 CYCLE-LATER-STEP  PIC 9(1).
003530       01 CYCLE-RECORD-SW   PIC X(01) VALUE "N".
003540            88 CYCLE-RECORD-ON-FILE VALUE "Y".
003550            88 CYCLE-RECORD-NEW     VALUE "N".
003560       01 CYCLE-OVERRIDE-SW PIC X(01) VALUE "N".
003570            88 CYCLE-OVERRIDE-USED VALUE "Y".
003580       01 CYCLE-REFUSAL.
003590            02 CYCLE-REFUSAL-STEP PIC X(9).
003600            02 CYCLE-REFUSAL-TEXT PIC X(31).
003610       01 CYCLE-RUN-DATE    PIC 9(8).
003620       01 CYCLE-RUN-TIME    PIC 9(8).
003630       01 CYCLE-RUN-TIME-SPLIT REDEFINES CYCLE-RUN-TIME.
003640            02 CYCLE-RUN-HHMMSS PIC 9(6).
003650            02 FILLER           PIC 9(2).
003660       01 CYCLE-CONTROL-COUNT  PIC 9(7) VALUE ZERO.
003670       01 CYCLE-CONTROL-AMOUNT PIC S9(9)V99 VALUE ZERO.
003680       01 CYCLE-STEP-NAME-VALUES.
003690            02 FILLER PIC X(8) VALUE "EMPMAINT".
003700            02 FILLER PIC X(8) VALUE "RETROPAY".
003710            02 FILLER PIC X(8) VALUE "SAMPLE".
003720            02 FILLER PIC X(8) VALUE "PAYAUDIT".
003730            02 FILLER PIC X(8) VALUE "RELEASE".
003740            02 FILLER PIC X(8) VALUE "ACHRETRN".
003750            02 FILLER PIC X(8) VALUE "CHECKREC".
003760       01 CYCLE-STEP-NAME-TABLE REDEFINES CYCLE-STEP-NAME-VALUES.
003770            02 CYCLE-STEP-NAME PIC X(8) OCCURS 7 TIMES.
003780       PROCEDURE DIVISION.
003790            PERFORM READ-CYCLE-PARM.
003800            PERFORM CHECK-CYCLE-CONTROL.
003810            PERFORM OPEN-RATE-CHANGE-FILE.
003820            PERFORM OPEN-PAY-HISTORY.
003830            PERFORM OPEN-EMPLOYEE-MASTER.
003840            PERFORM CHECK-HISTORY-ARCHIVE.
003850            OPEN OUTPUT RETRO-CARDS RETRO-REPORT.
003860            WRITE RETRO-PRINTOUT FROM RETRO-HEADER-ONE
003870            WRITE RETRO-PRINTOUT FROM BLANK-LINE
003880            WRITE RETRO-PRINTOUT FROM RETRO-HEADER-TWO
003890            WRITE RETRO-PRINTOUT FROM BLANK-LINE
003900            PERFORM READ-RATE-CHANGE.
003910            PERFORM UNTIL EOF = "YES"
003920               PERFORM PROCESS-RATE-CHANGE
003930               PERFORM READ-RATE-CHANGE
003940            END-PERFORM.
003950           PERFORM WRITE-RETRO-TRAILER.
003960           MOVE CARDS-CUT-COUNT TO CYCLE-CONTROL-COUNT.
003970           MOVE TOTAL-BACK-PAY TO CYCLE-CONTROL-AMOUNT.
003980           PERFORM RECORD-CYCLE-STEP.
003990           CLOSE RATE-CHANGE-FILE, RETRO-CARDS, RETRO-REPORT,
004000                 PAY-HISTORY, EMPLOYEE-MASTER.
004010           STOP RUN.
004020*
004030*    THE QUEUE IS OPENED FOR UPDATE SO EACH ITEM CAN BE MARKED
004040*    PROCESSED. NO QUEUE FILE MEANS NO BACKDATED CHANGES ARE
004050*    WAITING, WHICH IS THE NORMAL CASE.
004060       OPEN-RATE-CHANGE-FILE.
004070           OPEN I-O RATE-CHANGE-FILE
004080           IF RCH-FILE-STATUS = "35"
004090               MOVE "YES" TO EOF
004100           END-IF.
004110       OPEN-PAY-HISTORY.
004120           OPEN INPUT PAY-HISTORY
004130           IF PH-FILE-STATUS NOT = "00"
004140               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
004150                   PH-FILE-STATUS
004160               MOVE 16 TO RETURN-CODE
004170               STOP RUN
004180           END-IF.
004190       OPEN-EMPLOYEE-MASTER.
004200           OPEN INPUT EMPLOYEE-MASTER
004210           IF EM-FILE-STATUS NOT = "00"
004220               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
004230                   EM-FILE-STATUS
004240               MOVE 16 TO RETURN-CODE
004250               STOP RUN
004260           END-IF.
004270*
004280*    THE ARCHIVE IS ONLY READ WHEN ITS DD IS SUPPLIED - A RUN
004290*    WHOSE CHANGES ALL FALL IN THE ONLINE YEARS LEAVES IT OFF.
004300*    IT IS OPENED AGAIN FOR EACH CHANGE THAT NEEDS IT.
004310       CHECK-HISTORY-ARCHIVE.
004320           OPEN INPUT HISTORY-ARCHIVE
004330           IF AR-FILE-STATUS = "00"
004340               MOVE "YES" TO ARCHIVE-ON-FILE-SW
004350               CLOSE HISTORY-ARCHIVE
004360           END-IF.
004370       READ-RATE-CHANGE.
004380           IF EOF NOT = "YES"
004390               READ RATE-CHANGE-FILE
004400                   AT END MOVE "YES" TO EOF
004410               END-READ
004420           END-IF.
004430*
004440*    ONE QUEUED CHANGE. ONLY HOURLY EMPLOYEES RECOMPUTE - A
004450*    RATE CHANGE MEANS NOTHING TO A PERIOD SALARY - AND ONLY
004460*    PENDING ITEMS ARE WORKED, SO RERUNNING THE PROGRAM AFTER
004470*    AN INTERRUPTION PICKS UP WHERE IT LEFT OFF.
004480       PROCESS-RATE-CHANGE.
004490           IF RCH-PENDING
004500               MOVE RCH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
004510               READ EMPLOYEE-MASTER
004520                   INVALID KEY
004530                       MOVE SPACES TO LISTING-NAME
004540                       MOVE "H" TO EM-EMPLOYEE-TYPE
004550                   NOT INVALID KEY
004560                       MOVE EM-EMPLOYEE-NAME TO LISTING-NAME
004570               END-READ
004580               IF EM-SALARIED
004590                   MOVE RCH-EMPLOYEE-ID TO RTN-EMP-ID-OUT
004600                   MOVE "SALARIED - RATE CHANGE NOT RECOMPUTED"
004610                       TO RTN-NOTE-OUT
004620                   WRITE RETRO-PRINTOUT FROM RETRO-NOTE-LINE
004630               ELSE
004640                   PERFORM RECOMPUTE-BACK-PERIODS
004650               END-IF
004660               MOVE "P" TO RCH-STATUS
004670               REWRITE RATE-CHANGE-RECORD
004680               ADD 1 TO CHANGES-WORKED-COUNT
004690           END-IF.
004700*
004710*    SWEEP THE EMPLOYEE'S HISTORY FROM THE EFFECTIVE DATE
004720*    FORWARD, REGULAR AND OFF-CYCLE PAYMENTS ALIKE. VOIDED
004730*    CHECKS ARE SKIPPED - THERE IS NOTHING TO TOP UP ON A CHECK
004740*    THAT WAS PULLED BACK.
004750       RECOMPUTE-BACK-PERIODS.
004760           IF ARCHIVE-ON-FILE
004770               PERFORM RECOMPUTE-ARCHIVED-PERIODS
004780           END-IF
004790           MOVE "NO" TO HISTORY-SCAN-DONE-SW
004800           MOVE RCH-EMPLOYEE-ID TO PH-EMPLOYEE-ID
004810           MOVE RCH-EFFECTIVE-DATE TO PH-PP-END-DATE
004820           MOVE ZERO TO PH-PAY-SEQ
004830           START PAY-HISTORY KEY NOT LESS THAN PH-KEY
004840               INVALID KEY
004850                   MOVE "YES" TO HISTORY-SCAN-DONE-SW
004860           END-START
004870           IF HISTORY-SCAN-NOT-DONE
004880               PERFORM READ-NEXT-HISTORY
004890           END-IF
004900           PERFORM RECOMPUTE-ONE-PERIOD
004910               UNTIL HISTORY-SCAN-DONE.
004920       READ-NEXT-HISTORY.
004930           READ PAY-HISTORY NEXT RECORD
004940               AT END
004950                   MOVE "YES" TO HISTORY-SCAN-DONE-SW
004960           END-READ
004970           IF HISTORY-SCAN-NOT-DONE
004980               AND PH-EMPLOYEE-ID NOT = RCH-EMPLOYEE-ID
004990               MOVE "YES" TO HISTORY-SCAN-DONE-SW
005000           END-IF.
005010*
005020*    THE DELTA IS THE RECORDED HOURS - OVERTIME WEIGHTED AT
005030*    TIME AND ONE HALF - PRICED AT THE RATE DIFFERENCE. LEAVE
005040*    HOURS ARE NOT CARRIED ON HISTORY, SO LEAVE TAKEN IN A
005050*    BACK PERIOD IS TOPPED UP BY HAND IF IT MATTERS.
005060       RECOMPUTE-ONE-PERIOD.
005070           MOVE SPACES TO RET-SOURCE-OUT
005080           PERFORM PRICE-ONE-PERIOD
005090           PERFORM READ-NEXT-HISTORY.
005100       PRICE-ONE-PERIOD.
005110           IF NOT PH-VOIDED
005120               COMPUTE RATE-DELTA = RCH-NEW-RATE - RCH-OLD-RATE
005130               COMPUTE WEIGHTED-HOURS = PH-REGULAR-HOURS
005140                   + (PH-OVERTIME-HOURS * 1.5)
005150               COMPUTE RETRO-DELTA ROUNDED =
005160                   WEIGHTED-HOURS * RATE-DELTA
005170               IF RETRO-DELTA NOT = ZERO
005180                   PERFORM WRITE-RETRO-DETAIL
005190                   PERFORM WRITE-RETRO-CARD
005200               END-IF
005210           END-IF.
005220*
005230*    EVERY GENERATION OF THE ARCHIVE IS SWEPT FOR THE EMPLOYEE'S
005240*    PAYMENTS FROM THE EFFECTIVE DATE FORWARD, PRICED THE SAME
005250*    WAY AS AN ONLINE PERIOD. NOTHING IS ON BOTH THE ARCHIVE AND
005260*    THE ONLINE FILE, SO NO PERIOD IS PAID TWICE.
005270       RECOMPUTE-ARCHIVED-PERIODS.
005280           MOVE "NO" TO ARCHIVE-EOF
005290           OPEN INPUT HISTORY-ARCHIVE
005300           PERFORM READ-ARCHIVE-RECORD
005310           PERFORM RECOMPUTE-ARCHIVED-RECORD
005320               UNTIL ARCHIVE-EOF = "YES"
005330           CLOSE HISTORY-ARCHIVE.
005340       READ-ARCHIVE-RECORD.
005350           READ HISTORY-ARCHIVE
005360               AT END MOVE "YES" TO ARCHIVE-EOF
005370           END-READ.
005380       RECOMPUTE-ARCHIVED-RECORD.
005390           IF AR-PAY-HISTORY
005400               MOVE AR-IMAGE TO PAY-HISTORY-RECORD
005410               IF PH-EMPLOYEE-ID = RCH-EMPLOYEE-ID
005420                   AND PH-PP-END-DATE NOT < RCH-EFFECTIVE-DATE
005430                   MOVE "ARCHIVED" TO RET-SOURCE-OUT
005440                   PERFORM PRICE-ONE-PERIOD
005450               END-IF
005460           END-IF
005470           PERFORM READ-ARCHIVE-RECORD.
005480       WRITE-RETRO-DETAIL.
005490           COMPUTE RECOMPUTED-PAY =
005500               PH-GROSS-PAY + RETRO-DELTA
005510           MOVE RCH-EMPLOYEE-ID TO RET-EMP-ID-OUT
005520           MOVE LISTING-NAME TO RET-NAME-OUT
005530           MOVE PH-PP-END-DATE TO RET-PERIOD-OUT
005540           MOVE RCH-OLD-RATE TO RET-OLD-RATE-OUT
005550           MOVE RCH-NEW-RATE TO RET-NEW-RATE-OUT
005560           MOVE PH-GROSS-PAY TO RET-OLD-PAY-OUT
005570           MOVE RECOMPUTED-PAY TO RET-NEW-PAY-OUT
005580           MOVE RETRO-DELTA TO RET-DELTA-OUT
005590           WRITE RETRO-PRINTOUT FROM RETRO-DETAIL-LINE.
005600       WRITE-RETRO-CARD.
005610           MOVE SPACES TO RETRO-CARD-OUT
005620           MOVE RCH-EMPLOYEE-ID TO RTC-EMPLOYEE-ID
005630           MOVE PH-PP-END-DATE TO RTC-PP-END-DATE
005640           MOVE ZERO TO RTC-HOURS
005650           MOVE "R" TO RTC-TRANS-CODE
005660           IF RETRO-DELTA < ZERO
005670               MOVE "-" TO RTC-ADJUST-SIGN
005680               COMPUTE RTC-ADJUST-AMOUNT =
005690                   ZERO - RETRO-DELTA
005700           ELSE
005710               MOVE "+" TO RTC-ADJUST-SIGN
005720               MOVE RETRO-DELTA TO RTC-ADJUST-AMOUNT
005730           END-IF
005740           WRITE RETRO-CARD-OUT
005750           ADD 1 TO CARDS-CUT-COUNT
005760           ADD RETRO-DELTA TO TOTAL-BACK-PAY.
005770       WRITE-RETRO-TRAILER.
005780           MOVE CHANGES-WORKED-COUNT TO TRAILER-CHG-OUT
005790           MOVE CARDS-CUT-COUNT TO TRAILER-CRD-OUT
005800           MOVE TOTAL-BACK-PAY TO TRAILER-AMT-OUT
005810           WRITE RETRO-PRINTOUT FROM BLANK-LINE
005820           WRITE RETRO-PRINTOUT FROM RETRO-TRAILER-LINE.
005830       READ-CYCLE-PARM.
005840           OPEN INPUT CYCLE-PARM
005850           READ CYCLE-PARM
005860               AT END
005870                   DISPLAY "CYCLE PARM CARD MISSING"
005880                   MOVE 16 TO RETURN-CODE
005890                   STOP RUN
005900           END-READ
005910           CLOSE CYCLE-PARM
005920           IF CP-PP-END-DATE NOT NUMERIC
005930               OR CP-PP-END-DATE = ZERO
005940               DISPLAY "CYCLE PARM CARD INVALID"
005950               MOVE 16 TO RETURN-CODE
005960               STOP RUN
005970           END-IF
005980           MOVE CP-PAY-GROUP TO CYCLE-PAY-GROUP
005990           MOVE CP-PP-END-DATE TO CYCLE-PP-END-DATE.
006000*
006010*    THE PERIOD'S CYCLE RECORD IS CHECKED BEFORE ANY WORK IS
006020*    DONE. NO RECORD YET MEANS NOTHING HAS RUN FOR THE PERIOD,
006030*    SO ONLY THE FIRST STEP CAN START IT. A CLOSED PERIOD, AN
006040*    EARLIER STEP NOT COMPLETE, OR A LATER STEP ALREADY RUN
006050*    STOPS THE RUN WITH RETURN CODE 16 UNLESS A SUPERVISOR
006060*    OVERRIDE FOR THIS STEP IS ON THE RECORD - SEE CYCLECTL.
006070       CHECK-CYCLE-CONTROL.
006080           IF CYCLE-PAY-GROUP = SPACES
006090               MOVE "BW" TO CYCLE-PAY-GROUP
006100           END-IF
006110           PERFORM READ-CYCLE-RECORD
006120           CLOSE CYCLE-CONTROL
006130           MOVE SPACES TO CYCLE-REFUSAL
006140           IF CY-PERIOD-CLOSED
006150               MOVE "PERIOD ALREADY CLOSED" TO CYCLE-REFUSAL-TEXT
006160           ELSE
006170               PERFORM CHECK-EARLIER-STEP
006180                   VARYING CYCLE-STEP-INDEX FROM 1 BY 1
006190                   UNTIL CYCLE-STEP-INDEX NOT < CYCLE-THIS-STEP
006200               COMPUTE CYCLE-LATER-STEP = CYCLE-THIS-STEP + 1
006210               PERFORM CHECK-LATER-STEP
006220                   VARYING CYCLE-STEP-INDEX FROM CYCLE-LATER-STEP
006230                   BY 1 UNTIL CYCLE-STEP-INDEX > 7
006240           END-IF
006250           IF CYCLE-REFUSAL NOT = SPACES
006260               DISPLAY "CYCLE CONTROL - "
006270                   CYCLE-STEP-NAME (CYCLE-THIS-STEP) " FOR "
006280                   CYCLE-PAY-GROUP " " CYCLE-PP-END-DATE ": "
006290                   CYCLE-REFUSAL
006300               IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
006310                   MOVE "Y" TO CYCLE-OVERRIDE-SW
006320                   DISPLAY "CYCLE CONTROL - RUN ALLOWED BY "
006330                       "SUPERVISOR OVERRIDE " CY-OVERRIDE-BY
006340               ELSE
006350                   DISPLAY "CYCLE CONTROL - RUN REFUSED"
006360                   MOVE 16 TO RETURN-CODE
006370                   STOP RUN
006380               END-IF
006390           END-IF.
006400       CHECK-EARLIER-STEP.
006410           IF NOT CY-STEP-COMPLETE (CYCLE-STEP-INDEX)
006420               AND NOT CY-STEP-BYPASSED (CYCLE-STEP-INDEX)
006430               AND CYCLE-REFUSAL = SPACES
006440               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
006450                   TO CYCLE-REFUSAL-STEP
006460               MOVE "NOT COMPLETE" TO CYCLE-REFUSAL-TEXT
006470           END-IF.
006480       CHECK-LATER-STEP.
006490           IF NOT CY-STEP-NOT-RUN (CYCLE-STEP-INDEX)
006500               AND CYCLE-REFUSAL = SPACES
006510               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
006520                   TO CYCLE-REFUSAL-STEP
006530               MOVE "HAS ALREADY RUN" TO CYCLE-REFUSAL-TEXT
006540           END-IF.
006550*
006560*    THE FILE IS CREATED EMPTY THE FIRST TIME ANY STEP RUNS. A
006570*    PERIOD NOT YET ON IT GETS A FRESH OPEN RECORD IN THE AREA.
006580       READ-CYCLE-RECORD.
006590           OPEN I-O CYCLE-CONTROL
006600           IF CY-FILE-STATUS = "35"
006610               OPEN OUTPUT CYCLE-CONTROL
006620               CLOSE CYCLE-CONTROL
006630               OPEN I-O CYCLE-CONTROL
006640           END-IF
006650           IF CY-FILE-STATUS NOT = "00"
006660               DISPLAY "CYCLE CONTROL NOT AVAILABLE - STATUS "
006670                   CY-FILE-STATUS
006680               MOVE 16 TO RETURN-CODE
006690               STOP RUN
006700           END-IF
006710           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
006720           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
006730           READ CYCLE-CONTROL
006740               INVALID KEY
006750                   MOVE "N" TO CYCLE-RECORD-SW
006760                   PERFORM CLEAR-CYCLE-RECORD
006770               NOT INVALID KEY
006780                   MOVE "Y" TO CYCLE-RECORD-SW
006790           END-READ.
006800       CLEAR-CYCLE-RECORD.
006810           MOVE SPACES TO CYCLE-CONTROL-RECORD
006820           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
006830           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
006840           MOVE "O" TO CY-PERIOD-STATUS
006850           PERFORM CLEAR-CYCLE-STEP
006860               VARYING CYCLE-STEP-INDEX FROM 1 BY 1
006870               UNTIL CYCLE-STEP-INDEX > 7
006880           MOVE ZERO TO CY-OVERRIDE-STEP
006890           MOVE ZERO TO CY-OVERRIDE-DATE.
006900       CLEAR-CYCLE-STEP.
006910           MOVE ZERO TO CY-STEP-DATE (CYCLE-STEP-INDEX)
006920           MOVE ZERO TO CY-STEP-TIME (CYCLE-STEP-INDEX)
006930           MOVE ZERO TO CY-STEP-RC (CYCLE-STEP-INDEX)
006940           MOVE ZERO TO CY-STEP-RUNS (CYCLE-STEP-INDEX)
006950           MOVE ZERO TO CY-STEP-COUNT (CYCLE-STEP-INDEX)
006960           MOVE ZERO TO CY-STEP-AMOUNT (CYCLE-STEP-INDEX).
006970*
006980*    THE STEP GOES ON THE PERIOD'S RECORD WITH THE CLOCK TIME,
006990*    THE RETURN CODE, AND THE RUN'S CONTROL TOTALS. A RETURN
007000*    CODE OF 8 OR MORE LEAVES THE STEP FAILED, WHICH HOLDS THE
007010*    NEXT STEP BACK UNTIL THIS ONE IS RERUN CLEAN. AN OVERRIDE
007020*    FOR THIS STEP IS USED UP BY THE RUN, AND THE LAST STEP
007030*    FINISHING CLEAN CLOSES THE PERIOD.
007040       RECORD-CYCLE-STEP.
007050           PERFORM READ-CYCLE-RECORD
007060           ACCEPT CYCLE-RUN-DATE FROM DATE YYYYMMDD
007070           ACCEPT CYCLE-RUN-TIME FROM TIME
007080           MOVE CYCLE-RUN-DATE TO CY-STEP-DATE (CYCLE-THIS-STEP)
007090           MOVE CYCLE-RUN-HHMMSS TO CY-STEP-TIME (CYCLE-THIS-STEP)
007100           MOVE RETURN-CODE TO CY-STEP-RC (CYCLE-THIS-STEP)
007110           IF RETURN-CODE < 8
007120               MOVE "C" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
007130           ELSE
007140               MOVE "F" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
007150           END-IF
007160           ADD 1 TO CY-STEP-RUNS (CYCLE-THIS-STEP)
007170           MOVE CYCLE-CONTROL-COUNT
007180               TO CY-STEP-COUNT (CYCLE-THIS-STEP)
007190           MOVE CYCLE-CONTROL-AMOUNT
007200               TO CY-STEP-AMOUNT (CYCLE-THIS-STEP)
007210           IF CYCLE-OVERRIDE-USED
007220               MOVE CY-OVERRIDE-BY
007230                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
007240           ELSE
007250               MOVE SPACES
007260                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
007270           END-IF
007280           IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
007290               MOVE ZERO TO CY-OVERRIDE-STEP
007300               MOVE SPACES TO CY-OVERRIDE-BY
007310               MOVE ZERO TO CY-OVERRIDE-DATE
007320               MOVE SPACES TO CY-OVERRIDE-REASON
007330           END-IF
007340           IF CYCLE-THIS-STEP = 7
007350               AND CY-STEP-COMPLETE (CYCLE-THIS-STEP)
007360               MOVE "C" TO CY-PERIOD-STATUS
007370           END-IF
007380           IF CYCLE-RECORD-ON-FILE
007390               REWRITE CYCLE-CONTROL-RECORD
007400           ELSE
007410               WRITE CYCLE-CONTROL-RECORD
007420           END-IF
007430           IF CY-FILE-STATUS NOT = "00"
007440               DISPLAY "CYCLE CONTROL NOT UPDATED - STATUS "
007450                   CY-FILE-STATUS
007460               MOVE 16 TO RETURN-CODE
007470               STOP RUN
007480           END-IF
007490           CLOSE CYCLE-CONTROL.
007500*/*
007510*//GO.CYCPARM DD *
007520*BW20260821
007530*/*
007540*//GO.RATECHG DD DSN=PAY.RATECHG,DISP=OLD
007550*//GO.PAYHST DD DSN=PAY.PAYHIST,DISP=SHR
007560*//GO.EMPMST DD DSN=PAY.EMPMAST,DISP=SHR
007570*//GO.RETROCD DD DSN=PAY.RETROCRD,DISP=(NEW,CATLG)
007580*//GO.HISTARC DD DSN=PAY.HISTARCH,DISP=SHR
007590*//GO.CYCCTL DD DSN=PAY.CYCCTL,DISP=OLD
007600*//GO.RETRORPT DD SYSOUT=A
