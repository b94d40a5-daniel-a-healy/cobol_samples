000250*                  TO THE BANK-ECHOED INDIVIDUAL ID WHEN ONE IS
000260*                  PRESENT AND TAKES THE LATEST QUALIFYING
000270*                  PERIOD INSTEAD OF THE OLDEST.
000280*    10/15/26  RDM  EMPLOYEE-MASTER LAYOUT GREW THE W-4
000290*                  ELECTION FIELDS IN STEP WITH THE EMPMAINT
000300*                  PROGRAM.
000310*    10/15/26  RDM  PAY-HISTORY LAYOUT GREW THE EARNINGS-CODE
000320*                  LINES IN STEP WITH THE PAYROLL PROGRAM.
000330*    10/15/26  RDM  PAY-HISTORY KEY GREW THE PAYMENT SEQUENCE IN
000340*                  STEP WITH THE PAYROLL PROGRAM, AND THE
000350*                  REPLACEMENT QUEUE ITEM CARRIES IT, SO A
000360*                  RETURNED SAME-DAY OFF-CYCLE PAYMENT IS
000370*                  REPLACED AGAINST ITS OWN HISTORY RECORD.
000380*    10/15/26  RDM  EMPLOYEE-MASTER LAYOUT GREW THE PAY GROUP
000390*                  CODE IN STEP WITH THE EMPMAINT PROGRAM.
000400*    10/15/26  RDM  PAYROLL CYCLE CONTROL. A CYCLE CARD NAMES THE
000410*                  PAY GROUP AND PERIOD WHOSE ACH FILE THE BANK'S
000420*                  RETURNS ANSWER. THE RUN IS REFUSED IF THAT
000430*                  PERIOD HAS NOT BEEN RELEASED, IF CHECKREC HAS
000440*                  ALREADY RUN FOR IT, OR IF IT IS CLOSED, UNLESS
000450*                  A SUPERVISOR OVERRIDE IS SIGNED ON THROUGH
000460*                  CYCLECTL. COMPLETION IS RECORDED WITH THE
000470*                  RETURNS AND NOCS WORKED AND THE NET RETURNED.
000480*    10/15/26  RDM  AN EARLIER CYCLE STEP THE SUPERVISOR HAS
000490*                  BYPASSED THROUGH CYCLECTL COUNTS AS COMPLETE
000500*                  IN THE ORDER CHECK.
000510*
000520       ENVIRONMENT DIVISION.
000530       INPUT-OUTPUT SECTION.
000540       FILE-CONTROL.
000550             SELECT RETURN-FILE ASSIGN RETDD.
000560             SELECT RETURN-REPORT ASSIGN RETRPT.
000570             SELECT CYCLE-PARM ASSIGN CYCPARM.
000580             SELECT REPLACEMENT-QUEUE ASSIGN REPLQDD
000590                 FILE STATUS IS RQ-FILE-STATUS.
000600             SELECT PAY-HISTORY ASSIGN PAYHST
000610                 ORGANIZATION IS INDEXED
000620                 ACCESS MODE IS DYNAMIC
000630                 RECORD KEY IS PH-KEY
000640                 FILE STATUS IS PH-FILE-STATUS.
000650             SELECT BANK-MASTER ASSIGN BNKMST
000660                 ORGANIZATION IS INDEXED
000670                 ACCESS MODE IS DYNAMIC
000680                 RECORD KEY IS BNK-EMPLOYEE-ID
000690                 FILE STATUS IS BNK-FILE-STATUS.
000700             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
000710                 ORGANIZATION IS INDEXED
000720                 ACCESS MODE IS DYNAMIC
000730                 RECORD KEY IS EM-EMPLOYEE-ID
000740                 FILE STATUS IS EM-FILE-STATUS.
000750             SELECT CYCLE-CONTROL ASSIGN CYCCTL
000760                 ORGANIZATION IS INDEXED
000770                 ACCESS MODE IS DYNAMIC
000780                 RECORD KEY IS CY-KEY
000790                 FILE STATUS IS CY-FILE-STATUS.
000800       DATA DIVISION.
000810       FILE SECTION.
000820*
000830*    ONE CARD PER RETURN OR NOC ITEM, KEYED FROM THE BANK'S
000840*    ADVICE. THE TRACE NUMBER IS THE ONE OUR NACHA FILE SENT
000850*    OUT AND THE EMPLOYEE ID IS THE INDIVIDUAL ID FIELD THE
000860*    BANK ECHOES BACK, USED AS THE FALLBACK MATCH WHEN THE
000870*    TRACE FINDS NOTHING (A PRENOTE NOC HAS NO PAY HISTORY).
000880       FD RETURN-FILE RECORDING MODE F
000890              LABEL RECORDS ARE OMITTED.
000900       01 RETURN-CARD-IN.
000910            02 RT-ENTRY-TYPE    PIC X(01).
000920                 88 RT-RETURN-ENTRY VALUE "R".
000930                 88 RT-NOC-ENTRY    VALUE "C".
000940            02 RT-REASON-CODE   PIC X(03).
000950            02 RT-TRACE-NUMBER  PIC X(15).
000960            02 RT-EMPLOYEE-ID   PIC X(06).
000970            02 RT-AMOUNT        PIC 9(8)V99.
000980            02 RT-AMOUNT-X      REDEFINES RT-AMOUNT PIC X(10).
000990            02 RT-CORR-ROUTING  PIC X(09).
001000            02 RT-CORR-ACCOUNT  PIC X(17).
001010            02 FILLER           PIC X(19).
001020       FD RETURN-REPORT RECORDING MODE F
001030              LABEL RECORDS ARE OMITTED.
001040       01 RETURN-PRINTOUT PIC X(132).
001050*
001060*    REPLACEMENT QUEUE HANDED TO THE PAYROLL RUN - ONE PENDING
001070*    ITEM PER RETURNED PAYMENT STILL OWED. THE RECORD LAYOUT
001080*    HERE MUST STAY IN STEP WITH THE ONE IN THE PAYROLL
001090*    PROGRAM, WHICH MARKS EACH ITEM P WHEN THE REPLACEMENT
001100*    CHECK GOES OUT.
001110       FD REPLACEMENT-QUEUE RECORDING MODE F
001120              LABEL RECORDS ARE OMITTED.
001130       01 REPLACEMENT-QUEUE-RECORD.
001140            02 RQ-EMPLOYEE-ID  PIC X(06).
001150            02 RQ-PP-END-DATE  PIC 9(8).
001160            02 RQ-NET-AMOUNT   PIC 9(6)V99.
001170            02 RQ-REASON-CODE  PIC X(03).
001180            02 RQ-STATUS       PIC X(01).
001190                 88 RQ-PENDING VALUE SPACE.
001200                 88 RQ-PAID    VALUE "P".
001210            02 RQ-PAY-SEQ      PIC 9(02).
001220            02 FILLER          PIC X(52).
001230*
001240*    PAY HISTORY AS THE PAYROLL PROGRAM KEEPS IT. THE RECORD
001250*    LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001260       FD PAY-HISTORY
001270              LABEL RECORDS ARE STANDARD.
001280       01 PAY-HISTORY-RECORD.
001290            02 PH-KEY.
001300                 03 PH-EMPLOYEE-ID PIC X(06).
001310                 03 PH-PP-END-DATE PIC 9(8).
001320                 03 PH-PAY-SEQ     PIC 9(2).
001330            02 PH-GROSS-PAY      PIC S9(6)V99.
001340            02 PH-REGULAR-PAY    PIC S9(6)V99.
001350            02 PH-OVERTIME-PAY   PIC S9(6)V99.
001360            02 PH-REGULAR-HOURS  PIC 9(2).
001370            02 PH-OVERTIME-HOURS PIC 9(2).
001380            02 PH-DEDUCTION      PIC S9(5)V99.
001390            02 PH-FED-TAX        PIC S9(5)V99.
001400            02 PH-STATE-TAX      PIC S9(5)V99.
001410            02 PH-SOC-SEC-TAX    PIC S9(5)V99.
001420            02 PH-MEDICARE-TAX   PIC S9(5)V99.
001430            02 PH-VOL-DEDUCTION  PIC S9(5)V99.
001440            02 PH-NET-PAY        PIC S9(6)V99.
001450            02 PH-EMPLOYER-FUTA  PIC S9(5)V99.
001460            02 PH-EMPLOYER-SUTA  PIC S9(5)V99.
001470            02 PH-PAY-INSTRUMENT PIC X(01).
001480                 88 PH-PAID-BY-ACH   VALUE "D".
001490                 88 PH-PAID-BY-CHECK VALUE "C".
001500            02 PH-CHECK-NUMBER   PIC 9(08).
001510            02 PH-VOID-SW        PIC X(01).
001520                 88 PH-VOIDED VALUE "V".
001530            02 PH-ACH-TRACE      PIC X(15).
001540            02 PH-RETURN-SW      PIC X(01).
001550                 88 PH-RETURNED VALUE "R".
001560*
001570*    EARNINGS PAID UNDER AN EARNINGS CODE, ONE SLOT PER CODE,
001580*    CLAIMED THE FIRST TIME THE CODE SHOWS UP IN THE PERIOD.
001590*    THE AMOUNTS ARE PART OF PH-GROSS-PAY, NOT IN ADDITION TO
001600*    IT. A BLANK CODE IS AN UNUSED SLOT.
001610            02 PH-EARNINGS-ENTRY OCCURS 5 TIMES.
001620                 03 PH-EARN-CODE   PIC X(04).
001630                 03 PH-EARN-HOURS  PIC 9(3).
001640                 03 PH-EARN-AMOUNT PIC S9(6)V99.
001650*
001660*    BANK ACCOUNT MASTER AS THE PAYROLL PROGRAM KEEPS IT. THE
001670*    RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
001680       FD BANK-MASTER
001690              LABEL RECORDS ARE STANDARD.
001700       01 BANK-RECORD.
001710            02 BNK-EMPLOYEE-ID    PIC X(06).
001720            02 BNK-ROUTING-NUMBER.
001730                 03 BNK-RECEIVING-DFI PIC 9(08).
001740                 03 BNK-CHECK-DIGIT   PIC 9(01).
001750            02 BNK-ACCOUNT-NUMBER PIC X(17).
001760            02 BNK-ACCOUNT-TYPE   PIC X(01).
001770                 88 BNK-CHECKING VALUE "C".
001780                 88 BNK-SAVINGS  VALUE "S".
001790            02 BNK-PRENOTE-STATUS PIC X(01).
001800                 88 BNK-PRENOTE-PENDING VALUE "P".
001810                 88 BNK-PRENOTE-SENT    VALUE "S".
001820                 88 BNK-ACCOUNT-LIVE    VALUE "L".
001830            02 BNK-PRENOTE-DATE   PIC 9(8).
001840*
001850*    STANDING EMPLOYEE DATA KEPT BY THE EMPMAINT PROGRAM, READ
001860*    HERE ONLY FOR THE NAME ON THE LISTING. THE RECORD LAYOUT
001870*    MUST STAY IN STEP WITH THE ONE THERE.
001880       FD EMPLOYEE-MASTER
001890              LABEL RECORDS ARE STANDARD.
001900       01 EMPLOYEE-MASTER-RECORD.
001910            02 EM-EMPLOYEE-ID   PIC X(06).
001920            02 EM-EMPLOYEE-NAME PIC X(10).
001930            02 EM-PAY-RATE      PIC 9(2)V99.
001940            02 EM-EMPLOYEE-TYPE PIC X(01).
001950                 88 EM-HOURLY   VALUE "H".
001960                 88 EM-SALARIED VALUE "S".
001970            02 EM-PERIOD-SALARY PIC 9(6)V99.
001980            02 EM-DEPENDENTS    PIC 9(2).
001990            02 EM-DEPARTMENT    PIC X(04).
002000            02 EM-PAYMENT-METHOD PIC X(01).
002010                 88 EM-PAY-BY-ACH   VALUE "D".
002020                 88 EM-PAY-BY-CHECK VALUE "C".
002030            02 EM-STATUS-CODE   PIC X(01).
002040                 88 EM-ACTIVE     VALUE "A".
002050                 88 EM-ON-LEAVE   VALUE "L".
002060                 88 EM-TERMINATED VALUE "T".
002070            02 EM-TERM-DATE     PIC 9(8).
002080            02 EM-WORK-STATE    PIC X(02).
002090*
002100*    W-4 WITHHOLDING ELECTIONS. THE CREDIT, OTHER INCOME, AND
002110*    DEDUCTIONS ARE THE ANNUAL AMOUNTS FROM STEPS 3, 4(A), AND
002120*    4(B) - THE EXTRA WITHHOLDING IS PER CHECK. AN EXEMPT CLAIM
002130*    HOLDS THROUGH ITS EXPIRATION DATE. THE STATE ELECTIONS
002140*    FOLLOW THE STATE CERTIFICATE - ALLOWANCES, A FLAT EXTRA,
002150*    AND AN EXEMPT CLAIM.
002160            02 EM-FILING-STATUS PIC X(01).
002170                 88 EM-FILE-SINGLE VALUES SPACE "S".
002180                 88 EM-FILE-JOINT  VALUE "M".
002190                 88 EM-FILE-HEAD   VALUE "H".
002200            02 EM-W4-CREDIT     PIC 9(5)V99.
002210            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
002220            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
002230            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
002240            02 EM-FED-EXEMPT    PIC X(01).
002250                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
002260            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
002270            02 EM-ST-ALLOWANCES PIC 9(2).
002280            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
002290            02 EM-ST-EXEMPT     PIC X(01).
002300                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
002310            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
002320*
002330*    PAY GROUP - WHICH PAY CALENDAR THE EMPLOYEE IS PAID ON.
002340*    BLANK IS THE BIWEEKLY GROUP BW, WHICH IS WHAT EVERYONE
002350*    WAS PAID ON BEFORE THE GROUPS EXISTED.
002360            02 EM-PAY-GROUP     PIC X(02).
002370*
002380*    ONE CYCLE CARD - THE PAY GROUP (BLANK IS BW) AND THE PERIOD
002390*    END DATE OF THE PAYROLL CYCLE THIS RUN BELONGS TO.
002400       FD CYCLE-PARM RECORDING MODE F
002410              LABEL RECORDS ARE OMITTED.
002420       01 CYCLE-PARM-RECORD.
002430            02 CP-PAY-GROUP     PIC X(2).
002440            02 CP-PP-END-DATE   PIC 9(8).
002450            02 FILLER           PIC X(70).
002460*
002470*    PAYROLL CYCLE CONTROL AS THE CYCLECTL PROGRAM KEEPS IT - ONE
002480*    RECORD PER PAY GROUP AND PERIOD, ONE ENTRY PER CYCLE STEP.
002490*    THE RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
002500       FD CYCLE-CONTROL
002510              LABEL RECORDS ARE STANDARD.
002520       01 CYCLE-CONTROL-RECORD.
002530            02 CY-KEY.
002540                 03 CY-PAY-GROUP   PIC X(02).
002550                 03 CY-PP-END-DATE PIC 9(8).
002560            02 CY-PERIOD-STATUS  PIC X(01).
002570                 88 CY-PERIOD-OPEN   VALUE "O".
002580                 88 CY-PERIOD-CLOSED VALUE "C".
002590            02 CY-STEP-ENTRY OCCURS 7 TIMES.
002600                 03 CY-STEP-STATUS PIC X(01).
002610                      88 CY-STEP-NOT-RUN  VALUE SPACE.
002620                      88 CY-STEP-COMPLETE VALUE "C".
002630                      88 CY-STEP-FAILED   VALUE "F".
002640                      88 CY-STEP-BYPASSED VALUE "B".
002650                 03 CY-STEP-DATE   PIC 9(8).
002660                 03 CY-STEP-TIME   PIC 9(6).
002670                 03 CY-STEP-RC     PIC 9(4).
002680                 03 CY-STEP-RUNS   PIC 9(3).
002690                 03 CY-STEP-COUNT  PIC 9(7).
002700                 03 CY-STEP-AMOUNT PIC S9(9)V99.
002710                 03 CY-STEP-OVERRIDE-BY PIC X(03).
002720*
002730*    A SUPERVISOR OVERRIDE WAITING TO BE USED - THE STEP IT LETS
002740*    THROUGH (ZERO IS NONE), WHO SIGNED IT, WHEN, AND WHY.
002750            02 CY-OVERRIDE-STEP   PIC 9(1).
002760            02 CY-OVERRIDE-BY     PIC X(03).
002770            02 CY-OVERRIDE-DATE   PIC 9(8).
002780            02 CY-OVERRIDE-REASON PIC X(30).
002790            02 FILLER             PIC X(46).
002800       WORKING-STORAGE SECTION.
002810       01 EOF             PIC XXX VALUE "NO".
002820       01 PH-FILE-STATUS  PIC XX.
002830       01 BNK-FILE-STATUS PIC XX.
002840       01 EM-FILE-STATUS  PIC XX.
002850       01 RQ-FILE-STATUS  PIC XX.
002860       01 CARD-VALID-SW   PIC XXX VALUE "YES".
002870            88 CARD-IS-VALID   VALUE "YES".
002880            88 CARD-IS-INVALID VALUE "NO".
002890       01 CARD-ERROR-REASON PIC X(40).
002900       01 HISTORY-FOUND-SW PIC X(01) VALUE "N".
002910            88 HISTORY-FOUND     VALUE "Y".
002920            88 HISTORY-NOT-FOUND VALUE "N".
002930       01 HISTORY-SCAN-DONE-SW PIC XXX VALUE "YES".
002940            88 HISTORY-SCAN-DONE     VALUE "YES".
002950            88 HISTORY-SCAN-NOT-DONE VALUE "NO".
002960       01 BANK-FOUND-SW   PIC X(01) VALUE "N".
002970            88 BANK-FOUND     VALUE "Y".
002980            88 BANK-NOT-FOUND VALUE "N".
002990       01 PRENOTE-RESET-SW PIC X(01) VALUE "N".
003000            88 PRENOTE-WAS-RESET VALUE "Y".
003010       01 MATCH-EMPLOYEE-ID PIC X(06).
003020       01 MATCHED-HISTORY-KEY PIC X(16).
003030       01 LISTING-NAME    PIC X(10).
003040       01 RETURN-COUNT    PIC 9(4) VALUE ZERO.
003050       01 NOC-COUNT       PIC 9(4) VALUE ZERO.
003060       01 QUEUED-COUNT    PIC 9(4) VALUE ZERO.
003070       01 UNMATCHED-COUNT PIC 9(4) VALUE ZERO.
003080       01 REJECTED-COUNT  PIC 9(4) VALUE ZERO.
003090       01 RETURN-TOTAL    PIC S9(7)V99 VALUE ZERO.
003100       01 BLANK-LINE      PIC X(80).
003110       01 LISTING-HEADER-ONE.
003120            02 FILLER PIC X(5)   VALUE "TYPE".
003130            02 FILLER PIC X(7)   VALUE "REASON".
003140            02 FILLER PIC X(9)   VALUE "EMP ID".
003150            02 FILLER PIC X(13)  VALUE "EMPLOYEE".
003160            02 FILLER PIC X(13)  VALUE "AMOUNT".
003170            02 FILLER PIC X(20)  VALUE "ACTION".
003180       01 LISTING-DETAIL-LINE.
003190            02 LST-TYPE         PIC X(01).
003200            02 FILLER           PIC X(4) VALUE SPACE.
003210            02 LST-REASON       PIC X(03).
003220            02 FILLER           PIC X(4) VALUE SPACE.
003230            02 LST-EMP-ID       PIC X(06).
003240            02 FILLER           PIC X(3) VALUE SPACE.
003250            02 LST-NAME         PIC X(10).
003260            02 FILLER           PIC X(3) VALUE SPACE.
003270            02 LST-AMOUNT       PIC $ZZZZZZ9.99.
003280            02 FILLER           PIC X(3) VALUE SPACE.
003290            02 LST-ACTION       PIC X(40).
003300       01 LISTING-TRAILER-ONE.
003310            02 FILLER PIC X(9)  VALUE "RETURNS:".
003320            02 TRAILER-RET-OUT PIC ZZZ9.
003330            02 FILLER PIC X(3)  VALUE SPACE.
003340            02 FILLER PIC X(6)  VALUE "NOCS:".
003350            02 TRAILER-NOC-OUT PIC ZZZ9.
003360            02 FILLER PIC X(3)  VALUE SPACE.
003370            02 FILLER PIC X(8)  VALUE "QUEUED:".
003380            02 TRAILER-QUE-OUT PIC ZZZ9.
003390            02 FILLER PIC X(3)  VALUE SPACE.
003400            02 FILLER PIC X(11) VALUE "UNMATCHED:".
003410            02 TRAILER-UNM-OUT PIC ZZZ9.
003420            02 FILLER PIC X(3)  VALUE SPACE.
003430            02 FILLER PIC X(10) VALUE "REJECTED:".
003440            02 TRAILER-REJ-OUT PIC ZZZ9.
003450*
003460*    PAYROLL CYCLE CONTROL. THIS PROGRAM IS STEP 6 OF THE CYCLE -
003470*    EMPMAINT, RETROPAY, SAMPLE, PAYAUDIT, RELEASE, ACHRETRN,
003480*    CHECKREC - AND RECORDS ITS COMPLETION ON THE PERIOD'S RECORD.
003490       01 CY-FILE-STATUS    PIC XX.
003500       01 CYCLE-THIS-STEP   PIC 9(1) VALUE 6.
003510       01 CYCLE-PAY-GROUP   PIC X(2) VALUE SPACES.
003520       01 CYCLE-PP-END-DATE PIC 9(8) VALUE ZERO.
003530       01 CYCLE-STEP-INDEX  PIC 9(1).
003540       01 CYCLE-LATER-STEP  PIC 9(1).
003550       01 CYCLE-RECORD-SW   PIC X(01) VALUE "N".
003560            88 CYCLE-RECORD-ON-FILE VALUE "Y".
003570            88 CYCLE-RECORD-NEW     VALUE "N".
003580       01 CYCLE-OVERRIDE-SW PIC X(01) VALUE "N".
003590            88 CYCLE-OVERRIDE-USED VALUE "Y".
003600       01 CYCLE-REFUSAL.
003610            02 CYCLE-REFUSAL-STEP PIC X(9).
003620            02 CYCLE-REFUSAL-TEXT PIC X(31).
003630       01 CYCLE-RUN-DATE    PIC 9(8).
003640       01 CYCLE-RUN-TIME    PIC 9(8).
003650       01 CYCLE-RUN-TIME-SPLIT REDEFINES CYCLE-RUN-TIME.
003660            02 CYCLE-RUN-HHMMSS PIC 9(6).
003670            02 FILLER           PIC 9(2).
003680       01 CYCLE-CONTROL-COUNT  PIC 9(7) VALUE ZERO.
003690       01 CYCLE-CONTROL-AMOUNT PIC S9(9)V99 VALUE ZERO.
003700       01 CYCLE-STEP-NAME-VALUES.
003710            02 FILLER PIC X(8) VALUE "EMPMAINT".
003720            02 FILLER PIC X(8) VALUE "RETROPAY".
003730            02 FILLER PIC X(8) VALUE "SAMPLE".
003740            02 FILLER PIC X(8) VALUE "PAYAUDIT".
003750            02 FILLER PIC X(8) VALUE "RELEASE".
003760            02 FILLER PIC X(8) VALUE "ACHRETRN".
003770            02 FILLER PIC X(8) VALUE "CHECKREC".
003780       01 CYCLE-STEP-NAME-TABLE REDEFINES CYCLE-STEP-NAME-VALUES.
003790            02 CYCLE-STEP-NAME PIC X(8) OCCURS 7 TIMES.
003800       PROCEDURE DIVISION.
003810            PERFORM READ-CYCLE-PARM.
003820            PERFORM CHECK-CYCLE-CONTROL.
003830            OPEN INPUT RETURN-FILE.
003840            PERFORM OPEN-PAY-HISTORY.
003850            PERFORM OPEN-BANK-MASTER.
003860            PERFORM OPEN-EMPLOYEE-MASTER.
003870            PERFORM OPEN-REPLACEMENT-QUEUE.
003880            OPEN OUTPUT RETURN-REPORT.
003890            WRITE RETURN-PRINTOUT FROM LISTING-HEADER-ONE
003900            WRITE RETURN-PRINTOUT FROM BLANK-LINE
003910            PERFORM READ-RETURN-CARD.
003920            PERFORM UNTIL EOF = "YES"
003930               PERFORM PROCESS-RETURN-CARD
003940               PERFORM READ-RETURN-CARD
003950            END-PERFORM.
003960           PERFORM WRITE-RETURN-TRAILER.
003970           COMPUTE CYCLE-CONTROL-COUNT = RETURN-COUNT + NOC-COUNT.
003980           MOVE RETURN-TOTAL TO CYCLE-CONTROL-AMOUNT.
003990           PERFORM RECORD-CYCLE-STEP.
004000           CLOSE RETURN-FILE, RETURN-REPORT, REPLACEMENT-QUEUE,
004010                 PAY-HISTORY, BANK-MASTER, EMPLOYEE-MASTER.
004020           STOP RUN.
004030*
004040*    THE MASTERS MUST ALL BE THERE - WORKING A RETURN WITHOUT
004050*    THE HISTORY OR BANK FILE WOULD APPLY NOTHING AND LOSE THE
004060*    BANK'S ADVICE.
004070       OPEN-PAY-HISTORY.
004080           OPEN I-O PAY-HISTORY
004090           IF PH-FILE-STATUS NOT = "00"
004100               DISPLAY "PAY HISTORY NOT AVAILABLE - STATUS "
004110                   PH-FILE-STATUS
004120               MOVE 16 TO RETURN-CODE
004130               STOP RUN
004140           END-IF.
004150       OPEN-BANK-MASTER.
004160           OPEN I-O BANK-MASTER
004170           IF BNK-FILE-STATUS NOT = "00"
004180               DISPLAY "BANK MASTER NOT AVAILABLE - STATUS "
004190                   BNK-FILE-STATUS
004200               MOVE 16 TO RETURN-CODE
004210               STOP RUN
004220           END-IF.
004230       OPEN-EMPLOYEE-MASTER.
004240           OPEN INPUT EMPLOYEE-MASTER
004250           IF EM-FILE-STATUS NOT = "00"
004260               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
004270                   EM-FILE-STATUS
004280               MOVE 16 TO RETURN-CODE
004290               STOP RUN
004300           END-IF.
004310       OPEN-REPLACEMENT-QUEUE.
004320           OPEN EXTEND REPLACEMENT-QUEUE
004330           IF RQ-FILE-STATUS = "35"
004340               OPEN OUTPUT REPLACEMENT-QUEUE
004350           END-IF.
004360       READ-RETURN-CARD.
004370           READ RETURN-FILE AT END MOVE "YES" TO EOF
004380           END-READ.
004390       PROCESS-RETURN-CARD.
004400           PERFORM VALIDATE-RETURN-CARD
004410           IF CARD-IS-VALID
004420               PERFORM FIND-HISTORY-BY-TRACE
004430               IF RT-RETURN-ENTRY
004440                   PERFORM APPLY-RETURN-ENTRY
004450               ELSE
004460                   PERFORM APPLY-NOC-ENTRY
004470               END-IF
004480           ELSE
004490               MOVE SPACES TO LISTING-NAME
004500               MOVE RT-EMPLOYEE-ID TO MATCH-EMPLOYEE-ID
004510               MOVE CARD-ERROR-REASON TO LST-ACTION
004520               PERFORM WRITE-LISTING-LINE
004530               ADD 1 TO REJECTED-COUNT
004540           END-IF.
004550       VALIDATE-RETURN-CARD.
004560           MOVE "YES" TO CARD-VALID-SW
004570           MOVE SPACE TO CARD-ERROR-REASON
004580           IF NOT RT-RETURN-ENTRY AND NOT RT-NOC-ENTRY
004590               MOVE "NO" TO CARD-VALID-SW
004600               MOVE "INVALID ENTRY TYPE" TO CARD-ERROR-REASON
004610           END-IF
004620           IF CARD-IS-VALID AND RT-RETURN-ENTRY
004630               AND RT-AMOUNT NOT NUMERIC
004640               MOVE "NO" TO CARD-VALID-SW
004650               MOVE "RETURN AMOUNT NOT NUMERIC"
004660                   TO CARD-ERROR-REASON
004670           END-IF
004680           IF CARD-IS-VALID
004690               AND RT-TRACE-NUMBER = SPACES
004700               AND RT-EMPLOYEE-ID = SPACES
004710               MOVE "NO" TO CARD-VALID-SW
004720               MOVE "NO TRACE NUMBER OR EMPLOYEE ID"
004730                   TO CARD-ERROR-REASON
004740           END-IF.
004750*
004760*    TRACE SEQUENCE NUMBERS START OVER EACH RUN, SO A TRACE CAN
004770*    REPEAT ACROSS PERIODS, AND A SALARIED EMPLOYEE'S NET IS
004780*    THE SAME EVERY PERIOD - TRACE PLUS AMOUNT ALONE COULD HIT
004790*    AN OLD CHECK OR EVEN ANOTHER EMPLOYEE'S. SO THE MATCH
004800*    ALSO HOLDS THE ITEM TO THE INDIVIDUAL ID THE BANK ECHOED
004810*    BACK WHEN ONE IS PRESENT, THE WHOLE FILE IS SCANNED, AND
004820*    THE LATEST QUALIFYING PERIOD WINS - THE ENTRY THAT JUST
004830*    BOUNCED IS THE NEWEST ONE WEARING THAT TRACE. A RETURN
004840*    MUST MATCH THE AMOUNT TOO AND SKIPS PAYMENTS ALREADY
004850*    VOIDED OR RETURNED. A NOC ONLY NEEDS TO NAME THE ACCOUNT.
004860       FIND-HISTORY-BY-TRACE.
004870           MOVE "N" TO HISTORY-FOUND-SW
004880           MOVE "NO" TO HISTORY-SCAN-DONE-SW
004890           MOVE SPACES TO MATCHED-HISTORY-KEY
004900           IF RT-TRACE-NUMBER = SPACES
004910               MOVE "YES" TO HISTORY-SCAN-DONE-SW
004920           END-IF
004930           MOVE LOW-VALUES TO PH-KEY
004940           IF HISTORY-SCAN-NOT-DONE
004950               START PAY-HISTORY KEY NOT LESS THAN PH-KEY
004960                   INVALID KEY
004970                       MOVE "YES" TO HISTORY-SCAN-DONE-SW
004980               END-START
004990           END-IF
005000           IF HISTORY-SCAN-NOT-DONE
005010               PERFORM READ-NEXT-HISTORY
005020           END-IF
005030           PERFORM CHECK-ONE-HISTORY UNTIL HISTORY-SCAN-DONE
005040*
005050*    RE-READ THE WINNING RECORD SO IT IS CURRENT FOR THE
005060*    REWRITE THAT FOLLOWS.
005070           IF HISTORY-FOUND
005080               MOVE MATCHED-HISTORY-KEY TO PH-KEY
005090               READ PAY-HISTORY
005100                   INVALID KEY
005110                       MOVE "N" TO HISTORY-FOUND-SW
005120               END-READ
005130           END-IF.
005140       READ-NEXT-HISTORY.
005150           READ PAY-HISTORY NEXT RECORD
005160               AT END
005170                   MOVE "YES" TO HISTORY-SCAN-DONE-SW
005180           END-READ.
005190       CHECK-ONE-HISTORY.
005200           IF PH-ACH-TRACE = RT-TRACE-NUMBER
005210               AND (RT-EMPLOYEE-ID = SPACES
005220                   OR PH-EMPLOYEE-ID = RT-EMPLOYEE-ID)
005230               AND (RT-NOC-ENTRY
005240                   OR (PH-NET-PAY = RT-AMOUNT
005250                       AND NOT PH-VOIDED
005260                       AND NOT PH-RETURNED))
005270               MOVE "Y" TO HISTORY-FOUND-SW
005280               MOVE PH-KEY TO MATCHED-HISTORY-KEY
005290           END-IF
005300           IF HISTORY-SCAN-NOT-DONE
005310               PERFORM READ-NEXT-HISTORY
005320           END-IF.
005330*
005340*    A RETURNED ENTRY MEANS THE EMPLOYEE WAS NEVER PAID. THE
005350*    HISTORY RECORD IS FLAGGED R, THE BANK ACCOUNT GOES BACK TO
005360*    PRENOTE PENDING SO NO MORE LIVE MONEY CHASES A BAD
005370*    ACCOUNT, AND THE NET GOES ON THE REPLACEMENT QUEUE FOR A
005380*    CHECK IN THE NEXT PAYROLL RUN.
005390       APPLY-RETURN-ENTRY.
005400           IF HISTORY-NOT-FOUND
005410               MOVE RT-EMPLOYEE-ID TO MATCH-EMPLOYEE-ID
005420               PERFORM LOOK-UP-EMPLOYEE-NAME
005430               MOVE "NO MATCHING PAYMENT ON HISTORY"
005440                   TO LST-ACTION
005450               PERFORM WRITE-LISTING-LINE
005460               ADD 1 TO UNMATCHED-COUNT
005470           ELSE
005480               MOVE PH-EMPLOYEE-ID TO MATCH-EMPLOYEE-ID
005490               PERFORM LOOK-UP-EMPLOYEE-NAME
005500               MOVE "R" TO PH-RETURN-SW
005510               REWRITE PAY-HISTORY-RECORD
005520               PERFORM RESET-BANK-PRENOTE
005530               PERFORM QUEUE-REPLACEMENT-ITEM
005540               MOVE "RETURNED - REPLACEMENT CHECK QUEUED"
005550                   TO LST-ACTION
005560               PERFORM WRITE-LISTING-LINE
005570               ADD 1 TO RETURN-COUNT
005580           END-IF.
005590       RESET-BANK-PRENOTE.
005600           MOVE MATCH-EMPLOYEE-ID TO BNK-EMPLOYEE-ID
005610           READ BANK-MASTER
005620               INVALID KEY
005630                   MOVE "N" TO BANK-FOUND-SW
005640               NOT INVALID KEY
005650                   MOVE "Y" TO BANK-FOUND-SW
005660                   MOVE "P" TO BNK-PRENOTE-STATUS
005670                   REWRITE BANK-RECORD
005680           END-READ.
005690       QUEUE-REPLACEMENT-ITEM.
005700           MOVE SPACES TO REPLACEMENT-QUEUE-RECORD
005710           MOVE PH-EMPLOYEE-ID TO RQ-EMPLOYEE-ID
005720           MOVE PH-PP-END-DATE TO RQ-PP-END-DATE
005730           MOVE PH-PAY-SEQ TO RQ-PAY-SEQ
005740           MOVE PH-NET-PAY TO RQ-NET-AMOUNT
005750           MOVE RT-REASON-CODE TO RQ-REASON-CODE
005760           MOVE SPACE TO RQ-STATUS
005770           WRITE REPLACEMENT-QUEUE-RECORD
005780           ADD 1 TO QUEUED-COUNT
005790           ADD PH-NET-PAY TO RETURN-TOTAL.
005800*
005810*    A NOC CORRECTS THE STANDING BANK DATA. THE EMPLOYEE COMES
005820*    FROM THE TRACE MATCH WHEN THERE IS ONE, OTHERWISE FROM THE
005830*    INDIVIDUAL ID THE BANK ECHOED BACK - A PRENOTE NOC HAS NO
005840*    HISTORY RECORD TO MATCH. A ROUTING CORRECTION IS
005850*    STRUCTURAL, SO THE ACCOUNT DROPS BACK TO PRENOTE PENDING
005860*    AND PROVES ITSELF AGAIN BEFORE LIVE MONEY MOVES.
005870       APPLY-NOC-ENTRY.
005880           IF HISTORY-FOUND
005890               MOVE PH-EMPLOYEE-ID TO MATCH-EMPLOYEE-ID
005900           ELSE
005910               MOVE RT-EMPLOYEE-ID TO MATCH-EMPLOYEE-ID
005920           END-IF
005930           PERFORM LOOK-UP-EMPLOYEE-NAME
005940           IF MATCH-EMPLOYEE-ID = SPACES
005950               MOVE "NO EMPLOYEE TO APPLY NOC TO" TO LST-ACTION
005960               PERFORM WRITE-LISTING-LINE
005970               ADD 1 TO UNMATCHED-COUNT
005980           ELSE
005990               PERFORM APPLY-NOC-TO-BANK-RECORD
006000           END-IF.
006010       APPLY-NOC-TO-BANK-RECORD.
006020           MOVE MATCH-EMPLOYEE-ID TO BNK-EMPLOYEE-ID
006030           READ BANK-MASTER
006040               INVALID KEY
006050                   MOVE "NO BANK RECORD FOR NOC" TO LST-ACTION
006060                   PERFORM WRITE-LISTING-LINE
006070                   ADD 1 TO UNMATCHED-COUNT
006080               NOT INVALID KEY
006090                   PERFORM APPLY-NOC-CORRECTIONS
006100           END-READ.
006110       APPLY-NOC-CORRECTIONS.
006120           MOVE "N" TO PRENOTE-RESET-SW
006130           IF RT-CORR-ROUTING NUMERIC
006140               AND RT-CORR-ROUTING NOT = BNK-ROUTING-NUMBER
006150               MOVE RT-CORR-ROUTING TO BNK-ROUTING-NUMBER
006160               MOVE "P" TO BNK-PRENOTE-STATUS
006170               MOVE "Y" TO PRENOTE-RESET-SW
006180           END-IF
006190           IF RT-CORR-ACCOUNT NOT = SPACES
006200               MOVE RT-CORR-ACCOUNT TO BNK-ACCOUNT-NUMBER
006210           END-IF
006220           REWRITE BANK-RECORD
006230           IF PRENOTE-WAS-RESET
006240               MOVE "NOC APPLIED - PRENOTE RESET" TO LST-ACTION
006250           ELSE
006260               MOVE "NOC APPLIED" TO LST-ACTION
006270           END-IF
006280           PERFORM WRITE-LISTING-LINE
006290           ADD 1 TO NOC-COUNT.
006300       LOOK-UP-EMPLOYEE-NAME.
006310           MOVE SPACES TO LISTING-NAME
006320           IF MATCH-EMPLOYEE-ID NOT = SPACES
006330               MOVE MATCH-EMPLOYEE-ID TO EM-EMPLOYEE-ID
006340               READ EMPLOYEE-MASTER
006350                   NOT INVALID KEY
006360                       MOVE EM-EMPLOYEE-NAME TO LISTING-NAME
006370               END-READ
006380           END-IF.
006390       WRITE-LISTING-LINE.
006400           MOVE RT-ENTRY-TYPE TO LST-TYPE
006410           MOVE RT-REASON-CODE TO LST-REASON
006420           MOVE MATCH-EMPLOYEE-ID TO LST-EMP-ID
006430           MOVE LISTING-NAME TO LST-NAME
006440           IF RT-AMOUNT NUMERIC
006450               MOVE RT-AMOUNT TO LST-AMOUNT
006460           ELSE
006470               MOVE ZERO TO LST-AMOUNT
006480           END-IF
006490           WRITE RETURN-PRINTOUT FROM LISTING-DETAIL-LINE.
006500       WRITE-RETURN-TRAILER.
006510           MOVE RETURN-COUNT TO TRAILER-RET-OUT
006520           MOVE NOC-COUNT TO TRAILER-NOC-OUT
006530           MOVE QUEUED-COUNT TO TRAILER-QUE-OUT
006540           MOVE UNMATCHED-COUNT TO TRAILER-UNM-OUT
006550           MOVE REJECTED-COUNT TO TRAILER-REJ-OUT
006560           WRITE RETURN-PRINTOUT FROM BLANK-LINE
006570           WRITE RETURN-PRINTOUT FROM LISTING-TRAILER-ONE.
006580       READ-CYCLE-PARM.
006590           OPEN INPUT CYCLE-PARM
006600           READ CYCLE-PARM
006610               AT END
006620                   DISPLAY "CYCLE PARM CARD MISSING"
006630                   MOVE 16 TO RETURN-CODE
006640                   STOP RUN
006650           END-READ
006660           CLOSE CYCLE-PARM
006670           IF CP-PP-END-DATE NOT NUMERIC
006680               OR CP-PP-END-DATE = ZERO
006690               DISPLAY "CYCLE PARM CARD INVALID"
006700               MOVE 16 TO RETURN-CODE
006710               STOP RUN
006720           END-IF
006730           MOVE CP-PAY-GROUP TO CYCLE-PAY-GROUP
006740           MOVE CP-PP-END-DATE TO CYCLE-PP-END-DATE.
006750*
006760*    THE PERIOD'S CYCLE RECORD IS CHECKED BEFORE ANY WORK IS
006770*    DONE. NO RECORD YET MEANS NOTHING HAS RUN FOR THE PERIOD,
006780*    SO ONLY THE FIRST STEP CAN START IT. A CLOSED PERIOD, AN
006790*    EARLIER STEP NOT COMPLETE, OR A LATER STEP ALREADY RUN
006800*    STOPS THE RUN WITH RETURN CODE 16 UNLESS A SUPERVISOR
006810*    OVERRIDE FOR THIS STEP IS ON THE RECORD - SEE CYCLECTL.
006820       CHECK-CYCLE-CONTROL.
006830           IF CYCLE-PAY-GROUP = SPACES
006840               MOVE "BW" TO CYCLE-PAY-GROUP
006850           END-IF
006860           PERFORM READ-CYCLE-RECORD
006870           CLOSE CYCLE-CONTROL
006880           MOVE SPACES TO CYCLE-REFUSAL
006890           IF CY-PERIOD-CLOSED
006900               MOVE "PERIOD ALREADY CLOSED" TO CYCLE-REFUSAL-TEXT
006910           ELSE
006920               PERFORM CHECK-EARLIER-STEP
006930                   VARYING CYCLE-STEP-INDEX FROM 1 BY 1
006940                   UNTIL CYCLE-STEP-INDEX NOT < CYCLE-THIS-STEP
006950               COMPUTE CYCLE-LATER-STEP = CYCLE-THIS-STEP + 1
006960               PERFORM CHECK-LATER-STEP
006970                   VARYING CYCLE-STEP-INDEX FROM CYCLE-LATER-STEP
006980                   BY 1 UNTIL CYCLE-STEP-INDEX > 7
006990           END-IF
007000           IF CYCLE-REFUSAL NOT = SPACES
007010               DISPLAY "CYCLE CONTROL - "
007020                   CYCLE-STEP-NAME (CYCLE-THIS-STEP) " FOR "
007030                   CYCLE-PAY-GROUP " " CYCLE-PP-END-DATE ": "
007040                   CYCLE-REFUSAL
007050               IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
007060                   MOVE "Y" TO CYCLE-OVERRIDE-SW
007070                   DISPLAY "CYCLE CONTROL - RUN ALLOWED BY "
007080                       "SUPERVISOR OVERRIDE " CY-OVERRIDE-BY
007090               ELSE
007100                   DISPLAY "CYCLE CONTROL - RUN REFUSED"
007110                   MOVE 16 TO RETURN-CODE
007120                   STOP RUN
007130               END-IF
007140           END-IF.
007150       CHECK-EARLIER-STEP.
007160           IF NOT CY-STEP-COMPLETE (CYCLE-STEP-INDEX)
007170               AND NOT CY-STEP-BYPASSED (CYCLE-STEP-INDEX)
007180               AND CYCLE-REFUSAL = SPACES
007190               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
007200                   TO CYCLE-REFUSAL-STEP
007210               MOVE "NOT COMPLETE" TO CYCLE-REFUSAL-TEXT
007220           END-IF.
007230       CHECK-LATER-STEP.
007240           IF NOT CY-STEP-NOT-RUN (CYCLE-STEP-INDEX)
007250               AND CYCLE-REFUSAL = SPACES
007260               MOVE CYCLE-STEP-NAME (CYCLE-STEP-INDEX)
007270                   TO CYCLE-REFUSAL-STEP
007280               MOVE "HAS ALREADY RUN" TO CYCLE-REFUSAL-TEXT
007290           END-IF.
007300*
007310*    THE FILE IS CREATED EMPTY THE FIRST TIME ANY STEP RUNS. A
007320*    PERIOD NOT YET ON IT GETS A FRESH OPEN RECORD IN THE AREA.
007330       READ-CYCLE-RECORD.
007340           OPEN I-O CYCLE-CONTROL
007350           IF CY-FILE-STATUS = "35"
007360               OPEN OUTPUT CYCLE-CONTROL
007370               CLOSE CYCLE-CONTROL
007380               OPEN I-O CYCLE-CONTROL
007390           END-IF
007400           IF CY-FILE-STATUS NOT = "00"
007410               DISPLAY "CYCLE CONTROL NOT AVAILABLE - STATUS "
007420                   CY-FILE-STATUS
007430               MOVE 16 TO RETURN-CODE
007440               STOP RUN
007450           END-IF
007460           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
007470           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
007480           READ CYCLE-CONTROL
007490               INVALID KEY
007500                   MOVE "N" TO CYCLE-RECORD-SW
007510                   PERFORM CLEAR-CYCLE-RECORD
007520               NOT INVALID KEY
007530                   MOVE "Y" TO CYCLE-RECORD-SW
007540           END-READ.
007550       CLEAR-CYCLE-RECORD.
007560           MOVE SPACES TO CYCLE-CONTROL-RECORD
007570           MOVE CYCLE-PAY-GROUP TO CY-PAY-GROUP
007580           MOVE CYCLE-PP-END-DATE TO CY-PP-END-DATE
007590           MOVE "O" TO CY-PERIOD-STATUS
007600           PERFORM CLEAR-CYCLE-STEP
007610               VARYING CYCLE-STEP-INDEX FROM 1 BY 1
007620               UNTIL CYCLE-STEP-INDEX > 7
007630           MOVE ZERO TO CY-OVERRIDE-STEP
007640           MOVE ZERO TO CY-OVERRIDE-DATE.
007650       CLEAR-CYCLE-STEP.
007660           MOVE ZERO TO CY-STEP-DATE (CYCLE-STEP-INDEX)
007670           MOVE ZERO TO CY-STEP-TIME (CYCLE-STEP-INDEX)
007680           MOVE ZERO TO CY-STEP-RC (CYCLE-STEP-INDEX)
007690           MOVE ZERO TO CY-STEP-RUNS (CYCLE-STEP-INDEX)
007700           MOVE ZERO TO CY-STEP-COUNT (CYCLE-STEP-INDEX)
007710           MOVE ZERO TO CY-STEP-AMOUNT (CYCLE-STEP-INDEX).
007720*
007730*    THE STEP GOES ON THE PERIOD'S RECORD WITH THE CLOCK TIME,
007740*    THE RETURN CODE, AND THE RUN'S CONTROL TOTALS. A RETURN
007750*    CODE OF 8 OR MORE LEAVES THE STEP FAILED, WHICH HOLDS THE
007760*    NEXT STEP BACK UNTIL THIS ONE IS RERUN CLEAN. AN OVERRIDE
007770*    FOR THIS STEP IS USED UP BY THE RUN, AND THE LAST STEP
007780*    FINISHING CLEAN CLOSES THE PERIOD.
007790       RECORD-CYCLE-STEP.
007800           PERFORM READ-CYCLE-RECORD
007810           ACCEPT CYCLE-RUN-DATE FROM DATE YYYYMMDD
007820           ACCEPT CYCLE-RUN-TIME FROM TIME
007830           MOVE CYCLE-RUN-DATE TO CY-STEP-DATE (CYCLE-THIS-STEP)
007840           MOVE CYCLE-RUN-HHMMSS TO CY-STEP-TIME (CYCLE-THIS-STEP)
007850           MOVE RETURN-CODE TO CY-STEP-RC (CYCLE-THIS-STEP)
007860           IF RETURN-CODE < 8
007870               MOVE "C" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
007880           ELSE
007890               MOVE "F" TO CY-STEP-STATUS (CYCLE-THIS-STEP)
007900           END-IF
007910           ADD 1 TO CY-STEP-RUNS (CYCLE-THIS-STEP)
007920           MOVE CYCLE-CONTROL-COUNT
007930               TO CY-STEP-COUNT (CYCLE-THIS-STEP)
007940           MOVE CYCLE-CONTROL-AMOUNT
007950               TO CY-STEP-AMOUNT (CYCLE-THIS-STEP)
007960           IF CYCLE-OVERRIDE-USED
007970               MOVE CY-OVERRIDE-BY
007980                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
007990           ELSE
008000               MOVE SPACES
008010                   TO CY-STEP-OVERRIDE-BY (CYCLE-THIS-STEP)
008020           END-IF
008030           IF CY-OVERRIDE-STEP = CYCLE-THIS-STEP
008040               MOVE ZERO TO CY-OVERRIDE-STEP
008050               MOVE SPACES TO CY-OVERRIDE-BY
008060               MOVE ZERO TO CY-OVERRIDE-DATE
008070               MOVE SPACES TO CY-OVERRIDE-REASON
008080           END-IF
008090           IF CYCLE-THIS-STEP = 7
008100               AND CY-STEP-COMPLETE (CYCLE-THIS-STEP)
008110               MOVE "C" TO CY-PERIOD-STATUS
008120           END-IF
008130           IF CYCLE-RECORD-ON-FILE
008140               REWRITE CYCLE-CONTROL-RECORD
008150           ELSE
008160               WRITE CYCLE-CONTROL-RECORD
008170           END-IF
008180           IF CY-FILE-STATUS NOT = "00"
008190               DISPLAY "CYCLE CONTROL NOT UPDATED - STATUS "
008200                   CY-FILE-STATUS
008210               MOVE 16 TO RETURN-CODE
008220               STOP RUN
008230           END-IF
008240           CLOSE CYCLE-CONTROL.
008250*/*
008260*//GO.CYCPARM DD *
008270*BW20260821
008280*/*
008290*//GO.RETDD DD *
008300*RR02071000010000003E000030000021300
008310*CC01071000010000001E00001          071000013NEW00001234500000
008320*/*
008330*//GO.PAYHST DD DSN=PAY.PAYHIST,DISP=OLD
008340*//GO.BNKMST DD DSN=PAY.BNKMAST,DISP=OLD
008350*//GO.EMPMST DD DSN=PAY.EMPMAST,DISP=SHR
008360*//GO.REPLQDD DD DSN=PAY.REPLQUE,DISP=MOD
008370*//GO.CYCCTL DD DSN=PAY.CYCCTL,DISP=OLD
008380*//GO.RETRPT DD SYSOUT=A
