000150*                  (SALARIED), WITH COMPANY TOTALS.
000160*    09/01/26  RDM  LEAVE-RECORD LAYOUT GREW THE LAST-ACCRUAL
000170*                  DATE IN STEP WITH THE PAYROLL PROGRAM.
000180*    10/15/26  RDM  EMPLOYEE-MASTER LAYOUT GREW THE W-4
000190*                  ELECTION FIELDS IN STEP WITH THE EMPMAINT
000200*                  PROGRAM.
000210*    10/15/26  RDM  PAY GROUPS. SALARIED LEAVE IS PRICED AT THE
000220*                  PERIOD SALARY OVER THE STANDARD HOURS OF THE
000230*                  EMPLOYEE'S PAY GROUP (40 WEEKLY, 80 BIWEEKLY,
000240*                  86.67 SEMI-MONTHLY), TAKEN FROM THE GROUP'S
000250*                  FREQUENCY ON THE PAY CALENDAR FILE.
000260*
000270       ENVIRONMENT DIVISION.
000280       INPUT-OUTPUT SECTION.
000290       FILE-CONTROL.
000300             SELECT LEAVE-MASTER ASSIGN LVMST
000310                 ORGANIZATION IS INDEXED
000320                 ACCESS MODE IS SEQUENTIAL
000330                 RECORD KEY IS LV-EMPLOYEE-ID
000340                 FILE STATUS IS LV-FILE-STATUS.
000350             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
000360                 ORGANIZATION IS INDEXED
000370                 ACCESS MODE IS DYNAMIC
000380                 RECORD KEY IS EM-EMPLOYEE-ID
000390                 FILE STATUS IS EM-FILE-STATUS.
000400             SELECT LIABILITY-REPORT ASSIGN LVRPT.
000410             SELECT PAY-CALENDAR ASSIGN PAYCAL
000420                 FILE STATUS IS PCAL-FILE-STATUS.
000430       DATA DIVISION.
000440       FILE SECTION.
000450*
000460*    LEAVE BALANCE MASTER AS THE PAYROLL PROGRAM KEEPS IT. THE
000470*    RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
000480       FD LEAVE-MASTER
000490              LABEL RECORDS ARE STANDARD.
000500       01 LEAVE-RECORD.
000510            02 LV-EMPLOYEE-ID  PIC X(06).
000520            02 LV-VAC-BALANCE  PIC S9(3)V99.
000530            02 LV-SICK-BALANCE PIC S9(3)V99.
000540            02 LV-LAST-ACCRUAL-DATE PIC 9(8).
000550*
000560*    STANDING EMPLOYEE DATA KEPT BY THE EMPMAINT PROGRAM, READ
000570*    HERE FOR THE NAME AND THE RATE THE LIABILITY IS PRICED AT.
000580*    THE RECORD LAYOUT MUST STAY IN STEP WITH THE ONE THERE.
000590       FD EMPLOYEE-MASTER
000600              LABEL RECORDS ARE STANDARD.
000610       01 EMPLOYEE-MASTER-RECORD.
000620            02 EM-EMPLOYEE-ID   PIC X(06).
000630            02 EM-EMPLOYEE-NAME PIC X(10).
000640            02 EM-PAY-RATE      PIC 9(2)V99.
000650            02 EM-EMPLOYEE-TYPE PIC X(01).
000660                 88 EM-HOURLY   VALUE "H".
000670                 88 EM-SALARIED VALUE "S".
000680            02 EM-PERIOD-SALARY PIC 9(6)V99.
000690            02 EM-DEPENDENTS    PIC 9(2).
000700            02 EM-DEPARTMENT    PIC X(04).
000710            02 EM-PAYMENT-METHOD PIC X(01).
000720                 88 EM-PAY-BY-ACH   VALUE "D".
000730                 88 EM-PAY-BY-CHECK VALUE "C".
000740            02 EM-STATUS-CODE   PIC X(01).
000750                 88 EM-ACTIVE     VALUE "A".
000760                 88 EM-ON-LEAVE   VALUE "L".
000770                 88 EM-TERMINATED VALUE "T".
000780            02 EM-TERM-DATE     PIC 9(8).
000790            02 EM-WORK-STATE    PIC X(02).
000800*
000810*    W-4 WITHHOLDING ELECTIONS. THE CREDIT, OTHER INCOME, AND
000820*    DEDUCTIONS ARE THE ANNUAL AMOUNTS FROM STEPS 3, 4(A), AND
000830*    4(B) - THE EXTRA WITHHOLDING IS PER CHECK. AN EXEMPT CLAIM
000840*    HOLDS THROUGH ITS EXPIRATION DATE. THE STATE ELECTIONS
000850*    FOLLOW THE STATE CERTIFICATE - ALLOWANCES, A FLAT EXTRA,
000860*    AND AN EXEMPT CLAIM.
000870            02 EM-FILING-STATUS PIC X(01).
000880                 88 EM-FILE-SINGLE VALUES SPACE "S".
000890                 88 EM-FILE-JOINT  VALUE "M".
000900                 88 EM-FILE-HEAD   VALUE "H".
000910            02 EM-W4-CREDIT     PIC 9(5)V99.
000920            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
000930            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
000940            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
000950            02 EM-FED-EXEMPT    PIC X(01).
000960                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
000970            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
000980            02 EM-ST-ALLOWANCES PIC 9(2).
000990            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
001000            02 EM-ST-EXEMPT     PIC X(01).
001010                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
001020            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
001030*
001040*    PAY GROUP - WHICH PAY CALENDAR THE EMPLOYEE IS PAID ON.
001050*    BLANK IS THE BIWEEKLY GROUP BW, WHICH IS WHAT EVERYONE
001060*    WAS PAID ON BEFORE THE GROUPS EXISTED.
001070            02 EM-PAY-GROUP     PIC X(02).
001080       FD LIABILITY-REPORT RECORDING MODE F
001090              LABEL RECORDS ARE OMITTED.
001100       01 LIABILITY-PRINTOUT PIC X(132).
001110*
001120*    PAY CALENDAR - ONE CARD PER PAY PERIOD PER PAY GROUP, WITH
001130*    THE GROUP'S PAY FREQUENCY AND THE PERIOD'S BEGIN, END, AND
001140*    CHECK DATES. ONLY THE FREQUENCY IS NEEDED HERE. THE RECORD
001150*    LAYOUT MUST STAY IN STEP WITH THE ONE IN THE PAYROLL
001160*    PROGRAM.
001170       FD PAY-CALENDAR RECORDING MODE F
001180              LABEL RECORDS ARE OMITTED.
001190       01 PAY-CALENDAR-RECORD.
001200            02 PCAL-PAY-GROUP     PIC X(02).
001210            02 PCAL-FREQUENCY     PIC X(01).
001220                 88 PCAL-WEEKLY       VALUE "W".
001230                 88 PCAL-BIWEEKLY     VALUE "B".
001240                 88 PCAL-SEMI-MONTHLY VALUE "S".
001250            02 PCAL-PP-BEGIN-DATE PIC 9(8).
001260            02 PCAL-PP-END-DATE   PIC 9(8).
001270            02 PCAL-CHECK-DATE    PIC 9(8).
001280            02 FILLER             PIC X(53).
001290       WORKING-STORAGE SECTION.
001300       01 EOF             PIC XXX VALUE "NO".
001310       01 LV-FILE-STATUS  PIC XX.
001320       01 EM-FILE-STATUS  PIC XX.
001330       01 PCAL-FILE-STATUS PIC XX.
001340       01 CALENDAR-EOF    PIC XXX VALUE "NO".
001350*
001360*    EACH PAY GROUP ON THE CALENDAR WITH THE STANDARD HOURS IN
001370*    ONE OF ITS PERIODS - 2080 HOURS OVER THE PERIODS IN A YEAR.
001380       01 PAY-GROUP-TABLE.
001390            02 PG-ENTRY OCCURS 10 TIMES.
001400                 03 PG-CODE      PIC X(02).
001410                 03 PG-STD-HOURS PIC 9(3)V99.
001420       01 PAY-GROUP-COUNT PIC 9(2) VALUE ZERO.
001430       01 PG-INDEX        PIC 9(2).
001440       01 PG-FOUND        PIC 9(2).
001450       01 PG-LOOKUP-CODE  PIC X(02).
001460       01 PERIOD-STD-HOURS PIC 9(3)V99.
001470       01 EMPLOYEE-COUNT  PIC 9(4) VALUE ZERO.
001480       01 LIABILITY-RATE  PIC S9(4)V99.
001490       01 VAC-LIABILITY   PIC S9(7)V99.
001500       01 SICK-LIABILITY  PIC S9(7)V99.
001510       01 TOTAL-VAC-HOURS PIC S9(6)V99 VALUE ZERO.
001520       01 TOTAL-SICK-HOURS PIC S9(6)V99 VALUE ZERO.
001530       01 TOTAL-VAC-LIABILITY PIC S9(8)V99 VALUE ZERO.
001540       01 TOTAL-SICK-LIABILITY PIC S9(8)V99 VALUE ZERO.
001550       01 BLANK-LINE      PIC X(80).
001560       01 REPORT-HEADER-ONE.
001570            02 FILLER PIC X(40)
001580                VALUE "VACATION AND SICK LEAVE LIABILITY".
001590       01 REPORT-HEADER-TWO.
001600            02 FILLER PIC X(9)  VALUE "EMP ID".
001610            02 FILLER PIC X(13) VALUE "EMPLOYEE".
001620            02 FILLER PIC X(10) VALUE "VAC HRS".
001630            02 FILLER PIC X(14) VALUE "VAC AMOUNT".
001640            02 FILLER PIC X(10) VALUE "SICK HRS".
001650            02 FILLER PIC X(14) VALUE "SICK AMOUNT".
001660       01 LIABILITY-DETAIL-LINE.
001670            02 LIA-EMP-ID-OUT PIC X(06).
001680            02 FILLER PIC X(3)  VALUE SPACE.
001690            02 LIA-NAME-OUT PIC X(10).
001700            02 FILLER PIC X(3)  VALUE SPACE.
001710            02 LIA-VAC-HRS-OUT PIC ZZ9.9-.
001720            02 FILLER PIC X(4)  VALUE SPACE.
001730            02 LIA-VAC-AMT-OUT PIC $ZZZZZZ9.99-.
001740            02 FILLER PIC X(3)  VALUE SPACE.
001750            02 LIA-SICK-HRS-OUT PIC ZZ9.9-.
001760            02 FILLER PIC X(4)  VALUE SPACE.
001770            02 LIA-SICK-AMT-OUT PIC $ZZZZZZ9.99-.
001780       01 LIABILITY-TRAILER-ONE.
001790            02 FILLER PIC X(10) VALUE "TOTALS".
001800            02 FILLER PIC X(12) VALUE SPACE.
001810            02 TRL-VAC-HRS-OUT PIC ZZZZZ9.9-.
001820            02 FILLER PIC X(1)  VALUE SPACE.
001830            02 TRL-VAC-AMT-OUT PIC $ZZZZZZZ9.99-.
001840            02 FILLER PIC X(1)  VALUE SPACE.
001850            02 TRL-SICK-HRS-OUT PIC ZZZZZ9.9-.
001860            02 FILLER PIC X(1)  VALUE SPACE.
001870            02 TRL-SICK-AMT-OUT PIC $ZZZZZZZ9.99-.
001880       01 LIABILITY-TRAILER-TWO.
001890            02 FILLER PIC X(21) VALUE "EMPLOYEES REPORTED:".
001900            02 TRL-EMP-COUNT-OUT PIC ZZZ9.
001910       PROCEDURE DIVISION.
001920            PERFORM OPEN-LEAVE-MASTER.
001930            PERFORM OPEN-EMPLOYEE-MASTER.
001940            PERFORM LOAD-PAY-GROUPS.
001950            OPEN OUTPUT LIABILITY-REPORT.
001960            WRITE LIABILITY-PRINTOUT FROM REPORT-HEADER-ONE
001970            WRITE LIABILITY-PRINTOUT FROM BLANK-LINE
001980            WRITE LIABILITY-PRINTOUT FROM REPORT-HEADER-TWO
001990            WRITE LIABILITY-PRINTOUT FROM BLANK-LINE
002000            PERFORM READ-LEAVE-RECORD.
002010            PERFORM UNTIL EOF = "YES"
002020               PERFORM REPORT-ONE-EMPLOYEE
002030               PERFORM READ-LEAVE-RECORD
002040            END-PERFORM.
002050           PERFORM WRITE-LIABILITY-TRAILER.
002060           CLOSE LEAVE-MASTER, EMPLOYEE-MASTER,
002070                 LIABILITY-REPORT.
002080           STOP RUN.
002090       OPEN-LEAVE-MASTER.
002100           OPEN INPUT LEAVE-MASTER
002110           IF LV-FILE-STATUS NOT = "00"
002120               DISPLAY "LEAVE MASTER NOT AVAILABLE - STATUS "
002130                   LV-FILE-STATUS
002140               MOVE 16 TO RETURN-CODE
002150               STOP RUN
002160           END-IF.
002170       OPEN-EMPLOYEE-MASTER.
002180           OPEN INPUT EMPLOYEE-MASTER
002190           IF EM-FILE-STATUS NOT = "00"
002200               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
002210                   EM-FILE-STATUS
002220               MOVE 16 TO RETURN-CODE
002230               STOP RUN
002240           END-IF.
002250       LOAD-PAY-GROUPS.
002260           OPEN INPUT PAY-CALENDAR
002270           IF PCAL-FILE-STATUS NOT = "00"
002280               DISPLAY "PAY CALENDAR NOT AVAILABLE - STATUS "
002290                   PCAL-FILE-STATUS
002300               MOVE 16 TO RETURN-CODE
002310               STOP RUN
002320           END-IF
002330           PERFORM READ-PAY-CALENDAR
002340           PERFORM STORE-PAY-GROUP UNTIL CALENDAR-EOF = "YES"
002350           CLOSE PAY-CALENDAR.
002360       READ-PAY-CALENDAR.
002370           READ PAY-CALENDAR AT END MOVE "YES" TO CALENDAR-EOF
002380           END-READ.
002390       STORE-PAY-GROUP.
002400           MOVE PCAL-PAY-GROUP TO PG-LOOKUP-CODE
002410           PERFORM FIND-PAY-GROUP
002420           IF PG-FOUND = ZERO
002430               IF PAY-GROUP-COUNT = 10
002440                   DISPLAY "MORE THAN 10 PAY GROUPS ON CALENDAR"
002450                   MOVE 16 TO RETURN-CODE
002460                   STOP RUN
002470               END-IF
002480               ADD 1 TO PAY-GROUP-COUNT
002490               MOVE PCAL-PAY-GROUP TO PG-CODE (PAY-GROUP-COUNT)
002500               MOVE 80.00 TO PG-STD-HOURS (PAY-GROUP-COUNT)
002510               IF PCAL-WEEKLY
002520                   MOVE 40.00 TO PG-STD-HOURS (PAY-GROUP-COUNT)
002530               END-IF
002540               IF PCAL-SEMI-MONTHLY
002550                   MOVE 86.67 TO PG-STD-HOURS (PAY-GROUP-COUNT)
002560               END-IF
002570           END-IF
002580           PERFORM READ-PAY-CALENDAR.
002590       FIND-PAY-GROUP.
002600           MOVE ZERO TO PG-FOUND
002610           PERFORM MATCH-PAY-GROUP
002620               VARYING PG-INDEX FROM 1 BY 1
002630               UNTIL PG-INDEX > PAY-GROUP-COUNT.
002640       MATCH-PAY-GROUP.
002650           IF PG-CODE (PG-INDEX) = PG-LOOKUP-CODE
002660               MOVE PG-INDEX TO PG-FOUND
002670           END-IF.
002680       READ-LEAVE-RECORD.
002690           READ LEAVE-MASTER AT END MOVE "YES" TO EOF
002700           END-READ.
002710*
002720*    PRICE THE BALANCES AT WHAT AN HOUR OF LEAVE COSTS TODAY -
002730*    THE PAY RATE FOR HOURLY PEOPLE, THE PERIOD SALARY SPREAD
002740*    OVER THE STANDARD HOURS OF THE PAY GROUP'S PERIOD FOR
002750*    SALARIED. A BLANK GROUP IS THE BIWEEKLY GROUP BW, AND A
002760*    GROUP MISSING FROM THE CALENDAR IS PRICED ON 80 HOURS. AN
002770*    EMPLOYEE GONE FROM THE MASTER STILL SHOWS, PRICED AT ZERO,
002780*    SO THE HOURS ARE NOT LOST FROM THE REPORT.
002790       REPORT-ONE-EMPLOYEE.
002800           MOVE LV-EMPLOYEE-ID TO EM-EMPLOYEE-ID
002810           READ EMPLOYEE-MASTER
002820               INVALID KEY
002830                   MOVE SPACES TO EM-EMPLOYEE-NAME
002840                   MOVE ZERO TO LIABILITY-RATE
002850               NOT INVALID KEY
002860                   IF EM-SALARIED
002870                       PERFORM GET-PERIOD-STD-HOURS
002880                       COMPUTE LIABILITY-RATE ROUNDED =
002890                           EM-PERIOD-SALARY / PERIOD-STD-HOURS
002900                   ELSE
002910                       MOVE EM-PAY-RATE TO LIABILITY-RATE
002920                   END-IF
002930           END-READ
002940           COMPUTE VAC-LIABILITY ROUNDED =
002950               LV-VAC-BALANCE * LIABILITY-RATE
002960           COMPUTE SICK-LIABILITY ROUNDED =
002970               LV-SICK-BALANCE * LIABILITY-RATE
002980           MOVE LV-EMPLOYEE-ID TO LIA-EMP-ID-OUT
002990           MOVE EM-EMPLOYEE-NAME TO LIA-NAME-OUT
003000           MOVE LV-VAC-BALANCE TO LIA-VAC-HRS-OUT
003010           MOVE VAC-LIABILITY TO LIA-VAC-AMT-OUT
003020           MOVE LV-SICK-BALANCE TO LIA-SICK-HRS-OUT
003030           MOVE SICK-LIABILITY TO LIA-SICK-AMT-OUT
003040           WRITE LIABILITY-PRINTOUT FROM LIABILITY-DETAIL-LINE
003050           ADD 1 TO EMPLOYEE-COUNT
003060           ADD LV-VAC-BALANCE TO TOTAL-VAC-HOURS
003070           ADD LV-SICK-BALANCE TO TOTAL-SICK-HOURS
003080           ADD VAC-LIABILITY TO TOTAL-VAC-LIABILITY
003090           ADD SICK-LIABILITY TO TOTAL-SICK-LIABILITY.
003100       GET-PERIOD-STD-HOURS.
003110           MOVE EM-PAY-GROUP TO PG-LOOKUP-CODE
003120           IF PG-LOOKUP-CODE = SPACES
003130               MOVE "BW" TO PG-LOOKUP-CODE
003140           END-IF
003150           PERFORM FIND-PAY-GROUP
003160           IF PG-FOUND = ZERO
003170               MOVE 80.00 TO PERIOD-STD-HOURS
003180           ELSE
003190               MOVE PG-STD-HOURS (PG-FOUND) TO PERIOD-STD-HOURS
003200           END-IF.
003210       WRITE-LIABILITY-TRAILER.
003220           MOVE TOTAL-VAC-HOURS TO TRL-VAC-HRS-OUT
003230           MOVE TOTAL-VAC-LIABILITY TO TRL-VAC-AMT-OUT
003240           MOVE TOTAL-SICK-HOURS TO TRL-SICK-HRS-OUT
003250           MOVE TOTAL-SICK-LIABILITY TO TRL-SICK-AMT-OUT
003260           WRITE LIABILITY-PRINTOUT FROM BLANK-LINE
003270           WRITE LIABILITY-PRINTOUT FROM LIABILITY-TRAILER-ONE
003280           MOVE EMPLOYEE-COUNT TO TRL-EMP-COUNT-OUT
003290           WRITE LIABILITY-PRINTOUT FROM BLANK-LINE
003300           WRITE LIABILITY-PRINTOUT FROM LIABILITY-TRAILER-TWO.
003310*/*
003320*//GO.LVMST DD DSN=PAY.LVMAST,DISP=SHR
003330*//GO.EMPMST DD DSN=PAY.EMPMAST,DISP=SHR
003340*//GO.PAYCAL DD DSN=PAY.PAYCAL,DISP=SHR
003350*//GO.LVRPT DD SYSOUT=A
