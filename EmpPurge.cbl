000140*                  YEAR-CONTROL FILE), SO THE YEAR'S W-2 AND
000150*                  941 WORK ALWAYS FINDS ITS STANDING RECORD.
000160*                  EVERY RECORD PURGED OR HELD IS LISTED.
000170*    10/15/26  RDM  EMPLOYEE-MASTER LAYOUT GREW THE W-4
000180*                  ELECTION FIELDS IN STEP WITH THE EMPMAINT
000190*                  PROGRAM.
000200*    10/15/26  RDM  EMPLOYEE-MASTER LAYOUT GREW THE PAY GROUP
000210*                  CODE IN STEP WITH THE EMPMAINT PROGRAM.
000220*
000230       ENVIRONMENT DIVISION.
000240       INPUT-OUTPUT SECTION.
000250       FILE-CONTROL.
000260             SELECT YEAR-CONTROL ASSIGN YRCTL
000270                 FILE STATUS IS YC-FILE-STATUS.
000280             SELECT PURGE-REPORT ASSIGN PRGRPT.
000290             SELECT EMPLOYEE-MASTER ASSIGN EMPMST
000300                 ORGANIZATION IS INDEXED
000310                 ACCESS MODE IS DYNAMIC
000320                 RECORD KEY IS EM-EMPLOYEE-ID
000330                 FILE STATUS IS EM-FILE-STATUS.
000340       DATA DIVISION.
000350       FILE SECTION.
000360*
000370*    YEAR-CONTROL AS THE YEAREND PROGRAM KEEPS IT - ONE RECORD
000380*    PER PAYROLL YEAR ALREADY CLOSED. THE RECORD LAYOUT HERE
000390*    MUST STAY IN STEP WITH THE ONE THERE.
000400       FD YEAR-CONTROL RECORDING MODE F
000410              LABEL RECORDS ARE OMITTED.
000420       01 YEAR-CONTROL-RECORD.
000430            02 YC-YEAR PIC 9(4).
000440            02 FILLER  PIC X(76).
000450       FD PURGE-REPORT RECORDING MODE F
000460              LABEL RECORDS ARE OMITTED.
000470       01 PURGE-PRINTOUT PIC X(132).
000480*
000490*    STANDING EMPLOYEE DATA KEPT BY THE EMPMAINT PROGRAM. THE
000500*    RECORD LAYOUT HERE MUST STAY IN STEP WITH THE ONE THERE.
000510       FD EMPLOYEE-MASTER
000520              LABEL RECORDS ARE STANDARD.
000530       01 EMPLOYEE-MASTER-RECORD.
000540            02 EM-EMPLOYEE-ID   PIC X(06).
000550            02 EM-EMPLOYEE-NAME PIC X(10).
000560            02 EM-PAY-RATE      PIC 9(2)V99.
000570            02 EM-EMPLOYEE-TYPE PIC X(01).
000580                 88 EM-HOURLY   VALUE "H".
000590                 88 EM-SALARIED VALUE "S".
000600            02 EM-PERIOD-SALARY PIC 9(6)V99.
000610            02 EM-DEPENDENTS    PIC 9(2).
000620            02 EM-DEPARTMENT    PIC X(04).
000630            02 EM-PAYMENT-METHOD PIC X(01).
000640                 88 EM-PAY-BY-ACH   VALUE "D".
000650                 88 EM-PAY-BY-CHECK VALUE "C".
000660            02 EM-STATUS-CODE   PIC X(01).
000670                 88 EM-ACTIVE     VALUE "A".
000680                 88 EM-ON-LEAVE   VALUE "L".
000690                 88 EM-TERMINATED VALUE "T".
000700            02 EM-TERM-DATE     PIC 9(8).
000710            02 EM-TERM-SPLIT REDEFINES EM-TERM-DATE.
000720                 03 EM-TERM-CCYY PIC 9(4).
000730                 03 FILLER       PIC 9(4).
000740            02 EM-WORK-STATE    PIC X(02).
000750*
000760*    W-4 WITHHOLDING ELECTIONS. THE CREDIT, OTHER INCOME, AND
000770*    DEDUCTIONS ARE THE ANNUAL AMOUNTS FROM STEPS 3, 4(A), AND
000780*    4(B) - THE EXTRA WITHHOLDING IS PER CHECK. AN EXEMPT CLAIM
000790*    HOLDS THROUGH ITS EXPIRATION DATE. THE STATE ELECTIONS
000800*    FOLLOW THE STATE CERTIFICATE - ALLOWANCES, A FLAT EXTRA,
000810*    AND AN EXEMPT CLAIM.
000820            02 EM-FILING-STATUS PIC X(01).
000830                 88 EM-FILE-SINGLE VALUES SPACE "S".
000840                 88 EM-FILE-JOINT  VALUE "M".
000850                 88 EM-FILE-HEAD   VALUE "H".
000860            02 EM-W4-CREDIT     PIC 9(5)V99.
000870            02 EM-W4-OTHER-INCOME PIC 9(6)V99.
000880            02 EM-W4-DEDUCTIONS PIC 9(6)V99.
000890            02 EM-W4-EXTRA-WH   PIC 9(4)V99.
000900            02 EM-FED-EXEMPT    PIC X(01).
000910                 88 EM-FED-EXEMPT-CLAIMED VALUE "Y".
000920            02 EM-FED-EXEMPT-EXPIRES PIC 9(8).
000930            02 EM-ST-ALLOWANCES PIC 9(2).
000940            02 EM-ST-EXTRA-WH   PIC 9(4)V99.
000950            02 EM-ST-EXEMPT     PIC X(01).
000960                 88 EM-ST-EXEMPT-CLAIMED VALUE "Y".
000970            02 EM-ST-EXEMPT-EXPIRES PIC 9(8).
000980*
000990*    PAY GROUP - WHICH PAY CALENDAR THE EMPLOYEE IS PAID ON.
001000*    BLANK IS THE BIWEEKLY GROUP BW, WHICH IS WHAT EVERYONE
001010*    WAS PAID ON BEFORE THE GROUPS EXISTED.
001020            02 EM-PAY-GROUP     PIC X(02).
001030       WORKING-STORAGE SECTION.
001040       01 EOF              PIC XXX VALUE "NO".
001050       01 YC-FILE-STATUS   PIC XX.
001060       01 EM-FILE-STATUS   PIC XX.
001070       01 YEAR-CONTROL-EOF PIC XXX VALUE "NO".
001080       01 CLOSED-YEAR-COUNT PIC 9(2) VALUE ZERO.
001090       01 CLOSED-YEAR-INDEX PIC 9(2).
001100       01 CLOSED-YEAR-TABLE.
001110            02 CLOSED-YEAR PIC 9(4) OCCURS 20 TIMES.
001120       01 TERM-YEAR-CLOSED-SW PIC X(01) VALUE "N".
001130            88 TERM-YEAR-CLOSED     VALUE "Y".
001140            88 TERM-YEAR-NOT-CLOSED VALUE "N".
001150       01 PURGED-COUNT     PIC 9(4) VALUE ZERO.
001160       01 HELD-COUNT       PIC 9(4) VALUE ZERO.
001170       01 BLANK-LINE       PIC X(80).
001180       01 PURGE-HEADER-ONE.
001190            02 FILLER PIC X(40)
001200                VALUE "TERMINATED EMPLOYEE PURGE".
001210       01 PURGE-HEADER-TWO.
001220            02 FILLER PIC X(9)  VALUE "EMP ID".
001230            02 FILLER PIC X(13) VALUE "EMPLOYEE".
001240            02 FILLER PIC X(12) VALUE "TERM DATE".
001250            02 FILLER PIC X(12) VALUE "ACTION".
001260       01 PURGE-DETAIL-LINE.
001270            02 PRG-EMP-ID-OUT PIC X(06).
001280            02 FILLER PIC X(3)  VALUE SPACE.
001290            02 PRG-NAME-OUT PIC X(10).
001300            02 FILLER PIC X(3)  VALUE SPACE.
001310            02 PRG-TERM-DATE-OUT PIC 9(4)/99/99.
001320            02 FILLER PIC X(2)  VALUE SPACE.
001330            02 PRG-ACTION-OUT PIC X(30).
001340       01 PURGE-TRAILER-LINE.
001350            02 FILLER PIC X(8)  VALUE "PURGED:".
001360            02 TRAILER-PRG-OUT PIC ZZZ9.
001370            02 FILLER PIC X(3)  VALUE SPACE.
001380            02 FILLER PIC X(17) VALUE "HELD, YEAR OPEN:".
001390            02 TRAILER-HLD-OUT PIC ZZZ9.
001400       PROCEDURE DIVISION.
001410            PERFORM LOAD-CLOSED-YEARS.
001420            PERFORM OPEN-EMPLOYEE-MASTER.
001430            OPEN OUTPUT PURGE-REPORT.
001440            WRITE PURGE-PRINTOUT FROM PURGE-HEADER-ONE
001450            WRITE PURGE-PRINTOUT FROM BLANK-LINE
001460            WRITE PURGE-PRINTOUT FROM PURGE-HEADER-TWO
001470            WRITE PURGE-PRINTOUT FROM BLANK-LINE
001480            PERFORM READ-NEXT-MASTER.
001490            PERFORM UNTIL EOF = "YES"
001500               PERFORM PURGE-ONE-EMPLOYEE
001510               PERFORM READ-NEXT-MASTER
001520            END-PERFORM.
001530           PERFORM WRITE-PURGE-TRAILER.
001540           CLOSE EMPLOYEE-MASTER, PURGE-REPORT.
001550           STOP RUN.
001560*
001570*    THE YEAR-CONTROL FILE NAMES EVERY YEAR YEAREND HAS CLOSED.
001580*    NO FILE MEANS NO YEAR IS CLOSED YET AND NOTHING MAY PURGE.
001590       LOAD-CLOSED-YEARS.
001600           OPEN INPUT YEAR-CONTROL
001610           IF YC-FILE-STATUS = "35"
001620               MOVE "YES" TO YEAR-CONTROL-EOF
001630           ELSE
001640               PERFORM READ-YEAR-CONTROL
001650               PERFORM STORE-CLOSED-YEAR
001660                   UNTIL YEAR-CONTROL-EOF = "YES"
001670               CLOSE YEAR-CONTROL
001680           END-IF.
001690       READ-YEAR-CONTROL.
001700           READ YEAR-CONTROL
001710               AT END MOVE "YES" TO YEAR-CONTROL-EOF
001720           END-READ.
001730       STORE-CLOSED-YEAR.
001740           IF CLOSED-YEAR-COUNT < 20
001750               ADD 1 TO CLOSED-YEAR-COUNT
001760               MOVE YC-YEAR TO CLOSED-YEAR (CLOSED-YEAR-COUNT)
001770           END-IF
001780           PERFORM READ-YEAR-CONTROL.
001790       OPEN-EMPLOYEE-MASTER.
001800           OPEN I-O EMPLOYEE-MASTER
001810           IF EM-FILE-STATUS NOT = "00"
001820               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
001830                   EM-FILE-STATUS
001840               MOVE 16 TO RETURN-CODE
001850               STOP RUN
001860           END-IF.
001870       READ-NEXT-MASTER.
001880           READ EMPLOYEE-MASTER NEXT RECORD
001890               AT END MOVE "YES" TO EOF
001900           END-READ.
001910*
001920*    ONLY A TERMINATED EMPLOYEE WHOSE TERMINATION YEAR IS ON
001930*    THE CLOSED LIST GOES. A TERMINATED EMPLOYEE IN A STILL
001940*    OPEN YEAR IS LISTED AS HELD SO THE NEXT RUN AFTER YEAREND
001950*    PICKS THEM UP. ACTIVE AND ON-LEAVE RECORDS ARE NOT LISTED.
001960       PURGE-ONE-EMPLOYEE.
001970           IF EM-TERMINATED
001980               PERFORM CHECK-TERM-YEAR-CLOSED
001990               MOVE EM-EMPLOYEE-ID TO PRG-EMP-ID-OUT
002000               MOVE EM-EMPLOYEE-NAME TO PRG-NAME-OUT
002010               MOVE EM-TERM-DATE TO PRG-TERM-DATE-OUT
002020               IF TERM-YEAR-CLOSED
002030                   DELETE EMPLOYEE-MASTER RECORD
002040                   MOVE "PURGED" TO PRG-ACTION-OUT
002050                   ADD 1 TO PURGED-COUNT
002060               ELSE
002070                   MOVE "HELD - YEAR NOT CLOSED"
002080                       TO PRG-ACTION-OUT
002090                   ADD 1 TO HELD-COUNT
002100               END-IF
002110               WRITE PURGE-PRINTOUT FROM PURGE-DETAIL-LINE
002120           END-IF.
002130       CHECK-TERM-YEAR-CLOSED.
002140           MOVE "N" TO TERM-YEAR-CLOSED-SW
002150           PERFORM MATCH-ONE-CLOSED-YEAR
002160               VARYING CLOSED-YEAR-INDEX FROM 1 BY 1
002170               UNTIL CLOSED-YEAR-INDEX > CLOSED-YEAR-COUNT.
002180       MATCH-ONE-CLOSED-YEAR.
002190           IF EM-TERM-CCYY = CLOSED-YEAR (CLOSED-YEAR-INDEX)
002200               MOVE "Y" TO TERM-YEAR-CLOSED-SW
002210           END-IF.
002220       WRITE-PURGE-TRAILER.
002230           MOVE PURGED-COUNT TO TRAILER-PRG-OUT
002240           MOVE HELD-COUNT TO TRAILER-HLD-OUT
002250           WRITE PURGE-PRINTOUT FROM BLANK-LINE
002260           WRITE PURGE-PRINTOUT FROM PURGE-TRAILER-LINE.
002270*/*
002280*//GO.YRCTL DD DSN=PAY.YRCTL,DISP=SHR
002290*//GO.EMPMST DD DSN=PAY.EMPMAST,DISP=OLD
002300*//GO.PRGRPT DD SYSOUT=A
