       IDENTIFICATION DIVISION.
       PROGRAM-ID. VacancyReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               ALTERNATE RECORD KEY IS EMPLOYEE-NAME
                   WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT REQUISITION-FILE ASSIGN TO "job_requisitions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               FILE STATUS IS RQST-STATUS.
           SELECT SORT-FILE ASSIGN TO "sortwork.tmp".
           SELECT SORTED-OUTPUT-FILE ASSIGN TO "vacancy_sort.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORT-OUT-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "position_budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS PBUD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "open_vacancies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "audit_seq.dat"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS AUDSEQ-STATUS.
           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "operator_profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPF-OPERATOR-ID
               FILE STATUS IS OPRF-STATUS.
           SELECT ROLE-FILE ASSIGN TO "roles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RL-ROLE-CODE
               FILE STATUS IS ROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMPLOYEE-ID       PIC 9(5).
           05 EMPLOYEE-NAME     PIC X(30).
           05 EMPLOYEE-AGE      PIC 9(2).
           05 DEPARTMENT-CODE   PIC X(10).
           05 JOB-TITLE         PIC X(20).
           05 HIRE-DATE         PIC 9(8).
           05 SALARY            PIC 9(7)V99.
           05 MANAGER-ID        PIC 9(5).

       FD REQUISITION-FILE.
       01 REQUISITION-RECORD.
           05 RQ-REQ-NUMBER      PIC 9(6).
           05 RQ-DEPT-CODE       PIC X(10).
           05 RQ-JOB-TITLE       PIC X(20).
           05 RQ-BUDGET-SALARY   PIC 9(7)V99.
           05 RQ-STATUS          PIC X.
           05 RQ-OPENED-DATE     PIC 9(8).
           05 RQ-FILLED-BY       PIC 9(5).
           05 RQ-CLOSED-DATE     PIC 9(8).
           05 RQ-UPDATED-BY      PIC X(10).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-REQ-NUMBER    PIC 9(6).
           05 SORT-DEPT-CODE     PIC X(10).
           05 SORT-JOB-TITLE     PIC X(20).
           05 SORT-BUDGET-SALARY PIC 9(7)V99.
           05 SORT-STATUS        PIC X.
           05 SORT-OPENED-DATE   PIC 9(8).
           05 SORT-FILLED-BY     PIC 9(5).
           05 SORT-CLOSED-DATE   PIC 9(8).
           05 SORT-UPDATED-BY    PIC X(10).

       FD SORTED-OUTPUT-FILE.
       01 SORTED-OUTPUT-RECORD.
           05 SO-REQ-NUMBER      PIC 9(6).
           05 SO-DEPT-CODE       PIC X(10).
           05 SO-JOB-TITLE       PIC X(20).
           05 SO-BUDGET-SALARY   PIC 9(7)V99.
           05 SO-STATUS          PIC X.
           05 SO-OPENED-DATE     PIC 9(8).
           05 SO-FILLED-BY       PIC 9(5).
           05 SO-CLOSED-DATE     PIC 9(8).
           05 SO-UPDATED-BY      PIC X(10).

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           05 PB-KEY.
               10 PB-DEPT-CODE   PIC X(10).
               10 PB-FISCAL-YEAR PIC 9(4).
           05 PB-AUTH-HEADCOUNT  PIC 9(4).
           05 PB-BUDGET-SALARY   PIC 9(9)V99.

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(120).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPERATOR-ID        PIC X(10).
           05 FILLER             PIC X.
           05 OPERATOR-PASSWORD  PIC X(10).
           05 FILLER             PIC X.
           05 OPERATOR-SUPERVISOR PIC X.
           05 FILLER             PIC X.
           05 OPERATOR-ACTIVE    PIC X.
           05 FILLER             PIC X.
           05 OPERATOR-FORCE-PW  PIC X.

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUDIT-TIMESTAMP    PIC X(14).
           05 FILLER             PIC X VALUE SPACE.
           05 AUDIT-OPERATION    PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 AUDIT-EMPLOYEE-ID  PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 AUDIT-BEFORE       PIC X(150).
           05 FILLER             PIC X VALUE SPACE.
           05 AUDIT-AFTER        PIC X(150).
           05 FILLER             PIC X VALUE SPACE.
           05 AUDIT-OPERATOR     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 AUDIT-SEQ          PIC 9(9).

       FD AUDIT-SEQ-FILE.
       01 AUDIT-SEQ-RECORD.
           05 NEXT-AUDIT-SEQ    PIC 9(9).

       FD OPERATOR-PROFILE-FILE.
       01 OPERATOR-PROFILE-RECORD.
           05 OPF-OPERATOR-ID    PIC X(10).
           05 OPF-EMPLOYEE-ID    PIC 9(5).
           05 OPF-UPDATED-BY     PIC X(10).
           05 OPF-UPDATED-DATE   PIC 9(8).
           05 OPF-ROLE-CODE      PIC X(8).

       FD ROLE-FILE.
       01 ROLE-RECORD.
           05 RL-ROLE-CODE       PIC X(8).
           05 RL-DESC            PIC X(30).
           05 RL-MENU-LEVELS.
               10 RL-MENU-LEVEL  PIC X OCCURS 36 TIMES.
           05 RL-BATCH-COUNT     PIC 99.
           05 RL-BATCH OCCURS 40 TIMES.
               10 RL-BATCH-PROGRAM PIC X(20).
               10 RL-BATCH-LEVEL PIC X.
           05 RL-UPDATED-BY      PIC X(10).
           05 RL-UPDATED-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
           05 OPERATOR-STATUS   PIC XX.
           05 OPRF-STATUS       PIC XX.
           05 ROLE-STATUS       PIC XX.
           05 AUDIT-STATUS      PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 WS-OPR-ID         PIC X(10).
           05 WS-OPR-PW         PIC X(10).
           05 WS-OPR-OK         PIC X.
           05 WS-OPR-EOF        PIC X.
           05 WS-OPR-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "VacancyReport".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 FILE-STATUS       PIC XX.
           05 RQST-STATUS       PIC XX.
           05 SORT-OUT-STATUS   PIC XX.
           05 PBUD-STATUS       PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 WS-FISCAL-YEAR    PIC 9(4).
           05 WS-LOOKUP-DEPT    PIC X(10).
           05 WS-TODAY          PIC 9(8).
           05 WS-TODAY-INT      PIC 9(7).
           05 WS-IDX            PIC S9(4) COMP.
           05 WS-HIT            PIC S9(4) COMP.
           05 WS-DEPT-USED      PIC S9(4) COMP VALUE 0.
           05 WS-DEPT-DROPPED   PIC 9(5) VALUE 0.
           05 WS-DAYS-OPEN      PIC S9(7).
           05 WS-OPEN-REQS      PIC 9(5) VALUE 0.
           05 WS-HOLD-REQS      PIC 9(5) VALUE 0.
           05 WS-TOTAL-DAYS     PIC 9(9) VALUE 0.
           05 WS-AVG-DAYS       PIC 9(7).
           05 WS-OPEN-SALARY    PIC 9(11)V99 VALUE 0.
           05 WS-BUDGET-LINES   PIC 9(3) VALUE 0.
           05 WS-OVER-LINES     PIC 9(3) VALUE 0.
           05 WS-UNALLOCATED    PIC S9(5).
           05 WS-TOT-AUTH       PIC 9(7) VALUE 0.
           05 WS-TOT-FILLED     PIC 9(7) VALUE 0.
           05 WS-TOT-REQS       PIC 9(7) VALUE 0.
           05 WS-TOT-UNALLOC    PIC S9(7) VALUE 0.
           05 WS-STATUS-TEXT    PIC X(9).
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-DAYS-DISP      PIC ZZZZ9.
           05 WS-HEAD-DISP      PIC ZZZZZZ9.
           05 WS-UNALLOC-DISP   PIC ------9.
           05 WS-SAL-DISP       PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-DEPT-TABLE.
           05 WS-DP-ENTRY OCCURS 200 TIMES.
               10 WS-DP-CODE     PIC X(10).
               10 WS-DP-FILLED   PIC 9(5).
               10 WS-DP-REQS     PIC 9(5).
               10 WS-DP-BUDGETED PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Open Vacancies Report"
           PERFORM VERIFY-OPERATOR
           IF WS-OPR-OK NOT = "Y"
               DISPLAY "Vacancy report refused: operator sign-on "
                       "failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           DISPLAY "Enter Fiscal Year (YYYY, blank=current): "
           ACCEPT WS-FISCAL-YEAR
           IF WS-FISCAL-YEAR IS NOT NUMERIC OR
              WS-FISCAL-YEAR = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-FISCAL-YEAR
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT

           OPEN INPUT REQUISITION-FILE
           IF RQST-STATUS NOT = "00"
               DISPLAY "No job_requisitions.dat. Open requisitions in "
                       "Job Requisitions first."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           CLOSE REQUISITION-FILE

           PERFORM LOAD-FILLED-HEADCOUNT

           SORT SORT-FILE ON ASCENDING KEY SORT-DEPT-CODE
                                          SORT-REQ-NUMBER
               USING REQUISITION-FILE
               GIVING SORTED-OUTPUT-FILE

           OPEN INPUT SORTED-OUTPUT-FILE
           IF SORT-OUT-STATUS NOT = "00"
               DISPLAY "Error opening sorted requisitions."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening open_vacancies.txt for output."
               CLOSE SORTED-OUTPUT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADER

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SORTED-OUTPUT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SO-STATUS = "O" OR SO-STATUS = "H"
                           PERFORM WRITE-VACANCY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-OUTPUT-FILE
           PERFORM WRITE-VACANCY-TOTALS

           PERFORM WRITE-HEADCOUNT-SECTION
           PERFORM WRITE-UNBUDGETED-SECTION
           CLOSE REPORT-FILE

           COMPUTE WS-COUNT-DISP = WS-OPEN-REQS + WS-HOLD-REQS
           DISPLAY "Report written to open_vacancies.txt ("
                   WS-COUNT-DISP " open or on-hold requisition(s), "
                   WS-BUDGET-LINES " budget line(s) for FY "
                   WS-FISCAL-YEAR ")."
           IF WS-OVER-LINES NOT = ZEROS
               DISPLAY "Warning: " WS-OVER-LINES " department(s) "
                       "have more staff and open requisitions than "
                       "authorized headcount."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DEPT-DROPPED NOT = ZEROS
               DISPLAY "Warning: too many departments for one run; "
                       "some were not counted."
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       LOAD-FILLED-HEADCOUNT.
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE DEPARTMENT-CODE TO WS-LOOKUP-DEPT
                           PERFORM FIND-DEPT-ENTRY
                           IF WS-HIT > 0
                               ADD 1 TO WS-DP-FILLED(WS-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-FILE
           ELSE
               DISPLAY "Note: employees.dat could not be opened; "
                       "filled headcount is zero."
           END-IF.

           OPEN INPUT REQUISITION-FILE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RQ-STATUS = "O" OR RQ-STATUS = "H"
                           MOVE RQ-DEPT-CODE TO WS-LOOKUP-DEPT
                           PERFORM FIND-DEPT-ENTRY
                           IF WS-HIT > 0
                               ADD 1 TO WS-DP-REQS(WS-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUISITION-FILE
           MOVE "N" TO END-OF-FILE.

       FIND-DEPT-ENTRY.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DEPT-USED OR WS-HIT > 0
               IF WS-DP-CODE(WS-IDX) = WS-LOOKUP-DEPT
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               IF WS-DEPT-USED < 200
                   ADD 1 TO WS-DEPT-USED
                   MOVE WS-LOOKUP-DEPT TO WS-DP-CODE(WS-DEPT-USED)
                   MOVE 0 TO WS-DP-FILLED(WS-DEPT-USED)
                   MOVE 0 TO WS-DP-REQS(WS-DEPT-USED)
                   MOVE "N" TO WS-DP-BUDGETED(WS-DEPT-USED)
                   MOVE WS-DEPT-USED TO WS-HIT
               ELSE
                   ADD 1 TO WS-DEPT-DROPPED
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "Open Vacancies   FY " DELIMITED BY SIZE
                  WS-FISCAL-YEAR DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Open and on-hold requisitions by department:"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Dept        Req No  Job Title             Status"
               TO REPORT-LINE(1:50)
           MOVE "     Opened    Days Open   Budgeted Salary"
               TO REPORT-LINE(51:42)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:92)
           WRITE REPORT-LINE.

       WRITE-VACANCY-LINE.
           IF SO-STATUS = "O"
               ADD 1 TO WS-OPEN-REQS
               MOVE "Open" TO WS-STATUS-TEXT
           ELSE
               ADD 1 TO WS-HOLD-REQS
               MOVE "On hold" TO WS-STATUS-TEXT
           END-IF
           ADD SO-BUDGET-SALARY TO WS-OPEN-SALARY
           MOVE 0 TO WS-DAYS-OPEN
           IF SO-OPENED-DATE IS NUMERIC AND
              SO-OPENED-DATE > 16010101 AND
              SO-OPENED-DATE <= WS-TODAY
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(SO-OPENED-DATE)
           END-IF
           ADD WS-DAYS-OPEN TO WS-TOTAL-DAYS
           MOVE WS-DAYS-OPEN TO WS-DAYS-DISP
           MOVE SO-BUDGET-SALARY TO WS-SAL-DISP

           MOVE SPACES TO REPORT-LINE
           MOVE SO-DEPT-CODE TO REPORT-LINE(1:10)
           MOVE SO-REQ-NUMBER TO REPORT-LINE(13:6)
           MOVE SO-JOB-TITLE TO REPORT-LINE(21:20)
           MOVE WS-STATUS-TEXT TO REPORT-LINE(43:9)
           MOVE SO-OPENED-DATE TO REPORT-LINE(56:8)
           MOVE WS-DAYS-DISP TO REPORT-LINE(70:5)
           MOVE WS-SAL-DISP TO REPORT-LINE(79:14)
           WRITE REPORT-LINE.

       WRITE-VACANCY-TOTALS.
           MOVE ALL "-" TO REPORT-LINE(1:92)
           WRITE REPORT-LINE
           MOVE WS-OPEN-REQS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Open requisitions: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-HOLD-REQS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "On-hold requisitions: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-OPEN-REQS + WS-HOLD-REQS > 0
               COMPUTE WS-AVG-DAYS ROUNDED = WS-TOTAL-DAYS /
                   (WS-OPEN-REQS + WS-HOLD-REQS)
           ELSE
               MOVE 0 TO WS-AVG-DAYS
           END-IF
           MOVE WS-AVG-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Average days open: " DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-OPEN-SALARY TO WS-SAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Budgeted salary of open positions: "
                      DELIMITED BY SIZE
                  WS-SAL-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-HEADCOUNT-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Authorized headcount for FY " DELIMITED BY SIZE
                  WS-FISCAL-YEAR DELIMITED BY SIZE
                  " (open reqs include on hold):" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Dept        Authorized   Filled  Open Reqs  Unallo"
               TO REPORT-LINE(1:50)
           MOVE "cated" TO REPORT-LINE(51:5)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:70)
           WRITE REPORT-LINE

           OPEN INPUT BUDGET-FILE
           IF PBUD-STATUS NOT = "00"
               MOVE "  No position budgets on file." TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PB-DEPT-CODE
           MOVE ZEROS TO PB-FISCAL-YEAR
           START BUDGET-FILE KEY IS >= PB-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PB-FISCAL-YEAR = WS-FISCAL-YEAR
                           PERFORM WRITE-HEADCOUNT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE

           MOVE ALL "-" TO REPORT-LINE(1:70)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Total" TO REPORT-LINE(1:10)
           MOVE WS-TOT-AUTH TO WS-HEAD-DISP
           MOVE WS-HEAD-DISP TO REPORT-LINE(16:7)
           MOVE WS-TOT-FILLED TO WS-HEAD-DISP
           MOVE WS-HEAD-DISP TO REPORT-LINE(25:7)
           MOVE WS-TOT-REQS TO WS-HEAD-DISP
           MOVE WS-HEAD-DISP TO REPORT-LINE(36:7)
           MOVE WS-TOT-UNALLOC TO WS-UNALLOC-DISP
           MOVE WS-UNALLOC-DISP TO REPORT-LINE(49:7)
           WRITE REPORT-LINE.

       WRITE-HEADCOUNT-LINE.
           ADD 1 TO WS-BUDGET-LINES
           MOVE PB-DEPT-CODE TO WS-LOOKUP-DEPT
           PERFORM FIND-DEPT-ENTRY
           IF WS-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DP-BUDGETED(WS-HIT)
           COMPUTE WS-UNALLOCATED = PB-AUTH-HEADCOUNT
               - WS-DP-FILLED(WS-HIT) - WS-DP-REQS(WS-HIT)
           ADD PB-AUTH-HEADCOUNT TO WS-TOT-AUTH
           ADD WS-DP-FILLED(WS-HIT) TO WS-TOT-FILLED
           ADD WS-DP-REQS(WS-HIT) TO WS-TOT-REQS
           ADD WS-UNALLOCATED TO WS-TOT-UNALLOC

           MOVE SPACES TO REPORT-LINE
           MOVE PB-DEPT-CODE TO REPORT-LINE(1:10)
           MOVE PB-AUTH-HEADCOUNT TO WS-HEAD-DISP
           MOVE WS-HEAD-DISP TO REPORT-LINE(16:7)
           MOVE WS-DP-FILLED(WS-HIT) TO WS-HEAD-DISP
           MOVE WS-HEAD-DISP TO REPORT-LINE(25:7)
           MOVE WS-DP-REQS(WS-HIT) TO WS-HEAD-DISP
           MOVE WS-HEAD-DISP TO REPORT-LINE(36:7)
           MOVE WS-UNALLOCATED TO WS-UNALLOC-DISP
           MOVE WS-UNALLOC-DISP TO REPORT-LINE(49:7)
           IF WS-UNALLOCATED < 0
               MOVE "** OVER AUTHORIZED **" TO REPORT-LINE(60:21)
               ADD 1 TO WS-OVER-LINES
           END-IF
           WRITE REPORT-LINE.

       WRITE-UNBUDGETED-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Departments with staff or open requisitions but "
                      DELIMITED BY SIZE
                  "no FY " DELIMITED BY SIZE
                  WS-FISCAL-YEAR DELIMITED BY SIZE
                  " budget line:" DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DEPT-USED
               IF WS-DP-BUDGETED(WS-IDX) = "N"
                   ADD 1 TO WS-HIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-DP-CODE(WS-IDX) DELIMITED BY SIZE
                          "  filled " DELIMITED BY SIZE
                          WS-DP-FILLED(WS-IDX) DELIMITED BY SIZE
                          "  open reqs " DELIMITED BY SIZE
                          WS-DP-REQS(WS-IDX) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-HIT = 0
               MOVE "  (none)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       VERIFY-OPERATOR.
           MOVE "N" TO WS-OPR-OK
           DISPLAY "Operator ID: "
           ACCEPT WS-OPR-ID
           DISPLAY "Password: "
           ACCEPT WS-OPR-PW WITH NO ECHO

           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Could not open operators.dat (status "
                       OPERATOR-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-OPR-EOF
           PERFORM UNTIL WS-OPR-EOF = "Y" OR WS-OPR-OK = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO WS-OPR-EOF
                   NOT AT END
                       IF OPERATOR-ID = WS-OPR-ID AND
                          OPERATOR-PASSWORD = WS-OPR-PW AND
                          OPERATOR-ACTIVE NOT = "N"
                           MOVE "Y" TO WS-OPR-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.
           IF WS-OPR-OK = "Y"
               PERFORM CHECK-BATCH-ROLE
           ELSE
               DISPLAY "Invalid operator ID or password."
           END-IF.

       CHECK-BATCH-ROLE.
           MOVE SPACES TO WS-OPR-ROLE
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPRF-STATUS = "00"
               MOVE WS-OPR-ID TO OPF-OPERATOR-ID
               READ OPERATOR-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPF-ROLE-CODE TO WS-OPR-ROLE
               END-READ
               CLOSE OPERATOR-PROFILE-FILE
           END-IF.
           IF WS-OPR-ROLE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-BATCH-LEVEL
           OPEN INPUT ROLE-FILE
           IF ROLE-STATUS = "00"
               MOVE WS-OPR-ROLE TO RL-ROLE-CODE
               READ ROLE-FILE
                   INVALID KEY
                       MOVE 0 TO RL-BATCH-COUNT
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               IF ROLE-STATUS = "00"
                   PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                           UNTIL WS-ROLE-IDX > RL-BATCH-COUNT
                       IF RL-BATCH-PROGRAM(WS-ROLE-IDX)
                          = WS-THIS-PROGRAM
                           MOVE RL-BATCH-LEVEL(WS-ROLE-IDX)
                               TO WS-BATCH-LEVEL
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE ROLE-FILE
           END-IF.
           IF WS-BATCH-LEVEL = "V" OR WS-BATCH-LEVEL = "U"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-OPR-OK
           DISPLAY "Access denied: role " WS-OPR-ROLE
                   " does not allow running "
                   FUNCTION TRIM(WS-THIS-PROGRAM) "."
           PERFORM WRITE-DENIAL-AUDIT.

       WRITE-DENIAL-AUDIT.
           MOVE SPACES TO WS-DENY-BEFORE
           STRING "BATCH=" WS-THIS-PROGRAM DELIMITED BY SPACE
                  " ROLE=" WS-OPR-ROLE
                  " LEVEL=" WS-BATCH-LEVEL
                  DELIMITED BY SIZE
                  INTO WS-DENY-BEFORE
           END-STRING
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Warning: could not write to audit log."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE "DENY" TO AUDIT-OPERATION
           MOVE ZEROS TO AUDIT-EMPLOYEE-ID
           MOVE WS-DENY-BEFORE TO AUDIT-BEFORE
           MOVE "RUN REFUSED" TO AUDIT-AFTER
           MOVE WS-OPR-ID TO AUDIT-OPERATOR
           PERFORM GET-NEXT-AUDIT-SEQ
           WRITE AUDIT-RECORD
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Warning: could not write to audit log."
           END-IF.
           CLOSE AUDIT-FILE.

       GET-NEXT-AUDIT-SEQ.
           MOVE ZEROS TO AUDIT-SEQ
           OPEN I-O AUDIT-SEQ-FILE
           IF AUDSEQ-STATUS = "35"
               OPEN OUTPUT AUDIT-SEQ-FILE
               MOVE 1 TO NEXT-AUDIT-SEQ
               WRITE AUDIT-SEQ-RECORD
               CLOSE AUDIT-SEQ-FILE
               OPEN I-O AUDIT-SEQ-FILE
           END-IF.
           IF AUDSEQ-STATUS NOT = "00"
               DISPLAY "Warning: could not access audit_seq.dat "
                       "(status " AUDSEQ-STATUS "); audit row "
                       "written without a sequence number."
               EXIT PARAGRAPH
           END-IF.

           READ AUDIT-SEQ-FILE
               AT END
                   MOVE 1 TO NEXT-AUDIT-SEQ
           END-READ.

           MOVE NEXT-AUDIT-SEQ TO AUDIT-SEQ
           ADD 1 TO NEXT-AUDIT-SEQ
           REWRITE AUDIT-SEQ-RECORD
           CLOSE AUDIT-SEQ-FILE.

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.
