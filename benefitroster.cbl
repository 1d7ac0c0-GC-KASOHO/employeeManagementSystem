       IDENTIFICATION DIVISION.
       PROGRAM-ID. BenefitRoster.

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
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "benefit_plans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS BPLAN-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "benefit_enrollments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BE-KEY
               FILE STATUS IS BENROL-STATUS.
           SELECT SORT-FILE ASSIGN TO "sortwork.tmp".
           SELECT SORTED-OUTPUT-FILE ASSIGN TO "benefit_sort.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SORT-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "benefits_roster.txt"
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

       FD BENEFIT-PLAN-FILE.
       01 BENEFIT-PLAN-RECORD.
           05 BP-PLAN-CODE       PIC X(4).
           05 BP-DESC            PIC X(20).
           05 BP-CARRIER         PIC X(20).
           05 BP-ACTIVE          PIC X.
           05 BP-TIER-COUNT      PIC 9.
           05 BP-TIER OCCURS 4 TIMES.
               10 BP-TIER-CODE   PIC X(2).
               10 BP-TIER-DESC   PIC X(15).
               10 BP-TIER-COST   PIC 9(5)V99.

       FD ENROLLMENT-FILE.
       01 ENROLLMENT-RECORD.
           05 BE-KEY.
               10 BE-EMPLOYEE-ID PIC 9(5).
               10 BE-PLAN-CODE   PIC X(4).
           05 BE-TIER-CODE       PIC X(2).
           05 BE-DEPENDENTS      PIC 99.
           05 BE-EFFECTIVE-DATE  PIC 9(8).
           05 BE-END-DATE        PIC 9(8).
           05 BE-LAST-CHANGE     PIC 9(8).
           05 BE-UPDATED-BY      PIC X(10).
           05 BE-UPDATED-DATE    PIC 9(8).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-EMPLOYEE-ID   PIC 9(5).
           05 SORT-PLAN-CODE     PIC X(4).
           05 SORT-TIER-CODE     PIC X(2).
           05 SORT-DEPENDENTS    PIC 99.
           05 SORT-EFFECTIVE     PIC 9(8).
           05 SORT-END-DATE      PIC 9(8).
           05 SORT-LAST-CHANGE   PIC 9(8).
           05 SORT-UPDATED-BY    PIC X(10).
           05 SORT-UPDATED-DATE  PIC 9(8).

       FD SORTED-OUTPUT-FILE.
       01 SORTED-OUTPUT-RECORD.
           05 SO-EMPLOYEE-ID     PIC 9(5).
           05 SO-PLAN-CODE       PIC X(4).
           05 SO-TIER-CODE       PIC X(2).
           05 SO-DEPENDENTS      PIC 99.
           05 SO-EFFECTIVE       PIC 9(8).
           05 SO-END-DATE        PIC 9(8).
           05 SO-LAST-CHANGE     PIC 9(8).
           05 SO-UPDATED-BY      PIC X(10).
           05 SO-UPDATED-DATE    PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).

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
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "BenefitRoster".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 FILE-STATUS       PIC XX.
           05 BPLAN-STATUS      PIC XX.
           05 BENROL-STATUS     PIC XX.
           05 SORT-OUT-STATUS   PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 WS-DATE-TEXT      PIC X(8).
           05 WS-AS-OF-DATE     PIC 9(8).
           05 WS-EMP-FILE-OK    PIC X VALUE "N".
           05 WS-PLAN-FILE-OK   PIC X VALUE "N".
           05 WS-PLAN-FOUND     PIC X.
           05 WS-FIRST-RECORD   PIC X VALUE "Y".
           05 WS-PRIOR-PLAN     PIC X(4).
           05 WS-PRIOR-TIER     PIC X(2).
           05 WS-TIER-IDX       PIC 9.
           05 WS-TIER-COST      PIC 9(5)V99.
           05 WS-TIER-DESC      PIC X(15).
           05 WS-EMP-NAME       PIC X(30).
           05 WS-EMP-DEPT       PIC X(10).

       01 WS-TOTALS.
           05 WS-TIER-COUNT     PIC 9(5) VALUE 0.
           05 WS-TIER-DEPS      PIC 9(5) VALUE 0.
           05 WS-TIER-TOTAL     PIC 9(9)V99 VALUE 0.
           05 WS-PLAN-COUNT     PIC 9(5) VALUE 0.
           05 WS-PLAN-DEPS      PIC 9(5) VALUE 0.
           05 WS-PLAN-TOTAL     PIC 9(9)V99 VALUE 0.
           05 WS-GRAND-COUNT    PIC 9(5) VALUE 0.
           05 WS-GRAND-DEPS     PIC 9(5) VALUE 0.
           05 WS-GRAND-TOTAL    PIC 9(9)V99 VALUE 0.
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-DEPS-DISP      PIC ZZZZ9.
           05 WS-TOTAL-DISP     PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-DASHED-LINE.
           05 FILLER PIC X(40) VALUE
              "+-------+------------------------------+".
           05 FILLER PIC X(42) VALUE
              "------------+------+----------+----------+".

       01 WS-COLUMN-HEADERS.
           05 FILLER PIC X(40) VALUE
              "| ID    | Name                         |".
           05 FILLER PIC X(42) VALUE
              " Department | Deps | Effective| Cost/Per |".

       01 WS-DETAIL-LINE.
           05 FILLER             PIC X(2) VALUE "| ".
           05 WS-OUT-ID          PIC 9(5).
           05 FILLER             PIC X(3) VALUE " | ".
           05 WS-OUT-NAME        PIC X(28).
           05 FILLER             PIC X(3) VALUE " | ".
           05 WS-OUT-DEPT        PIC X(10).
           05 FILLER             PIC X(4) VALUE " |  ".
           05 WS-OUT-DEPS        PIC Z9.
           05 FILLER             PIC X(4) VALUE "  | ".
           05 WS-OUT-EFFECTIVE   PIC 9(8).
           05 FILLER             PIC X(3) VALUE " | ".
           05 WS-OUT-COST        PIC ZZZZ9.99.
           05 FILLER             PIC X(2) VALUE " |".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Benefits Roster by Plan and Tier"
           PERFORM VERIFY-OPERATOR
           IF WS-OPR-OK NOT = "Y"
               DISPLAY "Benefits roster refused: operator sign-on "
                       "failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           DISPLAY "Enter As-Of Date (YYYYMMDD, blank = today): "
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           ELSE
               IF WS-DATE-TEXT IS NOT NUMERIC
                   DISPLAY "Invalid as-of date. Must be 8 digits, "
                           "YYYYMMDD."
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
               MOVE WS-DATE-TEXT TO WS-AS-OF-DATE
           END-IF.

           OPEN INPUT ENROLLMENT-FILE
           IF BENROL-STATUS NOT = "00"
               DISPLAY "No benefit_enrollments.dat; there is nothing "
                       "to report."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           CLOSE ENROLLMENT-FILE

           SORT SORT-FILE ON ASCENDING KEY SORT-PLAN-CODE
                                          SORT-TIER-CODE
                                          SORT-EMPLOYEE-ID
               USING ENROLLMENT-FILE
               GIVING SORTED-OUTPUT-FILE

           OPEN INPUT SORTED-OUTPUT-FILE
           IF SORT-OUT-STATUS NOT = "00"
               DISPLAY "Error opening sorted enrollments."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS = "00"
               MOVE "Y" TO WS-EMP-FILE-OK
           END-IF
           OPEN INPUT BENEFIT-PLAN-FILE
           IF BPLAN-STATUS = "00"
               MOVE "Y" TO WS-PLAN-FILE-OK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening benefits_roster.txt for output."
               PERFORM CLOSE-INPUT-FILES
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE
           STRING "Benefits Roster by Plan and Tier   As Of: "
                      DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           PERFORM UNTIL END-OF-FILE = "Y"
               READ SORTED-OUTPUT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SO-EFFECTIVE <= WS-AS-OF-DATE AND
                          (SO-END-DATE = ZEROS OR
                           SO-END-DATE >= WS-AS-OF-DATE)
                           PERFORM PROCESS-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FIRST-RECORD = "N"
               PERFORM WRITE-TIER-TOTAL
               PERFORM WRITE-PLAN-TOTAL
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "No enrollments were active on the as-of date."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-GRAND-TOTAL

           CLOSE REPORT-FILE
           PERFORM CLOSE-INPUT-FILES
           MOVE WS-GRAND-COUNT TO WS-COUNT-DISP
           DISPLAY "Roster written to benefits_roster.txt ("
                   WS-COUNT-DISP " enrollment(s))."
           PERFORM PRESS-ENTER
           GOBACK.

       CLOSE-INPUT-FILES.
           CLOSE SORTED-OUTPUT-FILE
           IF WS-EMP-FILE-OK = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF
           IF WS-PLAN-FILE-OK = "Y"
               CLOSE BENEFIT-PLAN-FILE
           END-IF.

       PROCESS-ENROLLMENT.
           IF WS-FIRST-RECORD = "Y" OR SO-PLAN-CODE NOT = WS-PRIOR-PLAN
               IF WS-FIRST-RECORD = "N"
                   PERFORM WRITE-TIER-TOTAL
                   PERFORM WRITE-PLAN-TOTAL
               END-IF
               PERFORM WRITE-PLAN-HEADING
               PERFORM WRITE-TIER-HEADING
               MOVE SO-PLAN-CODE TO WS-PRIOR-PLAN
               MOVE SO-TIER-CODE TO WS-PRIOR-TIER
               MOVE "N" TO WS-FIRST-RECORD
           ELSE
               IF SO-TIER-CODE NOT = WS-PRIOR-TIER
                   PERFORM WRITE-TIER-TOTAL
                   PERFORM WRITE-TIER-HEADING
                   MOVE SO-TIER-CODE TO WS-PRIOR-TIER
               END-IF
           END-IF

           MOVE "(not on employee file)" TO WS-EMP-NAME
           MOVE SPACES TO WS-EMP-DEPT
           IF WS-EMP-FILE-OK = "Y"
               MOVE SO-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLOYEE-NAME TO WS-EMP-NAME
                       MOVE DEPARTMENT-CODE TO WS-EMP-DEPT
               END-READ
           END-IF

           MOVE SO-EMPLOYEE-ID TO WS-OUT-ID
           MOVE WS-EMP-NAME(1:28) TO WS-OUT-NAME
           MOVE WS-EMP-DEPT TO WS-OUT-DEPT
           MOVE SO-DEPENDENTS TO WS-OUT-DEPS
           MOVE SO-EFFECTIVE TO WS-OUT-EFFECTIVE
           MOVE WS-TIER-COST TO WS-OUT-COST
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           ADD 1 TO WS-TIER-COUNT
           ADD SO-DEPENDENTS TO WS-TIER-DEPS
           ADD WS-TIER-COST TO WS-TIER-TOTAL.

       WRITE-PLAN-HEADING.
           MOVE "N" TO WS-PLAN-FOUND
           IF WS-PLAN-FILE-OK = "Y"
               MOVE SO-PLAN-CODE TO BP-PLAN-CODE
               READ BENEFIT-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PLAN-FOUND
               END-READ
           END-IF
           IF WS-PLAN-FOUND NOT = "Y"
               MOVE SPACES TO BENEFIT-PLAN-RECORD
               MOVE "(plan not on file)" TO BP-DESC
               MOVE 0 TO BP-TIER-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:80)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Plan: " DELIMITED BY SIZE
                  SO-PLAN-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  BP-DESC DELIMITED BY SIZE
                  "  Carrier: " DELIMITED BY SIZE
                  BP-CARRIER DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-TIER-HEADING.
           MOVE SPACES TO WS-TIER-DESC
           MOVE 0 TO WS-TIER-COST
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > BP-TIER-COUNT
               IF BP-TIER-CODE(WS-TIER-IDX) = SO-TIER-CODE
                   MOVE BP-TIER-DESC(WS-TIER-IDX) TO WS-TIER-DESC
                   MOVE BP-TIER-COST(WS-TIER-IDX) TO WS-TIER-COST
               END-IF
           END-PERFORM
           IF WS-TIER-DESC = SPACES
               MOVE "(tier not in plan)" TO WS-TIER-DESC
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Tier: " DELIMITED BY SIZE
                  SO-TIER-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TIER-DESC DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DASHED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADERS TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DASHED-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-TIER-TOTAL.
           MOVE WS-DASHED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TIER-COUNT TO WS-COUNT-DISP
           MOVE WS-TIER-DEPS TO WS-DEPS-DISP
           MOVE WS-TIER-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Tier " DELIMITED BY SIZE
                  WS-PRIOR-TIER DELIMITED BY SIZE
                  " total: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  " enrolled, " DELIMITED BY SIZE
                  WS-DEPS-DISP DELIMITED BY SIZE
                  " dependent(s), cost per period " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD WS-TIER-COUNT TO WS-PLAN-COUNT
           ADD WS-TIER-DEPS TO WS-PLAN-DEPS
           ADD WS-TIER-TOTAL TO WS-PLAN-TOTAL
           MOVE 0 TO WS-TIER-COUNT
           MOVE 0 TO WS-TIER-DEPS
           MOVE 0 TO WS-TIER-TOTAL.

       WRITE-PLAN-TOTAL.
           MOVE WS-PLAN-COUNT TO WS-COUNT-DISP
           MOVE WS-PLAN-DEPS TO WS-DEPS-DISP
           MOVE WS-PLAN-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Plan " DELIMITED BY SIZE
                  WS-PRIOR-PLAN DELIMITED BY SIZE
                  " total: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  " enrolled, " DELIMITED BY SIZE
                  WS-DEPS-DISP DELIMITED BY SIZE
                  " dependent(s), cost per period " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           ADD WS-PLAN-COUNT TO WS-GRAND-COUNT
           ADD WS-PLAN-DEPS TO WS-GRAND-DEPS
           ADD WS-PLAN-TOTAL TO WS-GRAND-TOTAL
           MOVE 0 TO WS-PLAN-COUNT
           MOVE 0 TO WS-PLAN-DEPS
           MOVE 0 TO WS-PLAN-TOTAL.

       WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-COUNT TO WS-COUNT-DISP
           MOVE WS-GRAND-DEPS TO WS-DEPS-DISP
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISP
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE(1:80)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "All plans: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  " enrolled, " DELIMITED BY SIZE
                  WS-DEPS-DISP DELIMITED BY SIZE
                  " dependent(s), cost per period " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

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
