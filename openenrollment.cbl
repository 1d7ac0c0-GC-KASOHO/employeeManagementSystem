       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpenEnrollment.

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
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT BENEFIT-PLAN-FILE ASSIGN TO "benefit_plans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS BPLAN-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "benefit_enrollments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS BENROL-STATUS.
           SELECT ELECTION-FILE ASSIGN TO "benefit_elections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS BELECT-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS DED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "open_enrollment.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
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
           SELECT AUDIT-FILE ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "audit_seq.dat"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS AUDSEQ-STATUS.

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

       FD ELECTION-FILE.
       01 ELECTION-RECORD.
           05 BL-KEY.
               10 BL-PLAN-YEAR   PIC 9(4).
               10 BL-EMPLOYEE-ID PIC 9(5).
               10 BL-PLAN-CODE   PIC X(4).
           05 BL-TIER-CODE       PIC X(2).
           05 BL-DEPENDENTS      PIC 99.
           05 BL-STATUS          PIC X.
           05 BL-ENTERED-BY      PIC X(10).
           05 BL-ENTERED-DATE    PIC 9(8).
           05 BL-APPLIED-DATE    PIC 9(8).
           05 BL-NOTE            PIC X(30).

       FD DEDUCTION-FILE.
       01 DEDUCTION-RECORD.
           05 DED-KEY.
               10 DED-EMPLOYEE-ID PIC 9(5).
               10 DED-CODE        PIC X(4).
           05 DED-DESC           PIC X(20).
           05 DED-METHOD         PIC X.
           05 DED-AMOUNT         PIC 9(5)V99.
           05 DED-PERCENT        PIC 99V99.
           05 DED-START-DATE     PIC 9(8).
           05 DED-STOP-DATE      PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).

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

       WORKING-STORAGE SECTION.
       01 WS-VARIABLES.
           05 FILE-STATUS       PIC XX.
           05 OPERATOR-STATUS   PIC XX.
           05 BPLAN-STATUS      PIC XX.
           05 BENROL-STATUS     PIC XX.
           05 BELECT-STATUS     PIC XX.
           05 DED-STATUS        PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 WS-CONFIRM        PIC X.
           05 WS-SUP-ID         PIC X(10).
           05 WS-SUP-PW         PIC X(10).
           05 WS-SUP-OK         PIC X.
           05 OPRF-STATUS       PIC XX.
           05 ROLE-STATUS       PIC XX.
           05 AUDIT-STATUS      PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 WS-SUP-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "OpenEnrollment".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 WS-TODAY          PIC 9(8).
           05 WS-YEAR-TEXT      PIC X(4).
           05 WS-PLAN-YEAR      PIC 9(4).
           05 WS-DATE-TEXT      PIC X(8).
           05 WS-EFFECTIVE-DATE PIC 9(8).
           05 WS-DAY-BEFORE     PIC 9(8).

       01 WS-ELECTION-FIELDS.
           05 WS-FOUND          PIC X.
           05 WS-ENROL-EXISTS   PIC X.
           05 WS-ENROL-ACTIVE   PIC X.
           05 WS-DED-EXISTS     PIC X.
           05 WS-SYNC-MODE      PIC X.
           05 WS-TIER-IDX       PIC 9.
           05 WS-TIER-HIT       PIC 9.
           05 WS-TIER-COST      PIC 9(5)V99.
           05 WS-RESULT         PIC X(30).
           05 WS-EMP-NAME       PIC X(30).
           05 WS-READ-COUNT     PIC 9(5) VALUE 0.
           05 WS-ENROLLED-COUNT PIC 9(5) VALUE 0.
           05 WS-CHANGED-COUNT  PIC 9(5) VALUE 0.
           05 WS-DROPPED-COUNT  PIC 9(5) VALUE 0.
           05 WS-REJECT-COUNT   PIC 9(5) VALUE 0.
           05 WS-ERROR-COUNT    PIC 9(5) VALUE 0.
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-COST-DISP      PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Benefits Open Enrollment"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY "Enter Plan Year (YYYY): "
           ACCEPT WS-YEAR-TEXT
           IF WS-YEAR-TEXT IS NOT NUMERIC
               DISPLAY "Invalid plan year. Must be 4 digits."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           MOVE WS-YEAR-TEXT TO WS-PLAN-YEAR

           DISPLAY "Enter Effective Date (YYYYMMDD, blank = 0101 of "
                   "the plan year): "
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               MOVE WS-PLAN-YEAR TO WS-EFFECTIVE-DATE(1:4)
               MOVE "0101" TO WS-EFFECTIVE-DATE(5:4)
           ELSE
               IF WS-DATE-TEXT IS NOT NUMERIC
                   DISPLAY "Invalid effective date. Must be 8 "
                           "digits, YYYYMMDD."
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
               MOVE WS-DATE-TEXT TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE(5:2) < "01" OR
              WS-EFFECTIVE-DATE(5:2) > "12" OR
              WS-EFFECTIVE-DATE(7:2) < "01" OR
              WS-EFFECTIVE-DATE(7:2) > "31"
               DISPLAY "Invalid effective date " WS-EFFECTIVE-DATE "."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           IF WS-TODAY < WS-EFFECTIVE-DATE
               DISPLAY "Elections for " WS-PLAN-YEAR " take effect "
                       WS-EFFECTIVE-DATE " and cannot be applied "
                       "before that date."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE) - 1)

           DISPLAY "Apply pending " WS-PLAN-YEAR " elections effective "
                   WS-EFFECTIVE-DATE "? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Open enrollment cancelled."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           PERFORM VERIFY-SUPERVISOR
           IF WS-SUP-OK NOT = "Y"
               DISPLAY "Open enrollment refused: supervisor "
                       "verification failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN I-O ELECTION-FILE
           IF BELECT-STATUS NOT = "00"
               DISPLAY "No benefit_elections.dat; there are no "
                       "elections to apply."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT BENEFIT-PLAN-FILE
           PERFORM OPEN-UPDATE-FILES
           IF FILE-STATUS NOT = "00" OR BPLAN-STATUS NOT = "00" OR
              BENROL-STATUS NOT = "00" OR DED-STATUS NOT = "00"
               DISPLAY "Run cancelled: could not open employees, "
                       "plans, enrollments or deductions (status "
                       FILE-STATUS "/" BPLAN-STATUS "/"
                       BENROL-STATUS "/" DED-STATUS ")."
               PERFORM CLOSE-ALL-FILES
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening open_enrollment.txt for output."
               PERFORM CLOSE-ALL-FILES
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING

           MOVE WS-PLAN-YEAR TO BL-PLAN-YEAR
           MOVE ZEROS TO BL-EMPLOYEE-ID
           MOVE LOW-VALUES TO BL-PLAN-CODE
           START ELECTION-FILE KEY IS >= BL-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ELECTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BL-PLAN-YEAR NOT = WS-PLAN-YEAR
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           IF BL-STATUS = "P"
                               ADD 1 TO WS-READ-COUNT
                               PERFORM APPLY-ELECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           PERFORM CLOSE-ALL-FILES

           MOVE WS-READ-COUNT TO WS-COUNT-DISP
           DISPLAY "Open enrollment complete. " WS-COUNT-DISP
                   " pending election(s) processed."
           MOVE WS-ENROLLED-COUNT TO WS-COUNT-DISP
           DISPLAY "  New enrollments:     " WS-COUNT-DISP
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP
           DISPLAY "  Tier changes:        " WS-COUNT-DISP
           MOVE WS-DROPPED-COUNT TO WS-COUNT-DISP
           DISPLAY "  Coverage dropped:    " WS-COUNT-DISP
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
           DISPLAY "  Rejected:            " WS-COUNT-DISP
           DISPLAY "Results written to open_enrollment.txt."
           IF WS-ERROR-COUNT NOT = ZEROS
               DISPLAY "Warning: some elections could not be fully "
                       "applied; see the messages above."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT NOT = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       OPEN-UPDATE-FILES.
           OPEN I-O ENROLLMENT-FILE
           IF BENROL-STATUS = "35"
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF
           OPEN I-O DEDUCTION-FILE
           IF DED-STATUS = "35"
               OPEN OUTPUT DEDUCTION-FILE
               CLOSE DEDUCTION-FILE
               OPEN I-O DEDUCTION-FILE
           END-IF.

       CLOSE-ALL-FILES.
           CLOSE ELECTION-FILE
           IF FILE-STATUS NOT = "35"
               CLOSE EMPLOYEE-FILE
           END-IF
           IF BPLAN-STATUS NOT = "35"
               CLOSE BENEFIT-PLAN-FILE
           END-IF
           CLOSE ENROLLMENT-FILE
           CLOSE DEDUCTION-FILE.

       APPLY-ELECTION.
           MOVE SPACES TO WS-RESULT
           MOVE SPACES TO WS-EMP-NAME
           MOVE 0 TO WS-TIER-COST
           MOVE BL-EMPLOYEE-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE EMPLOYEE-NAME TO WS-EMP-NAME
           END-READ
           IF WS-FOUND NOT = "Y"
               MOVE "Rejected: not on employee file" TO WS-RESULT
               PERFORM REJECT-ELECTION
               EXIT PARAGRAPH
           END-IF

           MOVE BL-PLAN-CODE TO BP-PLAN-CODE
           READ BENEFIT-PLAN-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND NOT = "Y"
               MOVE "Rejected: plan not on file" TO WS-RESULT
               PERFORM REJECT-ELECTION
               EXIT PARAGRAPH
           END-IF

           MOVE BL-EMPLOYEE-ID TO BE-EMPLOYEE-ID
           MOVE BL-PLAN-CODE TO BE-PLAN-CODE
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ENROL-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENROL-EXISTS
           END-READ
           MOVE "N" TO WS-ENROL-ACTIVE
           IF WS-ENROL-EXISTS = "Y"
               IF BE-END-DATE = ZEROS OR
                  BE-END-DATE >= WS-EFFECTIVE-DATE
                   MOVE "Y" TO WS-ENROL-ACTIVE
               END-IF
           END-IF

           IF BL-TIER-CODE = SPACES
               PERFORM DROP-COVERAGE
           ELSE
               IF BP-ACTIVE NOT = "Y"
                   MOVE "Rejected: plan is inactive" TO WS-RESULT
                   PERFORM REJECT-ELECTION
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-TIER-HIT
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                       UNTIL WS-TIER-IDX > BP-TIER-COUNT
                   IF BP-TIER-CODE(WS-TIER-IDX) = BL-TIER-CODE
                       MOVE WS-TIER-IDX TO WS-TIER-HIT
                       MOVE BP-TIER-COST(WS-TIER-IDX) TO WS-TIER-COST
                   END-IF
               END-PERFORM
               IF WS-TIER-HIT = 0
                   MOVE "Rejected: tier not in plan" TO WS-RESULT
                   PERFORM REJECT-ELECTION
                   EXIT PARAGRAPH
               END-IF
               PERFORM ELECT-COVERAGE
           END-IF
           IF WS-RESULT(1:5) = "Error"
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO BL-STATUS
           MOVE WS-TODAY TO BL-APPLIED-DATE
           MOVE WS-RESULT TO BL-NOTE
           REWRITE ELECTION-RECORD
           IF BELECT-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Warning: could not mark election applied for "
                       "ID " BL-EMPLOYEE-ID " plan " BL-PLAN-CODE "."
           END-IF
           PERFORM WRITE-DETAIL-LINE.

       DROP-COVERAGE.
           IF WS-ENROL-ACTIVE NOT = "Y"
               MOVE "Waived: no coverage to stop" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           IF BE-EFFECTIVE-DATE >= WS-EFFECTIVE-DATE
               MOVE BE-EFFECTIVE-DATE TO BE-END-DATE
           ELSE
               MOVE WS-DAY-BEFORE TO BE-END-DATE
           END-IF
           MOVE BE-END-DATE TO BE-LAST-CHANGE
           MOVE WS-SUP-ID TO BE-UPDATED-BY
           MOVE WS-TODAY TO BE-UPDATED-DATE
           REWRITE ENROLLMENT-RECORD
           IF BENROL-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               MOVE "Error: enrollment not updated" TO WS-RESULT
               DISPLAY "Warning: could not stop enrollment for ID "
                       BL-EMPLOYEE-ID " plan " BL-PLAN-CODE "."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-SYNC-MODE
           PERFORM SYNC-DEDUCTION
           MOVE "Coverage dropped" TO WS-RESULT
           ADD 1 TO WS-DROPPED-COUNT.

       ELECT-COVERAGE.
           IF WS-ENROL-ACTIVE = "Y"
               MOVE "C" TO WS-SYNC-MODE
               MOVE "Tier/dependents changed" TO WS-RESULT
           ELSE
               MOVE "E" TO WS-SYNC-MODE
               MOVE "Enrolled" TO WS-RESULT
               MOVE BL-EMPLOYEE-ID TO BE-EMPLOYEE-ID
               MOVE BL-PLAN-CODE TO BE-PLAN-CODE
               MOVE WS-EFFECTIVE-DATE TO BE-EFFECTIVE-DATE
               MOVE ZEROS TO BE-END-DATE
           END-IF
           MOVE BL-TIER-CODE TO BE-TIER-CODE
           MOVE BL-DEPENDENTS TO BE-DEPENDENTS
           MOVE WS-EFFECTIVE-DATE TO BE-LAST-CHANGE
           MOVE WS-SUP-ID TO BE-UPDATED-BY
           MOVE WS-TODAY TO BE-UPDATED-DATE
           IF WS-ENROL-EXISTS = "Y"
               REWRITE ENROLLMENT-RECORD
           ELSE
               WRITE ENROLLMENT-RECORD
           END-IF
           IF BENROL-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               MOVE "Error: enrollment not updated" TO WS-RESULT
               DISPLAY "Warning: could not save enrollment for ID "
                       BL-EMPLOYEE-ID " plan " BL-PLAN-CODE "."
               EXIT PARAGRAPH
           END-IF
           PERFORM SYNC-DEDUCTION
           IF WS-SYNC-MODE = "C"
               ADD 1 TO WS-CHANGED-COUNT
           ELSE
               ADD 1 TO WS-ENROLLED-COUNT
           END-IF.

       SYNC-DEDUCTION.
           MOVE BE-EMPLOYEE-ID TO DED-EMPLOYEE-ID
           MOVE BE-PLAN-CODE TO DED-CODE
           READ DEDUCTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-DED-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-DED-EXISTS
           END-READ

           IF WS-SYNC-MODE = "S"
               IF WS-DED-EXISTS NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE BE-END-DATE TO DED-STOP-DATE
               REWRITE DEDUCTION-RECORD
           ELSE
               IF WS-DED-EXISTS NOT = "Y"
                   MOVE BE-EMPLOYEE-ID TO DED-EMPLOYEE-ID
                   MOVE BE-PLAN-CODE TO DED-CODE
                   MOVE "E" TO WS-SYNC-MODE
               END-IF
               MOVE BP-DESC TO DED-DESC
               MOVE "F" TO DED-METHOD
               MOVE WS-TIER-COST TO DED-AMOUNT
               MOVE ZEROS TO DED-PERCENT
               IF WS-SYNC-MODE = "E"
                   MOVE BE-EFFECTIVE-DATE TO DED-START-DATE
                   MOVE BE-END-DATE TO DED-STOP-DATE
               END-IF
               IF WS-DED-EXISTS = "Y"
                   REWRITE DEDUCTION-RECORD
               ELSE
                   WRITE DEDUCTION-RECORD
               END-IF
           END-IF
           IF DED-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Warning: could not update deduction "
                       BE-PLAN-CODE " for ID " BE-EMPLOYEE-ID
                       " (status " DED-STATUS ")."
           END-IF.

       REJECT-ELECTION.
           MOVE "R" TO BL-STATUS
           MOVE WS-TODAY TO BL-APPLIED-DATE
           MOVE WS-RESULT TO BL-NOTE
           REWRITE ELECTION-RECORD
           IF BELECT-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Warning: could not mark election rejected for "
                       "ID " BL-EMPLOYEE-ID " plan " BL-PLAN-CODE "."
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           PERFORM WRITE-DETAIL-LINE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "Benefits Open Enrollment   Plan Year: "
                      DELIMITED BY SIZE
                  WS-PLAN-YEAR DELIMITED BY SIZE
                  "   Effective: " DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Applied by supervisor " DELIMITED BY SIZE
                  WS-SUP-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ID    Name                           Plan Tier Deps "
               TO REPORT-LINE
           MOVE "Cost/Per  Result" TO REPORT-LINE(52:)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-DETAIL-LINE.
           MOVE WS-TIER-COST TO WS-COST-DISP
           MOVE SPACES TO REPORT-LINE
           STRING BL-EMPLOYEE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EMP-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BL-PLAN-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BL-TIER-CODE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  BL-DEPENDENTS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-COST-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Pending elections processed: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ENROLLED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "New enrollments:             " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Tier changes:                " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DROPPED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Coverage dropped:            " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Rejected:                    " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       VERIFY-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK
           DISPLAY "Applying elections requires a supervisor."
           DISPLAY "Supervisor Operator ID: "
           ACCEPT WS-SUP-ID
           DISPLAY "Password: "
           ACCEPT WS-SUP-PW WITH NO ECHO

           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Could not open operators.dat (status "
                       OPERATOR-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-SUP-OK = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF OPERATOR-ID = WS-SUP-ID AND
                          OPERATOR-PASSWORD = WS-SUP-PW AND
                          OPERATOR-SUPERVISOR = "Y" AND
                          OPERATOR-ACTIVE NOT = "N"
                           MOVE "Y" TO WS-SUP-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           MOVE "N" TO END-OF-FILE.
           IF WS-SUP-OK = "Y"
               PERFORM CHECK-BATCH-ROLE
           END-IF.

       CHECK-BATCH-ROLE.
           MOVE SPACES TO WS-SUP-ROLE
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPRF-STATUS = "00"
               MOVE WS-SUP-ID TO OPF-OPERATOR-ID
               READ OPERATOR-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE OPF-ROLE-CODE TO WS-SUP-ROLE
               END-READ
               CLOSE OPERATOR-PROFILE-FILE
           END-IF.
           IF WS-SUP-ROLE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-BATCH-LEVEL
           OPEN INPUT ROLE-FILE
           IF ROLE-STATUS = "00"
               MOVE WS-SUP-ROLE TO RL-ROLE-CODE
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
           IF WS-BATCH-LEVEL = "U"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-SUP-OK
           DISPLAY "Access denied: role " WS-SUP-ROLE
                   " does not allow running "
                   FUNCTION TRIM(WS-THIS-PROGRAM) "."
           PERFORM WRITE-DENIAL-AUDIT.

       WRITE-DENIAL-AUDIT.
           MOVE SPACES TO WS-DENY-BEFORE
           STRING "BATCH=" WS-THIS-PROGRAM DELIMITED BY SPACE
                  " ROLE=" WS-SUP-ROLE
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
           MOVE WS-SUP-ID TO AUDIT-OPERATOR
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
