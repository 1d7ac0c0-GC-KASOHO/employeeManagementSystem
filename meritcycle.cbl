       IDENTIFICATION DIVISION.
       PROGRAM-ID. MeritCycle.

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
           SELECT SORT-FILE ASSIGN TO "sortwork.tmp".
           SELECT SORTED-OUTPUT-FILE ASSIGN TO "merit_sort.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORT-OUT-STATUS.
           SELECT MERIT-MATRIX-FILE ASSIGN TO "merit_matrix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-RATING
               FILE STATUS IS MMTX-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "reviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS REVIEW-STATUS.
           SELECT BAND-FILE ASSIGN TO "salary_bands.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-JOB-TITLE
               FILE STATUS IS SBND-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "position_budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS PBUD-STATUS.
           SELECT PAY-PROFILE-FILE ASSIGN TO "pay_profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-EMPLOYEE-ID
               FILE STATUS IS PPROF-STATUS.
           SELECT PENDING-FILE ASSIGN TO "pending_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "merit_proposals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS MPROP-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "merit_worksheet.txt"
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

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-ID           PIC 9(5).
           05 SORT-NAME         PIC X(30).
           05 SORT-AGE          PIC 9(2).
           05 SORT-DEPARTMENT   PIC X(10).
           05 SORT-JOB-TITLE    PIC X(20).
           05 SORT-HIRE-DATE    PIC 9(8).
           05 SORT-SALARY       PIC 9(7)V99.
           05 SORT-MANAGER      PIC 9(5).

       FD SORTED-OUTPUT-FILE.
       01 SORTED-OUTPUT-RECORD.
           05 SO-ID             PIC 9(5).
           05 SO-NAME           PIC X(30).
           05 SO-AGE            PIC 9(2).
           05 SO-DEPARTMENT     PIC X(10).
           05 SO-JOB-TITLE      PIC X(20).
           05 SO-HIRE-DATE      PIC 9(8).
           05 SO-SALARY         PIC 9(7)V99.
           05 SO-MANAGER        PIC 9(5).

       FD MERIT-MATRIX-FILE.
       01 MERIT-MATRIX-RECORD.
           05 MM-RATING          PIC 9.
           05 MM-DESC            PIC X(20).
           05 MM-CELL-COUNT      PIC 9.
           05 MM-CELL OCCURS 4 TIMES.
               10 MM-CR-LIMIT    PIC 9V99.
               10 MM-PERCENT     PIC 99V99.
           05 MM-UPDATED-BY      PIC X(10).
           05 MM-UPDATED-DATE    PIC 9(8).

       FD REVIEW-FILE.
       01 REVIEW-RECORD.
           05 RV-KEY.
               10 RV-EMPLOYEE-ID PIC 9(5).
               10 RV-REVIEW-DATE PIC 9(8).
           05 RV-RATING          PIC 9.
           05 RV-NEXT-DUE        PIC 9(8).
           05 RV-ENTERED-BY      PIC X(10).

       FD BAND-FILE.
       01 BAND-RECORD.
           05 SB-JOB-TITLE       PIC X(20).
           05 SB-BAND-MIN        PIC 9(7)V99.
           05 SB-BAND-MID        PIC 9(7)V99.
           05 SB-BAND-MAX        PIC 9(7)V99.

       FD BUDGET-FILE.
       01 BUDGET-RECORD.
           05 PB-KEY.
               10 PB-DEPT-CODE   PIC X(10).
               10 PB-FISCAL-YEAR PIC 9(4).
           05 PB-AUTH-HEADCOUNT  PIC 9(4).
           05 PB-BUDGET-SALARY   PIC 9(9)V99.

       FD PAY-PROFILE-FILE.
       01 PAY-PROFILE-RECORD.
           05 PP-EMPLOYEE-ID     PIC 9(5).
           05 PP-PAY-TYPE        PIC X.
           05 PP-HOURLY-RATE     PIC 9(4)V99.
           05 PP-OT-MULTIPLIER   PIC 9V99.

       FD PENDING-FILE.
       01 PENDING-TRANS-RECORD.
           05 PT-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 PT-TRANS-TYPE      PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 PT-NEW-VALUE       PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 PT-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PT-STATUS          PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 PT-ENTERED-BY      PIC X(10).

       FD PROPOSAL-FILE.
       01 PROPOSAL-RECORD.
           05 MP-KEY.
               10 MP-DEPT-CODE   PIC X(10).
               10 MP-EMPLOYEE-ID PIC 9(5).
           05 MP-EMPLOYEE-NAME   PIC X(30).
           05 MP-JOB-TITLE       PIC X(20).
           05 MP-RATING          PIC 9.
           05 MP-COMPA-RATIO     PIC 99V99.
           05 MP-PERCENT         PIC 99V99.
           05 MP-OLD-SALARY      PIC 9(7)V99.
           05 MP-NEW-SALARY      PIC 9(7)V99.
           05 MP-EFFECTIVE-DATE  PIC 9(8).
           05 MP-STATUS          PIC X.
           05 MP-ACCEPTED-BY     PIC X(10).
           05 MP-ACCEPTED-DATE   PIC 9(8).

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

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(120).

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
           05 SORT-OUT-STATUS   PIC XX.
           05 MMTX-STATUS       PIC XX.
           05 REVIEW-STATUS     PIC XX.
           05 SBND-STATUS       PIC XX.
           05 PBUD-STATUS       PIC XX.
           05 PPROF-STATUS      PIC XX.
           05 PEND-STATUS       PIC XX.
           05 MPROP-STATUS      PIC XX.
           05 OPERATOR-STATUS   PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 END-OF-REVIEWS    PIC X.
           05 CONTINUE-FLAG     PIC X.
           05 WS-RUN-CHOICE     PIC X.
           05 WS-CONFIRM        PIC X.
           05 WS-SUP-ID         PIC X(10).
           05 WS-SUP-PW         PIC X(10).
           05 WS-SUP-OK         PIC X.
           05 OPRF-STATUS       PIC XX.
           05 ROLE-STATUS       PIC XX.
           05 AUDIT-STATUS      PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 WS-SUP-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "MeritCycle".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 WS-TODAY          PIC 9(8).
           05 WS-DATE-TEXT      PIC X(8).
           05 WS-EFFECTIVE-DATE PIC 9(8).
           05 WS-REVIEW-FROM    PIC 9(8).
           05 WS-FISCAL-YEAR    PIC 9(4).
           05 WS-MMTX-FILE-OK   PIC X VALUE "N".
           05 WS-REVIEW-FILE-OK PIC X VALUE "N".
           05 WS-BAND-FILE-OK   PIC X VALUE "N".
           05 WS-BUDGET-FILE-OK PIC X VALUE "N".
           05 WS-PPROF-FILE-OK  PIC X VALUE "N".

       01 WS-PENDING-TABLE.
           05 WS-PN-USED        PIC S9(4) COMP VALUE 0.
           05 WS-PN-IDX         PIC S9(4) COMP.
           05 WS-PN-DROPPED     PIC 9(5) VALUE 0.
           05 WS-PN-EMP-ID      PIC 9(5) OCCURS 2000 TIMES.

       01 WS-DEPT-TABLE.
           05 WS-DP-USED        PIC S9(4) COMP VALUE 0.
           05 WS-DP-IDX         PIC S9(4) COMP.
           05 WS-DP-HIT         PIC S9(4) COMP.
           05 WS-DP-ENTRY OCCURS 200 TIMES.
               10 WS-DP-CODE       PIC X(10).
               10 WS-DP-LINES      PIC 9(5).
               10 WS-DP-COST       PIC 9(9)V99.
               10 WS-DP-ACCEPT     PIC X.

       01 WS-MERIT-FIELDS.
           05 WS-CUR-DEPT       PIC X(10).
           05 WS-FIRST-DEPT     PIC X VALUE "Y".
           05 WS-RATING         PIC 9.
           05 WS-LATEST-REVIEW  PIC 9(8).
           05 WS-COMPA-RATIO    PIC 99V99.
           05 WS-PERCENT        PIC 99V99.
           05 WS-NEW-SALARY     PIC 9(7)V99.
           05 WS-INCREASE       PIC 9(7)V99.
           05 WS-CELL-IDX       PIC 9.
           05 WS-CELL-HIT       PIC 9.
           05 WS-NOTE           PIC X(18).
           05 WS-PROPOSE        PIC X.
           05 WS-PENDING-HIT    PIC X.
           05 WS-LINE-OK        PIC X.
           05 WS-PT-SALARY-TEXT PIC 9(7).99.
           05 WS-DEPT-HEADS     PIC 9(5).
           05 WS-DEPT-LINES     PIC 9(5).
           05 WS-DEPT-PAYROLL   PIC 9(9)V99.
           05 WS-DEPT-COST      PIC 9(9)V99.
           05 WS-DEPT-PROJECTED PIC 9(9)V99.
           05 WS-HEADROOM       PIC S9(9)V99.
           05 WS-GRAND-HEADS    PIC 9(5) VALUE 0.
           05 WS-GRAND-LINES    PIC 9(5) VALUE 0.
           05 WS-GRAND-PAYROLL  PIC 9(9)V99 VALUE 0.
           05 WS-GRAND-COST     PIC 9(9)V99 VALUE 0.
           05 WS-OVER-COUNT     PIC 9(5) VALUE 0.
           05 WS-SKIP-COUNT     PIC 9(5) VALUE 0.
           05 WS-ACCEPT-COUNT   PIC 9(5) VALUE 0.
           05 WS-STALE-COUNT    PIC 9(5) VALUE 0.
           05 WS-ERROR-COUNT    PIC 9(5) VALUE 0.
           05 WS-ACCEPT-COST    PIC 9(9)V99 VALUE 0.
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-AMOUNT-DISP    PIC ZZZZZZZZ9.99.
           05 WS-AMOUNT-DISP-2  PIC ZZZZZZZZ9.99.
           05 WS-HEADROOM-DISP  PIC -ZZZZZZZZ9.99.

       01 WS-DETAIL-LINE.
           05 WS-DL-ID          PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-NAME        PIC X(25).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-JOB         PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-RATING      PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-COMPA       PIC Z9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-PERCENT     PIC Z9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-CURRENT     PIC ZZZZZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-PROPOSED    PIC ZZZZZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-DL-INCREASE    PIC ZZZZZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DL-NOTE        PIC X(18).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Merit Increase Cycle"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM VERIFY-SUPERVISOR
           IF WS-SUP-OK NOT = "Y"
               DISPLAY "Run refused: supervisor verification failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           DISPLAY "(W)orksheet of proposed increases or (A)ccept "
                   "the current worksheet? "
           ACCEPT WS-RUN-CHOICE
           EVALUATE WS-RUN-CHOICE
               WHEN "W"
               WHEN "w"
                   PERFORM BUILD-WORKSHEET
               WHEN "A"
               WHEN "a"
                   PERFORM ACCEPT-WORKSHEET
               WHEN OTHER
                   DISPLAY "Invalid choice. Enter W or A."
           END-EVALUATE
           PERFORM PRESS-ENTER
           GOBACK.

       BUILD-WORKSHEET.
           DISPLAY "Enter Increase Effective Date (YYYYMMDD): "
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT IS NOT NUMERIC
               DISPLAY "Invalid effective date. Must be 8 digits, "
                       "YYYYMMDD."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-TEXT TO WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE(5:2) < "01" OR
              WS-EFFECTIVE-DATE(5:2) > "12" OR
              WS-EFFECTIVE-DATE(7:2) < "01" OR
              WS-EFFECTIVE-DATE(7:2) > "31"
               DISPLAY "Invalid effective date " WS-EFFECTIVE-DATE "."
               EXIT PARAGRAPH
           END-IF.
           IF WS-EFFECTIVE-DATE <= WS-TODAY
               DISPLAY "Effective date must be in the future so the "
                       "increases can be applied as pending changes."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EFFECTIVE-DATE(1:4) TO WS-FISCAL-YEAR

           DISPLAY "Use reviews dated on or after (YYYYMMDD, "
                   "blank = any date): "
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT = SPACES
               MOVE ZEROS TO WS-REVIEW-FROM
           ELSE
               IF WS-DATE-TEXT IS NOT NUMERIC
                   DISPLAY "Invalid review date. Must be 8 digits, "
                           "YYYYMMDD."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DATE-TEXT TO WS-REVIEW-FROM
           END-IF.

           OPEN INPUT MERIT-MATRIX-FILE
           IF MMTX-STATUS NOT = "00"
               DISPLAY "No merit_matrix.dat. Set up the merit matrix "
                       "in Merit Matrix Maintenance first."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-MMTX-FILE-OK

           PERFORM LOAD-PENDING-SALARIES

           SORT SORT-FILE ON ASCENDING KEY SORT-DEPARTMENT
                                          SORT-NAME
               USING EMPLOYEE-FILE
               GIVING SORTED-OUTPUT-FILE

           OPEN INPUT SORTED-OUTPUT-FILE
           IF SORT-OUT-STATUS NOT = "00"
               DISPLAY "Error opening sorted roster. No records "
                       "exist."
               PERFORM CLOSE-WORKSHEET-FILES
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT REVIEW-FILE
           IF REVIEW-STATUS = "00"
               MOVE "Y" TO WS-REVIEW-FILE-OK
           END-IF
           OPEN INPUT BAND-FILE
           IF SBND-STATUS = "00"
               MOVE "Y" TO WS-BAND-FILE-OK
           END-IF
           OPEN INPUT BUDGET-FILE
           IF PBUD-STATUS = "00"
               MOVE "Y" TO WS-BUDGET-FILE-OK
           END-IF
           OPEN INPUT PAY-PROFILE-FILE
           IF PPROF-STATUS = "00"
               MOVE "Y" TO WS-PPROF-FILE-OK
           END-IF

           OPEN OUTPUT PROPOSAL-FILE
           IF MPROP-STATUS NOT = "00"
               DISPLAY "Error creating merit_proposals.dat. Status: "
                       MPROP-STATUS
               CLOSE SORTED-OUTPUT-FILE
               PERFORM CLOSE-WORKSHEET-FILES
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening merit_worksheet.txt for output."
               CLOSE SORTED-OUTPUT-FILE
               CLOSE PROPOSAL-FILE
               PERFORM CLOSE-WORKSHEET-FILES
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-WORKSHEET-HEADING

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SORTED-OUTPUT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-FIRST-DEPT = "Y" OR
                          SO-DEPARTMENT NOT = WS-CUR-DEPT
                           IF WS-FIRST-DEPT NOT = "Y"
                               PERFORM WRITE-DEPT-TOTALS
                           END-IF
                           PERFORM START-DEPARTMENT
                       END-IF
                       PERFORM PROPOSE-EMPLOYEE
               END-READ
           END-PERFORM
           IF WS-FIRST-DEPT NOT = "Y"
               PERFORM WRITE-DEPT-TOTALS
           END-IF
           PERFORM WRITE-WORKSHEET-TOTALS

           CLOSE SORTED-OUTPUT-FILE
           CLOSE PROPOSAL-FILE
           CLOSE REPORT-FILE
           PERFORM CLOSE-WORKSHEET-FILES

           MOVE WS-GRAND-LINES TO WS-COUNT-DISP
           MOVE WS-GRAND-COST TO WS-AMOUNT-DISP
           DISPLAY "Worksheet written to merit_worksheet.txt ("
                   WS-COUNT-DISP " proposed increase(s), cost "
                   WS-AMOUNT-DISP ")."
           DISPLAY "Nothing has been applied. Run this batch again "
                   "with (A)ccept once the worksheet is approved."
           IF WS-OVER-COUNT NOT = ZEROS
               MOVE WS-OVER-COUNT TO WS-COUNT-DISP
               DISPLAY "Warning: " WS-COUNT-DISP " department(s) "
                       "would exceed the position budget."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-PN-DROPPED NOT = ZEROS
               DISPLAY "Warning: too many pending changes to check "
                       "in one run; some were not examined."
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-PENDING-SALARIES.
           OPEN INPUT PENDING-FILE
           IF PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PT-STATUS = "P" AND PT-TRANS-TYPE = "S"
                           IF WS-PN-USED < 2000
                               ADD 1 TO WS-PN-USED
                               MOVE PT-EMPLOYEE-ID
                                   TO WS-PN-EMP-ID(WS-PN-USED)
                           ELSE
                               ADD 1 TO WS-PN-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       START-DEPARTMENT.
           MOVE "N" TO WS-FIRST-DEPT
           MOVE SO-DEPARTMENT TO WS-CUR-DEPT
           MOVE 0 TO WS-DEPT-HEADS
           MOVE 0 TO WS-DEPT-LINES
           MOVE 0 TO WS-DEPT-PAYROLL
           MOVE 0 TO WS-DEPT-COST
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Department: " DELIMITED BY SIZE
                  WS-CUR-DEPT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       PROPOSE-EMPLOYEE.
           ADD 1 TO WS-DEPT-HEADS
           ADD SO-SALARY TO WS-DEPT-PAYROLL
           MOVE "N" TO WS-PROPOSE
           MOVE SPACES TO WS-NOTE
           MOVE 0 TO WS-RATING
           MOVE 0 TO WS-COMPA-RATIO
           MOVE 0 TO WS-PERCENT
           MOVE SO-SALARY TO WS-NEW-SALARY
           PERFORM EVALUATE-MERIT
           COMPUTE WS-INCREASE = WS-NEW-SALARY - SO-SALARY

           IF WS-PROPOSE = "Y"
               PERFORM WRITE-PROPOSAL
           ELSE
               ADD 1 TO WS-SKIP-COUNT
           END-IF

           MOVE SO-ID TO WS-DL-ID
           MOVE SO-NAME TO WS-DL-NAME
           MOVE SO-JOB-TITLE TO WS-DL-JOB
           IF WS-RATING = ZEROS
               MOVE "-" TO WS-DL-RATING
           ELSE
               MOVE WS-RATING TO WS-DL-RATING
           END-IF
           MOVE WS-COMPA-RATIO TO WS-DL-COMPA
           MOVE WS-PERCENT TO WS-DL-PERCENT
           MOVE SO-SALARY TO WS-DL-CURRENT
           MOVE WS-NEW-SALARY TO WS-DL-PROPOSED
           MOVE WS-INCREASE TO WS-DL-INCREASE
           MOVE WS-NOTE TO WS-DL-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       EVALUATE-MERIT.
           IF WS-PPROF-FILE-OK = "Y"
               MOVE SO-ID TO PP-EMPLOYEE-ID
               READ PAY-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PP-PAY-TYPE = "H"
                           MOVE "HOURLY" TO WS-NOTE
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF

           MOVE "N" TO WS-PENDING-HIT
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                   UNTIL WS-PN-IDX > WS-PN-USED
               IF WS-PN-EMP-ID(WS-PN-IDX) = SO-ID
                   MOVE "Y" TO WS-PENDING-HIT
               END-IF
           END-PERFORM
           IF WS-PENDING-HIT = "Y"
               MOVE "PENDING CHANGE" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LATEST-RATING
           IF WS-RATING = ZEROS
               MOVE "NO REVIEW" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF

           IF WS-BAND-FILE-OK NOT = "Y"
               MOVE "NO BAND" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE SO-JOB-TITLE TO SB-JOB-TITLE
           READ BAND-FILE
               INVALID KEY
                   MOVE "NO BAND" TO WS-NOTE
                   EXIT PARAGRAPH
           END-READ
           IF SB-BAND-MID = ZEROS
               MOVE "NO BAND" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COMPA-RATIO ROUNDED = SO-SALARY / SB-BAND-MID
               ON SIZE ERROR
                   MOVE 99.99 TO WS-COMPA-RATIO
           END-COMPUTE

           MOVE WS-RATING TO MM-RATING
           READ MERIT-MATRIX-FILE
               INVALID KEY
                   MOVE "NO MATRIX ROW" TO WS-NOTE
                   EXIT PARAGRAPH
           END-READ
           MOVE 0 TO WS-CELL-HIT
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > MM-CELL-COUNT OR
                         WS-CELL-HIT > 0
               IF WS-COMPA-RATIO <= MM-CR-LIMIT(WS-CELL-IDX)
                   MOVE WS-CELL-IDX TO WS-CELL-HIT
               END-IF
           END-PERFORM
           IF WS-CELL-HIT = 0
               MOVE "ABOVE MATRIX" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE MM-PERCENT(WS-CELL-HIT) TO WS-PERCENT
           IF WS-PERCENT = ZEROS
               MOVE "MATRIX 0%" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF

           IF SO-SALARY >= SB-BAND-MAX
               MOVE "AT BAND MAX" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-SALARY ROUNDED =
               SO-SALARY + (SO-SALARY * WS-PERCENT / 100)
               ON SIZE ERROR
                   MOVE SB-BAND-MAX TO WS-NEW-SALARY
           END-COMPUTE
           IF WS-NEW-SALARY > SB-BAND-MAX
               MOVE SB-BAND-MAX TO WS-NEW-SALARY
               MOVE "CAPPED AT MAX" TO WS-NOTE
           END-IF
           IF WS-NEW-SALARY > SO-SALARY
               MOVE "Y" TO WS-PROPOSE
           END-IF.

       FIND-LATEST-RATING.
           MOVE 0 TO WS-RATING
           MOVE 0 TO WS-LATEST-REVIEW
           IF WS-REVIEW-FILE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SO-ID TO RV-EMPLOYEE-ID
           MOVE ZEROS TO RV-REVIEW-DATE
           START REVIEW-FILE KEY IS >= RV-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO END-OF-REVIEWS
           PERFORM UNTIL END-OF-REVIEWS = "Y"
               READ REVIEW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-REVIEWS
                   NOT AT END
                       IF RV-EMPLOYEE-ID NOT = SO-ID
                           MOVE "Y" TO END-OF-REVIEWS
                       ELSE
                           IF RV-REVIEW-DATE >= WS-REVIEW-FROM AND
                              RV-REVIEW-DATE >= WS-LATEST-REVIEW
                               MOVE RV-REVIEW-DATE TO WS-LATEST-REVIEW
                               MOVE RV-RATING TO WS-RATING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-PROPOSAL.
           MOVE SO-DEPARTMENT TO MP-DEPT-CODE
           MOVE SO-ID TO MP-EMPLOYEE-ID
           MOVE SO-NAME TO MP-EMPLOYEE-NAME
           MOVE SO-JOB-TITLE TO MP-JOB-TITLE
           MOVE WS-RATING TO MP-RATING
           MOVE WS-COMPA-RATIO TO MP-COMPA-RATIO
           MOVE WS-PERCENT TO MP-PERCENT
           MOVE SO-SALARY TO MP-OLD-SALARY
           MOVE WS-NEW-SALARY TO MP-NEW-SALARY
           MOVE WS-EFFECTIVE-DATE TO MP-EFFECTIVE-DATE
           MOVE "P" TO MP-STATUS
           MOVE SPACES TO MP-ACCEPTED-BY
           MOVE ZEROS TO MP-ACCEPTED-DATE
           WRITE PROPOSAL-RECORD
           IF MPROP-STATUS NOT = "00"
               DISPLAY "Warning: could not save the proposal for ID "
                       SO-ID " (status " MPROP-STATUS ")."
               MOVE "NOT SAVED" TO WS-NOTE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPT-LINES
           ADD WS-INCREASE TO WS-DEPT-COST.

       WRITE-WORKSHEET-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "Merit Increase Worksheet   Effective: "
                      DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE DELIMITED BY SIZE
                  "   Budget FY " DELIMITED BY SIZE
                  WS-FISCAL-YEAR DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-REVIEW-FROM = ZEROS
               MOVE "Ratings from each employee's latest review."
                   TO REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "Ratings from the latest review dated on or "
                          DELIMITED BY SIZE
                      "after " DELIMITED BY SIZE
                      WS-REVIEW-FROM DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PROPOSED ONLY - nothing is applied until the "
                      DELIMITED BY SIZE
                  "worksheet is accepted by a supervisor."
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ID    Name                      Job Title            R"
               TO REPORT-LINE(1:54)
           MOVE "    C-R   Pct    Current   Proposed   Increase  Note"
               TO REPORT-LINE(55:52)
           WRITE REPORT-LINE.

       WRITE-DEPT-TOTALS.
           COMPUTE WS-DEPT-PROJECTED = WS-DEPT-PAYROLL + WS-DEPT-COST
           ADD WS-DEPT-HEADS TO WS-GRAND-HEADS
           ADD WS-DEPT-LINES TO WS-GRAND-LINES
           ADD WS-DEPT-PAYROLL TO WS-GRAND-PAYROLL
           ADD WS-DEPT-COST TO WS-GRAND-COST

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEPT-LINES TO WS-COUNT-DISP
           MOVE WS-DEPT-COST TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Proposed increases: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "   Increase cost: " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DEPT-PAYROLL TO WS-AMOUNT-DISP
           MOVE WS-DEPT-PROJECTED TO WS-AMOUNT-DISP-2
           MOVE SPACES TO REPORT-LINE
           STRING "  Current payroll:    " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  "   After increases: " DELIMITED BY SIZE
                  WS-AMOUNT-DISP-2 DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE "N" TO WS-LINE-OK
           IF WS-BUDGET-FILE-OK = "Y"
               MOVE WS-CUR-DEPT TO PB-DEPT-CODE
               MOVE WS-FISCAL-YEAR TO PB-FISCAL-YEAR
               READ BUDGET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LINE-OK
               END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-LINE-OK = "Y"
               COMPUTE WS-HEADROOM =
                   PB-BUDGET-SALARY - WS-DEPT-PROJECTED
               MOVE PB-BUDGET-SALARY TO WS-AMOUNT-DISP
               MOVE WS-HEADROOM TO WS-HEADROOM-DISP
               STRING "  Position budget:    " DELIMITED BY SIZE
                      WS-AMOUNT-DISP DELIMITED BY SIZE
                      "   Headroom:       " DELIMITED BY SIZE
                      WS-HEADROOM-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               IF WS-HEADROOM < ZEROS
                   MOVE "** OVER BUDGET **" TO REPORT-LINE(80:17)
                   ADD 1 TO WS-OVER-COUNT
               END-IF
           ELSE
               STRING "  Position budget:    none on file for FY "
                          DELIMITED BY SIZE
                      WS-FISCAL-YEAR DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE.

       WRITE-WORKSHEET-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GRAND-HEADS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Employees reviewed: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-LINES TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Proposed increases: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-SKIP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "No increase (see note): " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-PAYROLL TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Current payroll: " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-COST TO WS-AMOUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Total increase cost: " DELIMITED BY SIZE
                  WS-AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-OVER-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Departments over position budget: "
                      DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       CLOSE-WORKSHEET-FILES.
           IF WS-MMTX-FILE-OK = "Y"
               CLOSE MERIT-MATRIX-FILE
           END-IF
           IF WS-REVIEW-FILE-OK = "Y"
               CLOSE REVIEW-FILE
           END-IF
           IF WS-BAND-FILE-OK = "Y"
               CLOSE BAND-FILE
           END-IF
           IF WS-BUDGET-FILE-OK = "Y"
               CLOSE BUDGET-FILE
           END-IF
           IF WS-PPROF-FILE-OK = "Y"
               CLOSE PAY-PROFILE-FILE
           END-IF.

       ACCEPT-WORKSHEET.
           OPEN I-O PROPOSAL-FILE
           IF MPROP-STATUS NOT = "00"
               DISPLAY "No merit_proposals.dat. Run the (W)orksheet "
                       "first."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZEROS TO WS-EFFECTIVE-DATE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PROPOSAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF MP-STATUS = "P"
                           PERFORM TALLY-PROPOSAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DP-USED = 0
               DISPLAY "The worksheet has no proposed increases "
                       "waiting for acceptance."
               CLOSE PROPOSAL-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EFFECTIVE-DATE <= WS-TODAY
               DISPLAY "The worksheet effective date "
                       WS-EFFECTIVE-DATE " has passed. Run a new "
                       "(W)orksheet with a future date."
               CLOSE PROPOSAL-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Merit worksheet effective " WS-EFFECTIVE-DATE
                   " - proposed increases by department:"
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-USED
               MOVE WS-DP-LINES(WS-DP-IDX) TO WS-COUNT-DISP
               MOVE WS-DP-COST(WS-DP-IDX) TO WS-AMOUNT-DISP
               DISPLAY "  " WS-DP-CODE(WS-DP-IDX) "  "
                       WS-COUNT-DISP " line(s)  cost "
                       WS-AMOUNT-DISP
           END-PERFORM
           DISPLAY "Accept (A)ll departments, (S)elect departments, "
                   "or (Q)uit? "
           ACCEPT WS-CONFIRM
           EVALUATE WS-CONFIRM
               WHEN "A"
               WHEN "a"
                   PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                           UNTIL WS-DP-IDX > WS-DP-USED
                       MOVE "Y" TO WS-DP-ACCEPT(WS-DP-IDX)
                   END-PERFORM
               WHEN "S"
               WHEN "s"
                   PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                           UNTIL WS-DP-IDX > WS-DP-USED
                       DISPLAY "Accept department "
                               WS-DP-CODE(WS-DP-IDX) "? (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                           MOVE "Y" TO WS-DP-ACCEPT(WS-DP-IDX)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   DISPLAY "Acceptance cancelled."
                   CLOSE PROPOSAL-FILE
                   EXIT PARAGRAPH
           END-EVALUATE.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat. No records "
                       "exist."
               CLOSE PROPOSAL-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND PENDING-FILE
           IF PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.
           IF PEND-STATUS NOT = "00"
               DISPLAY "Error opening pending_trans.dat. Status: "
                       PEND-STATUS
               CLOSE EMPLOYEE-FILE
               CLOSE PROPOSAL-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE LOW-VALUES TO MP-KEY
           START PROPOSAL-FILE KEY IS >= MP-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PROPOSAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF MP-STATUS = "P"
                           PERFORM ACCEPT-PROPOSAL
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PENDING-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE PROPOSAL-FILE

           MOVE WS-ACCEPT-COUNT TO WS-COUNT-DISP
           MOVE WS-ACCEPT-COST TO WS-AMOUNT-DISP
           DISPLAY WS-COUNT-DISP " increase(s) accepted, cost "
                   WS-AMOUNT-DISP "."
           DISPLAY "They are pending salary changes effective "
                   WS-EFFECTIVE-DATE " and will be applied by the "
                   "daily batch."
           IF WS-STALE-COUNT NOT = ZEROS
               MOVE WS-STALE-COUNT TO WS-COUNT-DISP
               DISPLAY "Warning: " WS-COUNT-DISP " line(s) not "
                       "accepted because the employee left or the "
                       "salary changed since the worksheet."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ERROR-COUNT NOT = ZEROS
               MOVE WS-ERROR-COUNT TO WS-COUNT-DISP
               DISPLAY "Warning: " WS-COUNT-DISP " line(s) could not "
                       "be written; see messages above."
               MOVE 8 TO RETURN-CODE
           END-IF.

       TALLY-PROPOSAL.
           IF WS-EFFECTIVE-DATE = ZEROS
               MOVE MP-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           MOVE 0 TO WS-DP-HIT
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-USED OR WS-DP-HIT > 0
               IF WS-DP-CODE(WS-DP-IDX) = MP-DEPT-CODE
                   MOVE WS-DP-IDX TO WS-DP-HIT
               END-IF
           END-PERFORM
           IF WS-DP-HIT = 0
               IF WS-DP-USED >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DP-USED
               MOVE WS-DP-USED TO WS-DP-HIT
               MOVE MP-DEPT-CODE TO WS-DP-CODE(WS-DP-HIT)
               MOVE 0 TO WS-DP-LINES(WS-DP-HIT)
               MOVE 0 TO WS-DP-COST(WS-DP-HIT)
               MOVE "N" TO WS-DP-ACCEPT(WS-DP-HIT)
           END-IF
           ADD 1 TO WS-DP-LINES(WS-DP-HIT)
           COMPUTE WS-DP-COST(WS-DP-HIT) = WS-DP-COST(WS-DP-HIT)
               + MP-NEW-SALARY - MP-OLD-SALARY.

       ACCEPT-PROPOSAL.
           MOVE 0 TO WS-DP-HIT
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DP-USED OR WS-DP-HIT > 0
               IF WS-DP-CODE(WS-DP-IDX) = MP-DEPT-CODE
                   MOVE WS-DP-IDX TO WS-DP-HIT
               END-IF
           END-PERFORM
           IF WS-DP-HIT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DP-ACCEPT(WS-DP-HIT) NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE MP-EMPLOYEE-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "  ID " MP-EMPLOYEE-ID ": no longer on "
                           "the employee file; not accepted."
                   ADD 1 TO WS-STALE-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF SALARY NOT = MP-OLD-SALARY
               DISPLAY "  ID " MP-EMPLOYEE-ID ": salary changed "
                       "since the worksheet; not accepted."
               ADD 1 TO WS-STALE-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE MP-EMPLOYEE-ID TO PT-EMPLOYEE-ID
           MOVE "S" TO PT-TRANS-TYPE
           MOVE MP-NEW-SALARY TO WS-PT-SALARY-TEXT
           MOVE WS-PT-SALARY-TEXT TO PT-NEW-VALUE
           MOVE MP-EFFECTIVE-DATE TO PT-EFFECTIVE-DATE
           MOVE "P" TO PT-STATUS
           MOVE WS-SUP-ID TO PT-ENTERED-BY
           WRITE PENDING-TRANS-RECORD
           IF PEND-STATUS NOT = "00"
               DISPLAY "  ID " MP-EMPLOYEE-ID ": could not write "
                       "the pending change (status " PEND-STATUS ")."
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO MP-STATUS
           MOVE WS-SUP-ID TO MP-ACCEPTED-BY
           MOVE WS-TODAY TO MP-ACCEPTED-DATE
           REWRITE PROPOSAL-RECORD
           IF MPROP-STATUS NOT = "00"
               DISPLAY "  ID " MP-EMPLOYEE-ID ": pending change "
                       "written but the worksheet line was not "
                       "marked accepted (status " MPROP-STATUS
                       "); do not accept it again."
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           ADD 1 TO WS-ACCEPT-COUNT
           COMPUTE WS-ACCEPT-COST =
               WS-ACCEPT-COST + MP-NEW-SALARY - MP-OLD-SALARY.

       VERIFY-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK
           DISPLAY "The merit cycle requires a supervisor."
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
           CLOSE OPERATOR-FILE.
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
