       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndStatements.

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
           SELECT TERMINATED-FILE ASSIGN TO "terminated.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd_totals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YT-KEY
               FILE STATUS IS YTD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "year_end_statements.txt"
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

       FD TERMINATED-FILE.
       01 TERMINATED-RECORD.
           05 TERM-EMPLOYEE-ID       PIC 9(5).
           05 TERM-EMPLOYEE-NAME     PIC X(30).
           05 TERM-EMPLOYEE-AGE      PIC 9(2).
           05 TERM-DEPARTMENT-CODE   PIC X(10).
           05 TERM-JOB-TITLE         PIC X(20).
           05 TERM-HIRE-DATE         PIC 9(8).
           05 TERM-SALARY           PIC 9(7)V99.
           05 TERM-TERMINATION-DATE PIC 9(8).
           05 TERM-REHIRE-FLAG      PIC X.
           05 TERM-REASON-CODE      PIC X(4).
           05 TERM-LAST-DAY         PIC 9(8).

       FD YTD-FILE.
       01 YTD-RECORD.
           05 YT-KEY.
               10 YT-EMPLOYEE-ID  PIC 9(5).
               10 YT-YEAR         PIC 9(4).
               10 YT-TYPE         PIC X.
               10 YT-CODE         PIC X(4).
           05 YT-DESC            PIC X(20).
           05 YT-AMOUNT          PIC S9(9)V99.
           05 YT-PERIODS         PIC 9(3).
           05 YT-LAST-PERIOD     PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(80).

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
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "YearEndStatements".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 FILE-STATUS       PIC XX.
           05 TERM-STATUS       PIC XX.
           05 YTD-STATUS        PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 WS-TERM-EOF       PIC X.
           05 CONTINUE-FLAG     PIC X.
           05 WS-EMP-FILE-OK    PIC X VALUE "N".
           05 WS-TAX-YEAR       PIC 9(4).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-CUR-ID         PIC 9(5) VALUE 0.
           05 WS-STMT-NAME      PIC X(30).
           05 WS-STMT-DEPT      PIC X(10).
           05 WS-STMT-STATUS    PIC X(30).
           05 WS-LINE-IDX       PIC S9(4) COMP.
           05 WS-LINE-USED      PIC S9(4) COMP VALUE 0.
           05 WS-STMT-PENDING   PIC X VALUE "N".
           05 WS-PRINT-TYPE     PIC X.
           05 WS-PERIODS        PIC 9(3) VALUE 0.
           05 WS-LAST-PERIOD    PIC 9(8) VALUE 0.
           05 WS-STMT-COUNT     PIC 9(5) VALUE 0.
           05 WS-TERM-COUNT     PIC 9(5) VALUE 0.
           05 WS-PAGE-NUM       PIC 9(4) VALUE 0.
           05 WS-PAGE-DISP      PIC ZZZ9.
           05 WS-PERIODS-DISP   PIC ZZ9.
           05 WS-AMT-DISP       PIC ---,---,--9.99.
           05 WS-COUNT-DISP     PIC ZZZZ9.

       01 WS-STMT-TABLE.
           05 WS-STMT-ENTRY OCCURS 60 TIMES.
               10 WS-ST-TYPE    PIC X.
               10 WS-ST-CODE    PIC X(4).
               10 WS-ST-DESC    PIC X(20).
               10 WS-ST-AMT     PIC S9(9)V99.

       01 WS-TOTALS.
           05 WS-YTD-GROSS      PIC S9(9)V99 VALUE 0.
           05 WS-YTD-DEDS       PIC S9(9)V99 VALUE 0.
           05 WS-YTD-NET        PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM VERIFY-OPERATOR
           IF WS-OPR-OK NOT = "Y"
               DISPLAY "Year-end statements refused: operator sign-on "
                       "failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           DISPLAY "Year-End Earnings Statements"
           DISPLAY "Enter Tax Year (YYYY, blank=current): "
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR IS NOT NUMERIC OR WS-TAX-YEAR = ZEROS
               MOVE WS-RUN-DATE(1:4) TO WS-TAX-YEAR
           END-IF.

           OPEN INPUT YTD-FILE
           IF YTD-STATUS NOT = "00"
               DISPLAY "No ytd_totals.dat on file. Year-to-date "
                       "totals are built by the pay period register."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS = "00"
               MOVE "Y" TO WS-EMP-FILE-OK
           ELSE
               DISPLAY "Note: could not open employees.dat; names "
                       "come from terminated.dat only."
           END-IF.

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening year_end_statements.txt for "
                       "output."
               CLOSE YTD-FILE
               IF WS-EMP-FILE-OK = "Y"
                   CLOSE EMPLOYEE-FILE
               END-IF
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           MOVE ZEROS TO YT-KEY
           START YTD-FILE KEY IS >= YT-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
           END-START

           PERFORM UNTIL END-OF-FILE = "Y"
               READ YTD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF YT-YEAR = WS-TAX-YEAR
                           IF YT-EMPLOYEE-ID NOT = WS-CUR-ID AND
                              WS-STMT-PENDING = "Y"
                               PERFORM WRITE-STATEMENT
                           END-IF
                           MOVE YT-EMPLOYEE-ID TO WS-CUR-ID
                           PERFORM STORE-YTD-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STMT-PENDING = "Y"
               PERFORM WRITE-STATEMENT
           END-IF

           CLOSE YTD-FILE
           CLOSE REPORT-FILE
           IF WS-EMP-FILE-OK = "Y"
               CLOSE EMPLOYEE-FILE
           END-IF

           MOVE WS-STMT-COUNT TO WS-COUNT-DISP
           DISPLAY "Statements written to year_end_statements.txt ("
                   WS-COUNT-DISP " employee(s) for " WS-TAX-YEAR ")."
           IF WS-TERM-COUNT NOT = ZEROS
               MOVE WS-TERM-COUNT TO WS-COUNT-DISP
               DISPLAY "  Of these, " WS-COUNT-DISP " are former "
                       "employees from terminated.dat."
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       STORE-YTD-LINE.
           MOVE "Y" TO WS-STMT-PENDING
           EVALUATE YT-TYPE
               WHEN "T"
                   EVALUATE YT-CODE
                       WHEN "GROS"
                           MOVE YT-AMOUNT TO WS-YTD-GROSS
                           MOVE YT-PERIODS TO WS-PERIODS
                           MOVE YT-LAST-PERIOD TO WS-LAST-PERIOD
                       WHEN "DEDS"
                           MOVE YT-AMOUNT TO WS-YTD-DEDS
                       WHEN "NET "
                           MOVE YT-AMOUNT TO WS-YTD-NET
                   END-EVALUATE
               WHEN OTHER
                   IF YT-AMOUNT NOT = ZEROS AND WS-LINE-USED < 60
                       ADD 1 TO WS-LINE-USED
                       MOVE YT-TYPE TO WS-ST-TYPE(WS-LINE-USED)
                       MOVE YT-CODE TO WS-ST-CODE(WS-LINE-USED)
                       MOVE YT-DESC TO WS-ST-DESC(WS-LINE-USED)
                       MOVE YT-AMOUNT TO WS-ST-AMT(WS-LINE-USED)
                   END-IF
           END-EVALUATE.

       WRITE-STATEMENT.
           PERFORM FIND-EMPLOYEE-DETAILS
           ADD 1 TO WS-STMT-COUNT
           ADD 1 TO WS-PAGE-NUM
           MOVE WS-PAGE-NUM TO WS-PAGE-DISP
           IF WS-PAGE-NUM > 1
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "Year-End Earnings Statement   Tax Year: "
                      DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "   Page: " DELIMITED BY SIZE
                  WS-PAGE-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Employee: " DELIMITED BY SIZE
                  WS-CUR-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-STMT-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Department: " DELIMITED BY SIZE
                  WS-STMT-DEPT DELIMITED BY SIZE
                  "  Status: " DELIMITED BY SIZE
                  WS-STMT-STATUS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-PERIODS TO WS-PERIODS-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Pay periods paid: " DELIMITED BY SIZE
                  WS-PERIODS-DISP DELIMITED BY SIZE
                  "   Last period paid: " DELIMITED BY SIZE
                  WS-LAST-PERIOD DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Earnings" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "E" TO WS-PRINT-TYPE
           PERFORM WRITE-STATEMENT-LINES
           MOVE WS-YTD-GROSS TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Total gross pay" DELIMITED BY SIZE
                  "              " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Deductions" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "D" TO WS-PRINT-TYPE
           PERFORM WRITE-STATEMENT-LINES
           MOVE WS-YTD-DEDS TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Total deductions" DELIMITED BY SIZE
                  "             " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-YTD-NET TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Net pay for the year" DELIMITED BY SIZE
                  "             " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "N" TO WS-STMT-PENDING
           MOVE 0 TO WS-LINE-USED
           MOVE 0 TO WS-YTD-GROSS
           MOVE 0 TO WS-YTD-DEDS
           MOVE 0 TO WS-YTD-NET
           MOVE 0 TO WS-PERIODS
           MOVE 0 TO WS-LAST-PERIOD.

       WRITE-STATEMENT-LINES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-USED
               IF WS-ST-TYPE(WS-LINE-IDX) = WS-PRINT-TYPE
                   MOVE WS-ST-AMT(WS-LINE-IDX) TO WS-AMT-DISP
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-ST-CODE(WS-LINE-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-ST-DESC(WS-LINE-IDX) DELIMITED BY SIZE
                          "    " DELIMITED BY SIZE
                          WS-AMT-DISP DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.

       FIND-EMPLOYEE-DETAILS.
           MOVE "(name not on file)" TO WS-STMT-NAME
           MOVE SPACES TO WS-STMT-DEPT
           MOVE "Unknown" TO WS-STMT-STATUS
           IF WS-EMP-FILE-OK = "Y"
               MOVE WS-CUR-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPLOYEE-NAME TO WS-STMT-NAME
                       MOVE DEPARTMENT-CODE TO WS-STMT-DEPT
                       MOVE "Active" TO WS-STMT-STATUS
                       EXIT PARAGRAPH
               END-READ
           END-IF

           OPEN INPUT TERMINATED-FILE
           IF TERM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TERM-EOF
           PERFORM UNTIL WS-TERM-EOF = "Y"
               READ TERMINATED-FILE
                   AT END
                       MOVE "Y" TO WS-TERM-EOF
                   NOT AT END
                       IF TERM-EMPLOYEE-ID = WS-CUR-ID
                           MOVE TERM-EMPLOYEE-NAME TO WS-STMT-NAME
                           MOVE TERM-DEPARTMENT-CODE TO WS-STMT-DEPT
                           MOVE SPACES TO WS-STMT-STATUS
                           STRING "Terminated " DELIMITED BY SIZE
                                  TERM-TERMINATION-DATE
                                      DELIMITED BY SIZE
                                  INTO WS-STMT-STATUS
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINATED-FILE
           IF WS-STMT-STATUS NOT = "Unknown"
               ADD 1 TO WS-TERM-COUNT
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
