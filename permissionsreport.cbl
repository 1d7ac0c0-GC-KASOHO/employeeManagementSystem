       IDENTIFICATION DIVISION.
       PROGRAM-ID. PermissionsReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "permissions_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "audit_seq.dat"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS AUDSEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).

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
           05 AUDIT-STATUS      PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 WS-OPR-ID         PIC X(10).
           05 WS-OPR-PW         PIC X(10).
           05 WS-OPR-OK         PIC X.
           05 WS-OPR-EOF        PIC X.
           05 WS-OPR-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "PermissionsReport".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 OPERATOR-STATUS   PIC XX.
           05 OPRF-STATUS       PIC XX.
           05 ROLE-STATUS       PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 WS-PROFILE-FILE-OK PIC X VALUE "N".
           05 WS-ROLE-FILE-OK   PIC X VALUE "N".
           05 WS-ROLE-FOUND     PIC X.
           05 WS-ROLE-LEVEL     PIC X.
           05 WS-GATE           PIC X.
           05 WS-EFFECTIVE      PIC X(40).
           05 WS-LEVEL-TEXT     PIC X(10).
           05 WS-IDX            PIC S9(4) COMP.
           05 WS-OPT            PIC S9(4) COMP.
           05 WS-BX             PIC S9(4) COMP.
           05 WS-NX             PIC S9(4) COMP.
           05 WS-NAME-IDX       PIC S9(4) COMP.
           05 WS-OP-USED        PIC S9(4) COMP VALUE 0.
           05 WS-ROLE-USERS     PIC 9(3).
           05 WS-TOTAL-OPS      PIC 9(3) VALUE 0.
           05 WS-ACTIVE-OPS     PIC 9(3) VALUE 0.
           05 WS-DISABLED-OPS   PIC 9(3) VALUE 0.
           05 WS-SUPER-OPS      PIC 9(3) VALUE 0.
           05 WS-NO-ROLE-OPS    PIC 9(3) VALUE 0.
           05 WS-BAD-ROLE-OPS   PIC 9(3) VALUE 0.
           05 WS-ROLE-COUNT     PIC 9(3) VALUE 0.
           05 WS-COUNT-DISP     PIC ZZ9.

       01 WS-GATE-FLAGS          PIC X(36)
               VALUE "A  AA    S S  S  PSSPSSSSS  PPPSSSPP".
       01 WS-GATE-TABLE REDEFINES WS-GATE-FLAGS.
           05 WS-GATE-FLAG       PIC X OCCURS 36 TIMES.

       01 WS-BATCH-NAME-VALUES.
           05 FILLER PIC X(20) VALUE "AddEmployee".
           05 FILLER PIC X(20) VALUE "ApplyPending".
           05 FILLER PIC X(20) VALUE "AuditRollover".
           05 FILLER PIC X(20) VALUE "AuditVerify".
           05 FILLER PIC X(20) VALUE "BackupMasters".
           05 FILLER PIC X(20) VALUE "BenefitRoster".
           05 FILLER PIC X(20) VALUE "BudgetVariance".
           05 FILLER PIC X(20) VALUE "ConvertEmployees".
           05 FILLER PIC X(20) VALUE "DataQualityScan".
           05 FILLER PIC X(20) VALUE "DeltaExport".
           05 FILLER PIC X(20) VALUE "EmergencyCards".
           05 FILLER PIC X(20) VALUE "EmployeeCsvExport".
           05 FILLER PIC X(20) VALUE "EmployeeCsvImport".
           05 FILLER PIC X(20) VALUE "EmployeeReport".
           05 FILLER PIC X(20) VALUE "EndOfDay".
           05 FILLER PIC X(20) VALUE "FinalPay".
           05 FILLER PIC X(20) VALUE "IntegrityCheck".
           05 FILLER PIC X(20) VALUE "LeaveAccrual".
           05 FILLER PIC X(20) VALUE "LeaveRegister".
           05 FILLER PIC X(20) VALUE "MeritCycle".
           05 FILLER PIC X(20) VALUE "OpenEnrollment".
           05 FILLER PIC X(20) VALUE "PayrollRegister".
           05 FILLER PIC X(20) VALUE "PermissionsReport".
           05 FILLER PIC X(20) VALUE "ReconcileEmployees".
           05 FILLER PIC X(20) VALUE "ReorgEmployees".
           05 FILLER PIC X(20) VALUE "RestoreMasters".
           05 FILLER PIC X(20) VALUE "RetentionPurge".
           05 FILLER PIC X(20) VALUE "RetroPay".
           05 FILLER PIC X(20) VALUE "ReviewsDue".
           05 FILLER PIC X(20) VALUE "RosterAsOf".
           05 FILLER PIC X(20) VALUE "SalaryBandReport".
           05 FILLER PIC X(20) VALUE "SalaryIncrease".
           05 FILLER PIC X(20) VALUE "ServiceReport".
           05 FILLER PIC X(20) VALUE "TermReasonReport".
           05 FILLER PIC X(20) VALUE "TimesheetValidation".
           05 FILLER PIC X(20) VALUE "TrainingExpiry".
           05 FILLER PIC X(20) VALUE "TurnoverReport".
           05 FILLER PIC X(20) VALUE "VacancyReport".
           05 FILLER PIC X(20) VALUE "ViewEmployees".
           05 FILLER PIC X(20) VALUE "YearEndStatements".
       01 WS-BATCH-NAME-TABLE REDEFINES WS-BATCH-NAME-VALUES.
           05 WS-BATCH-NAME      PIC X(20) OCCURS 40 TIMES.
       01 WS-BATCH-ROLE-CHECKS  PIC X(40)
               VALUE "UUUVVVVUVVVVUV UVUVUUUVUUUUUVVVUVVVVVVVV".
       01 WS-BATCH-ROLE-TABLE REDEFINES WS-BATCH-ROLE-CHECKS.
           05 WS-BATCH-NEEDS     PIC X OCCURS 40 TIMES.

       01 WS-MENU-TEXT-VALUES.
           05 FILLER PIC X(40) VALUE "1. Add Employee".
           05 FILLER PIC X(40) VALUE "2. View Employees".
           05 FILLER PIC X(40) VALUE "3. Search Employee by ID".
           05 FILLER PIC X(40) VALUE "4. Edit Employee".
           05 FILLER PIC X(40) VALUE "5. Delete Employee".
           05 FILLER PIC X(40) VALUE "6. Search Employee by Name".
           05 FILLER PIC X(40) VALUE "7. Sorted Roster (by Name/Age)".
           05 FILLER PIC X(40) VALUE "8. Statistics Report".
           05 FILLER PIC X(40) VALUE "9. Exit".
           05 FILLER PIC X(40) VALUE "10. Department Maintenance".
           05 FILLER PIC X(40) VALUE "11. Salary History Inquiry".
           05 FILLER PIC X(40) VALUE "12. Audit Log Inquiry".
           05 FILLER PIC X(40) VALUE "13. Rehire Terminated Employee".
           05 FILLER PIC X(40) VALUE "14. Department Cost Report".
           05 FILLER PIC X(40) VALUE "15. Operator Maintenance".
           05 FILLER PIC X(40) VALUE "16. Change My Password".
           05 FILLER PIC X(40) VALUE "17. Org Chart Report".
           05 FILLER PIC X(40) VALUE "18. Leave Tracking".
           05 FILLER PIC X(40) VALUE "19. Deductions Maintenance".
           05 FILLER PIC X(40) VALUE "20. Pay Calendar Maintenance".
           05 FILLER PIC X(40) VALUE "21. Pending Changes".
           05 FILLER PIC X(40) VALUE "22. Approval Queue Review".
           05 FILLER PIC X(40)
               VALUE "23. Termination Reason Maintenance".
           05 FILLER PIC X(40) VALUE "24. Record Lock Maintenance".
           05 FILLER PIC X(40) VALUE "25. Position Budget Maintenance".
           05 FILLER PIC X(40) VALUE "26. Salary Band Maintenance".
           05 FILLER PIC X(40) VALUE "27. Performance Reviews".
           05 FILLER PIC X(40) VALUE "28. Contact Maintenance".
           05 FILLER PIC X(40) VALUE "29. Hourly Pay & Timesheets".
           05 FILLER PIC X(40) VALUE "30. One-Time Earnings".
           05 FILLER PIC X(40) VALUE "31. Bank Details Maintenance".
           05 FILLER PIC X(40) VALUE "32. Benefit Plans & Enrollment".
           05 FILLER PIC X(40) VALUE "33. Merit Matrix Maintenance".
           05 FILLER PIC X(40) VALUE "34. Job Requisitions".
           05 FILLER PIC X(40) VALUE "35. Training & Certification".
           05 FILLER PIC X(40) VALUE "36. Holiday Calendar".
       01 WS-MENU-TEXT-TABLE REDEFINES WS-MENU-TEXT-VALUES.
           05 WS-MENU-TEXT       PIC X(40) OCCURS 36 TIMES.

       01 WS-OPERATOR-TABLE.
           05 WS-OP-ENTRY OCCURS 50 TIMES.
               10 WS-OP-ID       PIC X(10).
               10 WS-OP-SUP      PIC X.
               10 WS-OP-ACTIVE   PIC X.
               10 WS-OP-EMP-ID   PIC 9(5).
               10 WS-OP-ROLE     PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Operator Permissions Report"

           PERFORM VERIFY-OPERATOR
           IF WS-OPR-OK NOT = "Y"
               DISPLAY "Permissions report refused: operator sign-on "
                       "failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Error opening operators.dat. No operators "
                       "on file."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPRF-STATUS = "00"
               MOVE "Y" TO WS-PROFILE-FILE-OK
           END-IF
           OPEN INPUT ROLE-FILE
           IF ROLE-STATUS = "00"
               MOVE "Y" TO WS-ROLE-FILE-OK
           ELSE
               DISPLAY "Note: no roles.dat; every operator is "
                       "reported with legacy (full menu) access."
           END-IF.

           PERFORM UNTIL END-OF-FILE = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM LOAD-OPERATOR
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF WS-PROFILE-FILE-OK = "Y"
               CLOSE OPERATOR-PROFILE-FILE
           END-IF.

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening permissions_report.txt for "
                       "output."
               IF WS-ROLE-FILE-OK = "Y"
                   CLOSE ROLE-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OP-USED
               PERFORM WRITE-OPERATOR-ACCESS
           END-PERFORM
           PERFORM WRITE-ROLE-SUMMARY
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE
           IF WS-ROLE-FILE-OK = "Y"
               CLOSE ROLE-FILE
           END-IF.

           IF WS-BAD-ROLE-OPS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-TOTAL-OPS TO WS-COUNT-DISP
           DISPLAY "Report written to permissions_report.txt ("
                   WS-COUNT-DISP " operator(s))."
           IF WS-BAD-ROLE-OPS > 0
               MOVE WS-BAD-ROLE-OPS TO WS-COUNT-DISP
               DISPLAY "Warning: " WS-COUNT-DISP " operator(s) "
                       "assigned a role that is not on file."
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       LOAD-OPERATOR.
           IF OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-USED >= 50
               DISPLAY "Warning: more than 50 operators; "
                       OPERATOR-ID " not reported."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OP-USED
           MOVE OPERATOR-ID TO WS-OP-ID(WS-OP-USED)
           MOVE OPERATOR-SUPERVISOR TO WS-OP-SUP(WS-OP-USED)
           IF OPERATOR-ACTIVE = "N"
               MOVE "N" TO WS-OP-ACTIVE(WS-OP-USED)
           ELSE
               MOVE "Y" TO WS-OP-ACTIVE(WS-OP-USED)
           END-IF
           MOVE ZEROS TO WS-OP-EMP-ID(WS-OP-USED)
           MOVE SPACES TO WS-OP-ROLE(WS-OP-USED)
           IF WS-PROFILE-FILE-OK = "Y"
               MOVE OPERATOR-ID TO OPF-OPERATOR-ID
               READ OPERATOR-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPF-EMPLOYEE-ID IS NUMERIC
                           MOVE OPF-EMPLOYEE-ID
                               TO WS-OP-EMP-ID(WS-OP-USED)
                       END-IF
                       MOVE OPF-ROLE-CODE TO WS-OP-ROLE(WS-OP-USED)
               END-READ
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "Operator Permissions Review   Run Date: "
                      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Effective access = role level, less the supervisor"
               TO REPORT-LINE
           MOVE "checks inside each option." TO REPORT-LINE(52:26)
           WRITE REPORT-LINE
           MOVE "Operators with no role keep the full menu."
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Exit and Change My Password are always allowed."
               TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-OPERATOR-ACCESS.
           ADD 1 TO WS-TOTAL-OPS
           IF WS-OP-SUP(WS-IDX) = "Y"
               ADD 1 TO WS-SUPER-OPS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:78)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Operator:" TO REPORT-LINE(1:9)
           MOVE WS-OP-ID(WS-IDX) TO REPORT-LINE(11:10)
           MOVE "Active:" TO REPORT-LINE(23:7)
           MOVE WS-OP-ACTIVE(WS-IDX) TO REPORT-LINE(31:1)
           MOVE "Supervisor:" TO REPORT-LINE(34:11)
           MOVE WS-OP-SUP(WS-IDX) TO REPORT-LINE(46:1)
           MOVE "Employee:" TO REPORT-LINE(49:9)
           IF WS-OP-EMP-ID(WS-IDX) = ZEROS
               MOVE "(none)" TO REPORT-LINE(59:6)
           ELSE
               MOVE WS-OP-EMP-ID(WS-IDX) TO REPORT-LINE(59:5)
           END-IF
           WRITE REPORT-LINE

           IF WS-OP-ACTIVE(WS-IDX) = "N"
               ADD 1 TO WS-DISABLED-OPS
               MOVE "  Account disabled - no access." TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVE-OPS

           MOVE "N" TO WS-ROLE-FOUND
           IF WS-OP-ROLE(WS-IDX) = SPACES
               ADD 1 TO WS-NO-ROLE-OPS
               MOVE "  Role: (none) - legacy full menu access"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-ROLE-FILE-OK = "Y"
                   MOVE WS-OP-ROLE(WS-IDX) TO RL-ROLE-CODE
                   READ ROLE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ROLE-FOUND
                   END-READ
               END-IF
               MOVE SPACES TO REPORT-LINE
               MOVE "  Role:" TO REPORT-LINE(1:7)
               MOVE WS-OP-ROLE(WS-IDX) TO REPORT-LINE(9:8)
               IF WS-ROLE-FOUND = "Y"
                   MOVE RL-DESC TO REPORT-LINE(19:30)
               ELSE
                   ADD 1 TO WS-BAD-ROLE-OPS
                   MOVE "*** not on file - no menu access ***"
                       TO REPORT-LINE(19:36)
               END-IF
               WRITE REPORT-LINE
           END-IF.

           MOVE "  Menu options:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-OPT FROM 1 BY 1 UNTIL WS-OPT > 36
               IF WS-OPT NOT = 9
                   PERFORM WRITE-OPTION-ACCESS
               END-IF
           END-PERFORM

           MOVE "  Batch programs:" TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE TRUE
               WHEN WS-OP-ROLE(WS-IDX) = SPACES
                   MOVE "    (no role restriction)" TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN WS-ROLE-FOUND NOT = "Y"
                   MOVE "    (none)" TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN RL-BATCH-COUNT = 0
                   MOVE "    (none granted)" TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   PERFORM VARYING WS-BX FROM 1 BY 1
                           UNTIL WS-BX > RL-BATCH-COUNT
                       PERFORM WRITE-BATCH-ACCESS
                   END-PERFORM
           END-EVALUATE.

       WRITE-OPTION-ACCESS.
           EVALUATE TRUE
               WHEN WS-OPT = 16
                   MOVE "U" TO WS-ROLE-LEVEL
               WHEN WS-OP-ROLE(WS-IDX) = SPACES
                   MOVE "U" TO WS-ROLE-LEVEL
               WHEN WS-ROLE-FOUND NOT = "Y"
                   MOVE "N" TO WS-ROLE-LEVEL
               WHEN RL-MENU-LEVEL(WS-OPT) = "U"
                 OR RL-MENU-LEVEL(WS-OPT) = "V"
                   MOVE RL-MENU-LEVEL(WS-OPT) TO WS-ROLE-LEVEL
               WHEN OTHER
                   MOVE "N" TO WS-ROLE-LEVEL
           END-EVALUATE
           IF WS-ROLE-LEVEL = "N"
               EXIT PARAGRAPH
           END-IF.

           IF WS-ROLE-LEVEL = "U"
               MOVE "Update" TO WS-LEVEL-TEXT
               MOVE "Update" TO WS-EFFECTIVE
           ELSE
               MOVE "View only" TO WS-LEVEL-TEXT
               MOVE "View only" TO WS-EFFECTIVE
           END-IF
           MOVE WS-GATE-FLAG(WS-OPT) TO WS-GATE
           IF WS-OP-SUP(WS-IDX) NOT = "Y"
               EVALUATE TRUE
                   WHEN WS-GATE = "S"
                       MOVE "None - supervisor only" TO WS-EFFECTIVE
                   WHEN WS-GATE = "P" AND WS-ROLE-LEVEL = "U"
                       MOVE "Update, less supervisor-only functions"
                           TO WS-EFFECTIVE
                   WHEN WS-GATE = "A" AND WS-ROLE-LEVEL = "U"
                       MOVE "Update, changes go to approval queue"
                           TO WS-EFFECTIVE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MENU-TEXT(WS-OPT) TO REPORT-LINE(5:36)
           MOVE WS-LEVEL-TEXT TO REPORT-LINE(42:10)
           MOVE WS-EFFECTIVE TO REPORT-LINE(53:40)
           WRITE REPORT-LINE.

       WRITE-BATCH-ACCESS.
           MOVE SPACES TO REPORT-LINE
           MOVE RL-BATCH-PROGRAM(WS-BX) TO REPORT-LINE(5:20)
           EVALUATE RL-BATCH-LEVEL(WS-BX)
               WHEN "U"
                   MOVE "Update" TO REPORT-LINE(27:10)
               WHEN "V"
                   MOVE "View only" TO REPORT-LINE(27:10)
               WHEN OTHER
                   MOVE "None" TO REPORT-LINE(27:10)
           END-EVALUATE
           MOVE 0 TO WS-NAME-IDX
           PERFORM VARYING WS-NX FROM 1 BY 1
                   UNTIL WS-NX > 40 OR WS-NAME-IDX > 0
               IF WS-BATCH-NAME(WS-NX) = RL-BATCH-PROGRAM(WS-BX)
                   MOVE WS-NX TO WS-NAME-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-NAME-IDX = 0
               WHEN WS-BATCH-NEEDS(WS-NAME-IDX) = SPACE
                   MOVE "(not enforced)" TO REPORT-LINE(38:14)
               WHEN WS-BATCH-NEEDS(WS-NAME-IDX) = "U" AND
                    RL-BATCH-LEVEL(WS-BX) = "V"
                   MOVE "(needs U to run)" TO REPORT-LINE(38:16)
           END-EVALUATE
           WRITE REPORT-LINE.

       WRITE-ROLE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:78)
           WRITE REPORT-LINE
           MOVE "Roles on file:" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  Role      Description                     Operators"
               TO REPORT-LINE
           MOVE "Updated By  On" TO REPORT-LINE(56:14)
           WRITE REPORT-LINE
           IF WS-ROLE-FILE-OK NOT = "Y"
               MOVE "  (no roles.dat)" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RL-ROLE-CODE
           START ROLE-FILE KEY IS NOT LESS THAN RL-ROLE-CODE
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ROLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM WRITE-ROLE-LINE
               END-READ
           END-PERFORM
           IF WS-ROLE-COUNT = 0
               MOVE "  (none defined)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-ROLE-LINE.
           ADD 1 TO WS-ROLE-COUNT
           MOVE 0 TO WS-ROLE-USERS
           PERFORM VARYING WS-OPT FROM 1 BY 1
                   UNTIL WS-OPT > WS-OP-USED
               IF WS-OP-ROLE(WS-OPT) = RL-ROLE-CODE
                   ADD 1 TO WS-ROLE-USERS
               END-IF
           END-PERFORM
           MOVE WS-ROLE-USERS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           MOVE RL-ROLE-CODE TO REPORT-LINE(3:8)
           MOVE RL-DESC TO REPORT-LINE(13:30)
           MOVE WS-COUNT-DISP TO REPORT-LINE(45:3)
           MOVE RL-UPDATED-BY TO REPORT-LINE(56:10)
           MOVE RL-UPDATED-DATE TO REPORT-LINE(68:8)
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-OPS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Operators reviewed:          " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ACTIVE-OPS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Active:                    " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DISABLED-OPS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Disabled:                  " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-SUPER-OPS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Supervisors:               " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-NO-ROLE-OPS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Active with no role:       " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-BAD-ROLE-OPS TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Role not on file:          " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
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
