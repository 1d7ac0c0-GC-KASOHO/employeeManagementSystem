       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimesheetValidation.

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
           SELECT CALENDAR-FILE ASSIGN TO "paycalendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-END
               FILE STATUS IS CAL-STATUS.
           SELECT PAY-PROFILE-FILE ASSIGN TO "pay_profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-EMPLOYEE-ID
               FILE STATUS IS PPROF-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS TSHT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "timesheet_validation.txt"
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

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 PC-PERIOD-END      PIC 9(8).
           05 PC-FREQUENCY       PIC X.
           05 PC-STATUS          PIC X.

       FD PAY-PROFILE-FILE.
       01 PAY-PROFILE-RECORD.
           05 PP-EMPLOYEE-ID     PIC 9(5).
           05 PP-PAY-TYPE        PIC X.
           05 PP-HOURLY-RATE     PIC 9(4)V99.
           05 PP-OT-MULTIPLIER   PIC 9V99.

       FD TIMESHEET-FILE.
       01 TIMESHEET-RECORD.
           05 TS-KEY.
               10 TS-EMPLOYEE-ID PIC 9(5).
               10 TS-PERIOD-END  PIC 9(8).
           05 TS-REG-HOURS       PIC 9(3)V99.
           05 TS-OT-HOURS        PIC 9(3)V99.
           05 TS-ENTERED-BY      PIC X(10).
           05 TS-ENTERED-DATE    PIC 9(8).

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
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "TimesheetValidation".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 FILE-STATUS       PIC XX.
           05 CAL-STATUS        PIC XX.
           05 PPROF-STATUS      PIC XX.
           05 TSHT-STATUS       PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 WS-PERIOD-TEXT    PIC X(8).
           05 WS-PERIOD-END     PIC 9(8).
           05 WS-FREQUENCY      PIC X.
           05 WS-CAL-FOUND      PIC X VALUE "N".
           05 WS-PPROF-FILE-OK  PIC X VALUE "N".
           05 WS-TSHT-FILE-OK   PIC X VALUE "N".
           05 WS-EMP-FOUND      PIC X.
           05 WS-STD-HOURS      PIC 9(3)V99.
           05 WS-OT-LIMIT       PIC 9(3)V99.
           05 WS-CHECK-ID       PIC 9(5).
           05 WS-CHECK-NAME     PIC X(30).
           05 WS-ERROR-TEXT     PIC X(50).
           05 WS-TS-COUNT       PIC 9(5) VALUE 0.
           05 WS-TS-OK-COUNT    PIC 9(5) VALUE 0.
           05 WS-ERROR-COUNT    PIC 9(5) VALUE 0.
           05 WS-MISSING-COUNT  PIC 9(5) VALUE 0.
           05 WS-HOURLY-COUNT   PIC 9(5) VALUE 0.
           05 WS-REC-ERRORS     PIC 9(3).
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-REG-DISP       PIC ZZ9.99.
           05 WS-OT-DISP        PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Timesheet Validation"
           PERFORM VERIFY-OPERATOR
           IF WS-OPR-OK NOT = "Y"
               DISPLAY "Timesheet validation refused: operator sign-on "
                       "failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           DISPLAY "Enter Period End Date (YYYYMMDD, blank=next "
                   "open period): "
           ACCEPT WS-PERIOD-TEXT

           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "No pay calendar on file. Set up the pay "
                       "periods in Pay Calendar Maintenance first."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           IF WS-PERIOD-TEXT = SPACES
               PERFORM FIND-NEXT-OPEN-PERIOD
           ELSE
               MOVE FUNCTION NUMVAL(WS-PERIOD-TEXT) TO WS-PERIOD-END
               MOVE WS-PERIOD-END TO PC-PERIOD-END
               READ CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CAL-FOUND
                       MOVE PC-FREQUENCY TO WS-FREQUENCY
               END-READ
           END-IF
           CLOSE CALENDAR-FILE
           IF WS-CAL-FOUND NOT = "Y"
               DISPLAY "That period is not on the pay calendar, or "
                       "no open period remains."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           IF WS-FREQUENCY = "M"
               MOVE 173.33 TO WS-STD-HOURS
           ELSE
               MOVE 80.00 TO WS-STD-HOURS
           END-IF
           COMPUTE WS-OT-LIMIT = WS-STD-HOURS / 2

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat. No records "
                       "exist."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT PAY-PROFILE-FILE
           IF PPROF-STATUS = "00"
               MOVE "Y" TO WS-PPROF-FILE-OK
           END-IF
           OPEN INPUT TIMESHEET-FILE
           IF TSHT-STATUS = "00"
               MOVE "Y" TO WS-TSHT-FILE-OK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening timesheet_validation.txt for "
                       "output."
               CLOSE EMPLOYEE-FILE
               IF WS-PPROF-FILE-OK = "Y"
                   CLOSE PAY-PROFILE-FILE
               END-IF
               IF WS-TSHT-FILE-OK = "Y"
                   CLOSE TIMESHEET-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE
           STRING "Timesheet Validation   Period End: "
                      DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TSHT-FILE-OK = "Y"
               PERFORM CHECK-TIMESHEETS
           END-IF
           IF WS-PPROF-FILE-OK = "Y"
               PERFORM CHECK-MISSING-TIMESHEETS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TS-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Timesheets checked: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-TS-OK-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Timesheets passing all checks: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-ERROR-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Exceptions found: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Active hourly employees with no timesheet: "
                      DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           CLOSE EMPLOYEE-FILE
           IF WS-PPROF-FILE-OK = "Y"
               CLOSE PAY-PROFILE-FILE
           END-IF
           IF WS-TSHT-FILE-OK = "Y"
               CLOSE TIMESHEET-FILE
           END-IF
           CLOSE REPORT-FILE

           MOVE WS-ERROR-COUNT TO WS-COUNT-DISP
           DISPLAY "Validation written to timesheet_validation.txt ("
                   WS-COUNT-DISP " exception(s))."
           IF WS-ERROR-COUNT NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       FIND-NEXT-OPEN-PERIOD.
           MOVE ZEROS TO PC-PERIOD-END
           START CALENDAR-FILE KEY IS >= PC-PERIOD-END
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-CAL-FOUND = "Y"
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PC-STATUS = "O"
                           MOVE "Y" TO WS-CAL-FOUND
                           MOVE PC-PERIOD-END TO WS-PERIOD-END
                           MOVE PC-FREQUENCY TO WS-FREQUENCY
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-TIMESHEETS.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TIMESHEET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TS-PERIOD-END = WS-PERIOD-END
                           ADD 1 TO WS-TS-COUNT
                           PERFORM CHECK-ONE-TIMESHEET
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-TIMESHEET.
           MOVE 0 TO WS-REC-ERRORS
           MOVE TS-EMPLOYEE-ID TO WS-CHECK-ID
           MOVE TS-EMPLOYEE-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND
                   MOVE SPACES TO WS-CHECK-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   MOVE EMPLOYEE-NAME TO WS-CHECK-NAME
           END-READ
           IF WS-EMP-FOUND NOT = "Y"
               MOVE "Employee is not on the active file"
                   TO WS-ERROR-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF

           MOVE "N" TO WS-EMP-FOUND
           IF WS-PPROF-FILE-OK = "Y"
               MOVE TS-EMPLOYEE-ID TO PP-EMPLOYEE-ID
               READ PAY-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PP-PAY-TYPE = "H"
                           MOVE "Y" TO WS-EMP-FOUND
                       END-IF
               END-READ
           END-IF
           IF WS-EMP-FOUND NOT = "Y"
               MOVE "Employee is not set up as hourly"
                   TO WS-ERROR-TEXT
               PERFORM WRITE-EXCEPTION
           ELSE
               IF PP-HOURLY-RATE = ZEROS
                   MOVE "Hourly rate is zero" TO WS-ERROR-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           IF TS-REG-HOURS = ZEROS AND TS-OT-HOURS = ZEROS
               MOVE "No hours recorded" TO WS-ERROR-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF
           IF TS-REG-HOURS > WS-STD-HOURS
               MOVE TS-REG-HOURS TO WS-REG-DISP
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "Regular hours " DELIMITED BY SIZE
                      WS-REG-DISP DELIMITED BY SIZE
                      " exceed the standard for period"
                          DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF
           IF TS-OT-HOURS > WS-OT-LIMIT
               MOVE TS-OT-HOURS TO WS-OT-DISP
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "Overtime hours " DELIMITED BY SIZE
                      WS-OT-DISP DELIMITED BY SIZE
                      " exceed half the standard" DELIMITED BY SIZE
                      INTO WS-ERROR-TEXT
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF

           IF WS-REC-ERRORS = ZEROS
               ADD 1 TO WS-TS-OK-COUNT
           END-IF.

       CHECK-MISSING-TIMESHEETS.
           MOVE ZEROS TO PP-EMPLOYEE-ID
           START PAY-PROFILE-FILE KEY IS >= PP-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PAY-PROFILE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PP-PAY-TYPE = "H"
                           PERFORM CHECK-HOURLY-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-HOURLY-EMPLOYEE.
           MOVE PP-EMPLOYEE-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-HOURLY-COUNT

           MOVE "N" TO WS-EMP-FOUND
           IF WS-TSHT-FILE-OK = "Y"
               MOVE PP-EMPLOYEE-ID TO TS-EMPLOYEE-ID
               MOVE WS-PERIOD-END TO TS-PERIOD-END
               READ TIMESHEET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMP-FOUND
               END-READ
           END-IF
           IF WS-EMP-FOUND NOT = "Y"
               ADD 1 TO WS-MISSING-COUNT
               MOVE PP-EMPLOYEE-ID TO WS-CHECK-ID
               MOVE EMPLOYEE-NAME TO WS-CHECK-NAME
               MOVE "No timesheet for this period" TO WS-ERROR-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-ERROR-COUNT
           ADD 1 TO WS-REC-ERRORS
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHECK-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-CHECK-NAME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ERROR-TEXT DELIMITED BY SIZE
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
