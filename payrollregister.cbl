           SELECT GL-FILE ASSIGN TO "gl_interface.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAYH-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd_totals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YT-KEY
               FILE STATUS IS YTD-STATUS.
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
           SELECT EARNINGS-FILE ASSIGN TO "one_time_earnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-KEY
               FILE STATUS IS EARN-STATUS.
           SELECT BANK-DETAIL-FILE ASSIGN TO "bank_details.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-EMPLOYEE-ID
               FILE STATUS IS BANK-STATUS.
           SELECT BANK-WORK-FILE ASSIGN TO "bank_payments.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BWRK-STATUS.
           SELECT BANK-FILE ASSIGN TO "bank_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BPAY-STATUS.
           SELECT BANK-EXCEPTION-FILE ASSIGN TO "bank_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BEXC-STATUS.
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
       FD GL-FILE.
       01 GL-LINE               PIC X(80).

       FD PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
           05 PH-KEY.
               10 PH-EMPLOYEE-ID  PIC 9(5).
               10 PH-PERIOD-END   PIC 9(8).
           05 PH-DEPARTMENT-CODE PIC X(10).
           05 PH-FREQUENCY       PIC X.
           05 PH-GROSS           PIC 9(7)V99.
           05 PH-DED-TOTAL       PIC 9(7)V99.
           05 PH-NET             PIC S9(7)V99.
           05 PH-RUN-DATE        PIC 9(8).
           05 PH-LINE-COUNT      PIC 99.
           05 PH-LINE OCCURS 30 TIMES.
               10 PH-LINE-TYPE    PIC X.
               10 PH-LINE-CODE    PIC X(4).
               10 PH-LINE-DESC    PIC X(20).
               10 PH-LINE-AMT     PIC S9(7)V99.

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

       FD EARNINGS-FILE.
       01 EARNINGS-RECORD.
           05 OE-KEY.
               10 OE-EMPLOYEE-ID PIC 9(5).
               10 OE-PERIOD-END  PIC 9(8).
               10 OE-SEQ         PIC 9(3).
           05 OE-EARN-CODE       PIC X(4).
           05 OE-DESC            PIC X(20).
           05 OE-AMOUNT          PIC S9(7)V99.
           05 OE-ENTERED-BY      PIC X(10).
           05 OE-APPROVED-BY     PIC X(10).
           05 OE-STATUS          PIC X.
           05 OE-PAID-PERIOD     PIC 9(8).

       FD BANK-DETAIL-FILE.
       01 BANK-DETAIL-RECORD.
           05 BK-EMPLOYEE-ID     PIC 9(5).
           05 BK-ROUTING         PIC 9(9).
           05 BK-ACCOUNT         PIC X(17).
           05 BK-ACCT-TYPE       PIC X.
           05 BK-SPLIT-AMOUNT    PIC 9(5)V99.
           05 BK-ROUTING-2       PIC 9(9).
           05 BK-ACCOUNT-2       PIC X(17).
           05 BK-ACCT-TYPE-2     PIC X.
           05 BK-UPDATED-BY      PIC X(10).
           05 BK-UPDATED-DATE    PIC 9(8).

       FD BANK-WORK-FILE.
       01 BANK-WORK-LINE        PIC X(80).

       FD BANK-FILE.
       01 BANK-LINE             PIC X(80).

       FD BANK-EXCEPTION-FILE.
       01 BANK-EXCEPTION-LINE   PIC X(100).

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
           05 WS-SUP-ID         PIC X(10).
           05 WS-SUP-PW         PIC X(10).
           05 WS-SUP-OK         PIC X.
           05 OPRF-STATUS       PIC XX.
           05 ROLE-STATUS       PIC XX.
           05 AUDIT-STATUS      PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 WS-SUP-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "PayrollRegister".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 WS-REPRINT-TAG    PIC X(10).

       01 WS-EMP-DED-TABLE.
               10 WS-ED-DESC    PIC X(20).
               10 WS-ED-AMT     PIC 9(7)V99.

       01 WS-EMP-EARN-TABLE.
           05 WS-EMP-EARN-ENTRY OCCURS 10 TIMES.
               10 WS-EE-CODE    PIC X(4).
               10 WS-EE-DESC    PIC X(20).
               10 WS-EE-AMT     PIC S9(7)V99.

       01 WS-HISTORY-FIELDS.
           05 PAYH-STATUS       PIC XX.
           05 YTD-STATUS        PIC XX.
           05 WS-EARN-USED      PIC S9(4) COMP.
           05 WS-EARN-IDX       PIC S9(4) COMP.
           05 WS-HIST-IDX       PIC S9(4) COMP.
           05 WS-HIST-FOUND     PIC X.
           05 WS-YTD-FOUND      PIC X.
           05 WS-HIST-WRITTEN   PIC 9(5) VALUE 0.
           05 WS-HIST-REPLACED  PIC 9(5) VALUE 0.
           05 WS-HIST-ERRORS    PIC 9(5) VALUE 0.
           05 WS-HIST-DISP      PIC ZZZZ9.
           05 WS-YTD-SIGN       PIC S9.
           05 WS-YTD-TYPE       PIC X.
           05 WS-YTD-CODE       PIC X(4).
           05 WS-YTD-DESC       PIC X(20).
           05 WS-YTD-AMT        PIC S9(9)V99.

       01 WS-HOURLY-FIELDS.
           05 PPROF-STATUS      PIC XX.
           05 TSHT-STATUS       PIC XX.
           05 WS-PPROF-FILE-OK  PIC X VALUE "N".
           05 WS-TSHT-FILE-OK   PIC X VALUE "N".
           05 WS-PAY-TYPE       PIC X.
           05 WS-TS-FOUND       PIC X.
           05 WS-TS-MISSING     PIC 9(5) VALUE 0.
           05 WS-TS-MISSING-DISP PIC ZZZZ9.
           05 WS-OT-MULT        PIC 9V99.
           05 WS-EARN-AMT       PIC 9(7)V99.
           05 WS-HOURS-DISP     PIC ZZ9.99.
           05 WS-EARN-AMT-DISP  PIC -ZZZZZZ9.99.

       01 WS-EARNINGS-FIELDS.
           05 EARN-STATUS       PIC XX.
           05 WS-EARN-FILE-OK   PIC X VALUE "N".
           05 WS-OE-EOF         PIC X.
           05 WS-OE-TAKE        PIC X.
           05 WS-OE-TEST-GROSS  PIC S9(7)V99.
           05 WS-OE-PAID        PIC 9(5) VALUE 0.
           05 WS-OE-HELD        PIC 9(5) VALUE 0.
           05 WS-OE-ERRORS      PIC 9(5) VALUE 0.
           05 WS-OE-DISP        PIC ZZZZ9.

       01 WS-BANK-FIELDS.
           05 BANK-STATUS       PIC XX.
           05 BWRK-STATUS       PIC XX.
           05 BPAY-STATUS       PIC XX.
           05 BEXC-STATUS       PIC XX.
           05 WS-BANK-FILE-OK   PIC X VALUE "N".
           05 WS-BWRK-OK        PIC X VALUE "N".
           05 WS-BEXC-OK        PIC X VALUE "N".
           05 WS-PERIOD-CLOSED  PIC X VALUE "N".
           05 WS-BANK-FOUND     PIC X.
           05 WS-BWRK-EOF       PIC X.
           05 WS-BANK-PAY-AMT   PIC 9(7)V99.
           05 WS-BANK-SPLIT-AMT PIC 9(7)V99.
           05 WS-BANK-COUNT     PIC 9(6) VALUE 0.
           05 WS-BANK-TOTAL     PIC 9(11)V99 VALUE 0.
           05 WS-BANK-HASH      PIC 9(12) VALUE 0.
           05 WS-BANK-ERRORS    PIC 9(5) VALUE 0.
           05 WS-CHEQUE-COUNT   PIC 9(6) VALUE 0.
           05 WS-CHEQUE-TOTAL   PIC 9(11)V99 VALUE 0.
           05 WS-UNPAID-COUNT   PIC 9(6) VALUE 0.
           05 WS-UNPAID-TOTAL   PIC S9(11)V99 VALUE 0.
           05 WS-BANK-CHECK     PIC S9(11)V99.
           05 WS-BANK-ACTION    PIC X(40).
           05 WS-BANK-NET-DISP  PIC -ZZZZZZ9.99.
           05 WS-BANK-CNT-DISP  PIC ZZZZZ9.
           05 WS-BANK-TOT-DISP  PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-BANK-HEADER.
           05 WS-BH-TYPE        PIC X VALUE "H".
           05 WS-BH-PERIOD      PIC 9(8).
           05 WS-BH-CREATED     PIC X(14).
           05 WS-BH-ORIGIN      PIC X(10) VALUE "PAYROLL".

       01 WS-BANK-DETAIL.
           05 WS-BD-TYPE        PIC X VALUE "D".
           05 WS-BD-EMPLOYEE-ID PIC 9(5).
           05 WS-BD-NAME        PIC X(22).
           05 WS-BD-ROUTING     PIC 9(9).
           05 WS-BD-ACCOUNT     PIC X(17).
           05 WS-BD-ACCT-TYPE   PIC X.
           05 WS-BD-AMOUNT      PIC 9(9)V99.
           05 WS-BD-PERIOD      PIC 9(8).

       01 WS-BANK-TRAILER.
           05 WS-BT-TYPE        PIC X VALUE "T".
           05 WS-BT-COUNT       PIC 9(6).
           05 WS-BT-TOTAL       PIC 9(11)V99.
           05 WS-BT-HASH        PIC 9(10).
           05 WS-BT-CHEQUE-COUNT PIC 9(6).
           05 WS-BT-CHEQUE-TOTAL PIC 9(11)V99.
           05 WS-BT-UNPAID-TOTAL PIC S9(11)V99 SIGN LEADING
                                     SEPARATE CHARACTER.
           05 WS-BT-REGISTER-NET PIC S9(11)V99 SIGN LEADING
                                     SEPARATE CHARACTER.

       01 WS-GL-FIELDS.
           05 DEPT-STATUS       PIC XX.
           05 GL-STATUS         PIC XX.
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
               PERFORM VERIFY-SUPERVISOR
               IF WS-SUP-OK NOT = "Y"
                   DISPLAY "Register run refused: supervisor "
                           "verification failed."
                   MOVE 8 TO RETURN-CODE
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
               MOVE SPACES TO WS-REPRINT-TAG
           ELSE
               PERFORM PICK-REPRINT-PERIOD
               GOBACK
           END-IF.

           IF WS-RUN-MODE = "N"
               PERFORM OPEN-HISTORY-FILES
               IF PAYH-STATUS NOT = "00" OR YTD-STATUS NOT = "00"
                   DISPLAY "Register run cancelled: the pay history "
                           "files could not be opened (status "
                           PAYH-STATUS "/" YTD-STATUS ")."
                   MOVE 8 TO RETURN-CODE
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
           END-IF.

           MOVE WS-PERIOD-END(1:4) TO WS-PE-YEAR
           MOVE WS-PERIOD-END(5:2) TO WS-PE-MONTH
           MOVE WS-PERIOD-END(7:2) TO WS-PE-DAY
                       "carry cost center UNKNWN."
           END-IF.

           OPEN INPUT PAY-PROFILE-FILE
           IF PPROF-STATUS = "00"
               MOVE "Y" TO WS-PPROF-FILE-OK
               OPEN INPUT TIMESHEET-FILE
               IF TSHT-STATUS = "00"
                   MOVE "Y" TO WS-TSHT-FILE-OK
               END-IF
           END-IF.

           IF WS-RUN-MODE = "N"
               OPEN I-O EARNINGS-FILE
           ELSE
               OPEN INPUT EARNINGS-FILE
           END-IF
           IF EARN-STATUS = "00"
               MOVE "Y" TO WS-EARN-FILE-OK
           END-IF.

           IF WS-RUN-MODE = "N"
               PERFORM OPEN-BANK-FILES
           END-IF.

           PERFORM START-NEW-PAGE

           PERFORM UNTIL END-OF-FILE = "Y"
           IF WS-DEPT-FILE-OK = "Y"
               CLOSE DEPARTMENT-FILE
           END-IF
           IF WS-PPROF-FILE-OK = "Y"
               CLOSE PAY-PROFILE-FILE
           END-IF
           IF WS-TSHT-FILE-OK = "Y"
               CLOSE TIMESHEET-FILE
           END-IF
           IF WS-EARN-FILE-OK = "Y"
               CLOSE EARNINGS-FILE
               MOVE WS-OE-PAID TO WS-OE-DISP
               DISPLAY "One-time earnings included: " WS-OE-DISP "."
               IF WS-OE-HELD NOT = ZEROS
                   MOVE WS-OE-HELD TO WS-OE-DISP
                   DISPLAY "  " WS-OE-DISP " one-time earning(s) "
                           "held for a later period (see warnings)."
               END-IF
               IF WS-OE-ERRORS NOT = ZEROS
                   MOVE WS-OE-ERRORS TO WS-OE-DISP
                   DISPLAY "Warning: " WS-OE-DISP " one-time "
                           "earning(s) could not be marked paid."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-RUN-MODE = "N"
               PERFORM CLOSE-BANK-FILES
               CLOSE PAY-HISTORY-FILE
               CLOSE YTD-FILE
               MOVE WS-HIST-WRITTEN TO WS-HIST-DISP
               DISPLAY "Pay history recorded for " WS-HIST-DISP
                       " employee(s) in pay_history.dat."
               IF WS-HIST-REPLACED NOT = ZEROS
                   MOVE WS-HIST-REPLACED TO WS-HIST-DISP
                   DISPLAY "  " WS-HIST-DISP " record(s) from an "
                           "earlier run of this period were replaced "
                           "and their YTD totals backed out."
               END-IF
               IF WS-HIST-ERRORS NOT = ZEROS
                   MOVE WS-HIST-ERRORS TO WS-HIST-DISP
                   DISPLAY "Warning: " WS-HIST-DISP " pay history "
                           "record(s) could not be written."
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM WRITE-GL-EXTRACT
           ELSE
               DISPLAY "Re-print run: gl_interface.dat was NOT "

           IF WS-RUN-MODE = "N"
               PERFORM CLOSE-PAY-PERIOD
               IF WS-PERIOD-CLOSED = "Y"
                   PERFORM WRITE-BANK-FILE
               ELSE
                   DISPLAY "Bank payment file NOT written: the "
                           "period is still open."
               END-IF
           END-IF

           PERFORM PRESS-ENTER

       VERIFY-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK
           IF WS-RUN-MODE = "N"
               DISPLAY "Running a pay period requires a supervisor."
           ELSE
               DISPLAY "A closed period can only be re-printed by a "
                       "supervisor."
           END-IF
           DISPLAY "Supervisor Operator ID: "
           ACCEPT WS-SUP-ID
           DISPLAY "Password: "
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.
           IF WS-SUP-OK = "Y"
               PERFORM CHECK-BATCH-ROLE
           END-IF.

       CLOSE-PAY-PERIOD.
           IF WS-TS-MISSING NOT = ZEROS
               MOVE WS-TS-MISSING TO WS-TS-MISSING-DISP
               DISPLAY "Period " WS-PERIOD-END " NOT closed: "
                       WS-TS-MISSING-DISP " active hourly "
                       "employee(s) have no timesheet for it."
               DISPLAY "Enter the missing timesheets and run the "
                       "period again."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "Warning: could not reopen the pay calendar; "
           MOVE "C" TO PC-STATUS
           REWRITE CALENDAR-RECORD
           IF CAL-STATUS = "00"
               MOVE "Y" TO WS-PERIOD-CLOSED
               DISPLAY "Period " WS-PERIOD-END " marked closed on "
                       "the pay calendar."
           ELSE
           WRITE REGISTER-LINE.

       WRITE-DETAIL-LINE.
           PERFORM CALC-GROSS-PAY
           PERFORM ADD-ONE-TIME-EARNINGS
           PERFORM CALC-DEDUCTIONS
           COMPUTE WS-NET = WS-GROSS - WS-EMP-DED-TOTAL
           MOVE SP-ID TO WS-OUT-ID
           MOVE WS-DETAIL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM WRITE-EARN-ITEM-LINES
           PERFORM WRITE-DED-ITEM-LINES
           PERFORM TALLY-GL-POSTING
           IF WS-RUN-MODE = "N"
               PERFORM POST-PAY-HISTORY
               PERFORM TALLY-BANK-PAYMENT
           END-IF
           ADD WS-GROSS TO WS-DEPT-TOTAL
           ADD WS-GROSS TO WS-GRAND-TOTAL
           ADD WS-EMP-DED-TOTAL TO WS-DEPT-DED-TOT
           ADD WS-NET TO WS-GRAND-NET-TOT
           ADD 1 TO WS-DEPT-COUNT.

       CALC-GROSS-PAY.
           MOVE 0 TO WS-GROSS
           MOVE 0 TO WS-EARN-USED
           MOVE "S" TO WS-PAY-TYPE
           MOVE "Y" TO WS-TS-FOUND
           IF WS-PPROF-FILE-OK = "Y"
               MOVE SP-ID TO PP-EMPLOYEE-ID
               READ PAY-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PP-PAY-TYPE TO WS-PAY-TYPE
               END-READ
           END-IF

           IF WS-PAY-TYPE NOT = "H"
               COMPUTE WS-GROSS ROUNDED = SP-SALARY / WS-PERIODS-YEAR
               MOVE 1 TO WS-EARN-USED
               MOVE "SAL " TO WS-EE-CODE(1)
               MOVE "Salary" TO WS-EE-DESC(1)
               MOVE WS-GROSS TO WS-EE-AMT(1)
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TS-FOUND
           IF WS-TSHT-FILE-OK = "Y"
               MOVE SP-ID TO TS-EMPLOYEE-ID
               MOVE WS-PERIOD-END TO TS-PERIOD-END
               READ TIMESHEET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TS-FOUND
               END-READ
           END-IF
           IF WS-TS-FOUND NOT = "Y"
               ADD 1 TO WS-TS-MISSING
               DISPLAY "Warning: no timesheet for hourly employee "
                       SP-ID " for period " WS-PERIOD-END "."
               EXIT PARAGRAPH
           END-IF

           MOVE PP-OT-MULTIPLIER TO WS-OT-MULT
           IF WS-OT-MULT < 1
               MOVE 1.50 TO WS-OT-MULT
           END-IF

           COMPUTE WS-EARN-AMT ROUNDED =
               TS-REG-HOURS * PP-HOURLY-RATE
           MOVE TS-REG-HOURS TO WS-HOURS-DISP
           ADD 1 TO WS-EARN-USED
           MOVE "REG " TO WS-EE-CODE(WS-EARN-USED)
           MOVE SPACES TO WS-EE-DESC(WS-EARN-USED)
           STRING "Regular " DELIMITED BY SIZE
                  WS-HOURS-DISP DELIMITED BY SIZE
                  " hrs" DELIMITED BY SIZE
                  INTO WS-EE-DESC(WS-EARN-USED)
           END-STRING
           MOVE WS-EARN-AMT TO WS-EE-AMT(WS-EARN-USED)
           ADD WS-EARN-AMT TO WS-GROSS

           IF TS-OT-HOURS > ZEROS
               COMPUTE WS-EARN-AMT ROUNDED =
                   TS-OT-HOURS * PP-HOURLY-RATE * WS-OT-MULT
               MOVE TS-OT-HOURS TO WS-HOURS-DISP
               ADD 1 TO WS-EARN-USED
               MOVE "OT  " TO WS-EE-CODE(WS-EARN-USED)
               MOVE SPACES TO WS-EE-DESC(WS-EARN-USED)
               STRING "Overtime " DELIMITED BY SIZE
                      WS-HOURS-DISP DELIMITED BY SIZE
                      " hrs" DELIMITED BY SIZE
                      INTO WS-EE-DESC(WS-EARN-USED)
               END-STRING
               MOVE WS-EARN-AMT TO WS-EE-AMT(WS-EARN-USED)
               ADD WS-EARN-AMT TO WS-GROSS
           END-IF.

       ADD-ONE-TIME-EARNINGS.
           IF WS-EARN-FILE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE SP-ID TO OE-EMPLOYEE-ID
           MOVE ZEROS TO OE-PERIOD-END
           MOVE ZEROS TO OE-SEQ
           START EARNINGS-FILE KEY IS >= OE-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-OE-EOF
           PERFORM UNTIL WS-OE-EOF = "Y"
               READ EARNINGS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OE-EOF
                   NOT AT END
                       IF OE-EMPLOYEE-ID NOT = SP-ID
                           MOVE "Y" TO WS-OE-EOF
                       ELSE
                           PERFORM TAKE-ONE-EARNING
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ONE-EARNING.
           MOVE "N" TO WS-OE-TAKE
           IF OE-STATUS = "P" AND OE-PAID-PERIOD = WS-PERIOD-END
               MOVE "Y" TO WS-OE-TAKE
           END-IF
           IF WS-RUN-MODE = "N" AND OE-STATUS = "A" AND
              OE-PERIOD-END <= WS-PERIOD-END
               MOVE "Y" TO WS-OE-TAKE
           END-IF
           IF WS-OE-TAKE NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OE-TEST-GROSS = WS-GROSS + OE-AMOUNT
           IF WS-EARN-USED >= 10 OR WS-OE-TEST-GROSS < ZEROS
               IF WS-RUN-MODE = "N"
                   ADD 1 TO WS-OE-HELD
                   DISPLAY "Warning: one-time earning " OE-EARN-CODE
                           " seq " OE-SEQ " for ID " SP-ID
                           " held for a later period."
                   IF OE-STATUS = "P"
                       MOVE "A" TO OE-STATUS
                       MOVE ZEROS TO OE-PAID-PERIOD
                       REWRITE EARNINGS-RECORD
                       IF EARN-STATUS NOT = "00"
                           ADD 1 TO WS-OE-ERRORS
                           DISPLAY "Warning: could not hold one-time "
                                   "earning for ID " SP-ID " (status "
                                   EARN-STATUS ")."
                       END-IF
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-RUN-MODE = "N" AND OE-STATUS = "A"
               MOVE "P" TO OE-STATUS
               MOVE WS-PERIOD-END TO OE-PAID-PERIOD
               REWRITE EARNINGS-RECORD
               IF EARN-STATUS NOT = "00"
                   ADD 1 TO WS-OE-ERRORS
                   DISPLAY "Warning: could not mark one-time earning "
                           "paid for ID " SP-ID " (status "
                           EARN-STATUS ")."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-EARN-USED
           MOVE OE-EARN-CODE TO WS-EE-CODE(WS-EARN-USED)
           MOVE OE-DESC TO WS-EE-DESC(WS-EARN-USED)
           MOVE OE-AMOUNT TO WS-EE-AMT(WS-EARN-USED)
           ADD OE-AMOUNT TO WS-GROSS
           ADD 1 TO WS-OE-PAID.

       CALC-DEDUCTIONS.
           MOVE 0 TO WS-EMP-DED-TOTAL
           MOVE 0 TO WS-DED-USED
               MOVE WS-DED-AMT TO WS-ED-AMT(WS-DED-USED)
           END-IF.

       WRITE-EARN-ITEM-LINES.
           IF WS-TS-FOUND NOT = "Y"
               MOVE SPACES TO REGISTER-LINE
               STRING "|         ** hourly: no timesheet on file "
                          DELIMITED BY SIZE
                      "for this period **" DELIMITED BY SIZE
                      INTO REGISTER-LINE
               END-STRING
               WRITE REGISTER-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM VARYING WS-EARN-IDX FROM 1 BY 1
                   UNTIL WS-EARN-IDX > WS-EARN-USED
               IF WS-EE-CODE(WS-EARN-IDX) NOT = "SAL "
                   MOVE WS-EE-AMT(WS-EARN-IDX) TO WS-EARN-AMT-DISP
                   MOVE SPACES TO REGISTER-LINE
                   STRING "|         earn " DELIMITED BY SIZE
                          WS-EE-CODE(WS-EARN-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-EE-DESC(WS-EARN-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-EARN-AMT-DISP DELIMITED BY SIZE
                          INTO REGISTER-LINE
                   END-STRING
                   WRITE REGISTER-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.

       WRITE-DED-ITEM-LINES.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-USED
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       OPEN-HISTORY-FILES.
           OPEN I-O PAY-HISTORY-FILE
           IF PAYH-STATUS = "35"
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF
           OPEN I-O YTD-FILE
           IF YTD-STATUS = "35"
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF
           IF PAYH-STATUS = "00" AND YTD-STATUS NOT = "00"
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF YTD-STATUS = "00" AND PAYH-STATUS NOT = "00"
               CLOSE YTD-FILE
           END-IF.

       POST-PAY-HISTORY.
           MOVE SP-ID TO PH-EMPLOYEE-ID
           MOVE WS-PERIOD-END TO PH-PERIOD-END
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO WS-HIST-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-FOUND
           END-READ
           IF WS-HIST-FOUND = "Y"
               MOVE -1 TO WS-YTD-SIGN
               PERFORM POST-YTD-FROM-HISTORY
               ADD 1 TO WS-HIST-REPLACED
           END-IF

           MOVE SP-ID TO PH-EMPLOYEE-ID
           MOVE WS-PERIOD-END TO PH-PERIOD-END
           MOVE SP-DEPARTMENT TO PH-DEPARTMENT-CODE
           MOVE WS-FREQUENCY TO PH-FREQUENCY
           MOVE WS-GROSS TO PH-GROSS
           MOVE WS-EMP-DED-TOTAL TO PH-DED-TOTAL
           MOVE WS-NET TO PH-NET
           MOVE FUNCTION CURRENT-DATE(1:8) TO PH-RUN-DATE
           MOVE 0 TO PH-LINE-COUNT
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > 30
               MOVE SPACES TO PH-LINE-TYPE(WS-HIST-IDX)
               MOVE SPACES TO PH-LINE-CODE(WS-HIST-IDX)
               MOVE SPACES TO PH-LINE-DESC(WS-HIST-IDX)
               MOVE 0 TO PH-LINE-AMT(WS-HIST-IDX)
           END-PERFORM
           PERFORM VARYING WS-EARN-IDX FROM 1 BY 1
                   UNTIL WS-EARN-IDX > WS-EARN-USED
               IF PH-LINE-COUNT < 30
                   ADD 1 TO PH-LINE-COUNT
                   MOVE "E" TO PH-LINE-TYPE(PH-LINE-COUNT)
                   MOVE WS-EE-CODE(WS-EARN-IDX)
                       TO PH-LINE-CODE(PH-LINE-COUNT)
                   MOVE WS-EE-DESC(WS-EARN-IDX)
                       TO PH-LINE-DESC(PH-LINE-COUNT)
                   MOVE WS-EE-AMT(WS-EARN-IDX)
                       TO PH-LINE-AMT(PH-LINE-COUNT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-USED
               IF PH-LINE-COUNT < 30
                   ADD 1 TO PH-LINE-COUNT
                   MOVE "D" TO PH-LINE-TYPE(PH-LINE-COUNT)
                   MOVE WS-ED-CODE(WS-DED-IDX)
                       TO PH-LINE-CODE(PH-LINE-COUNT)
                   MOVE WS-ED-DESC(WS-DED-IDX)
                       TO PH-LINE-DESC(PH-LINE-COUNT)
                   MOVE WS-ED-AMT(WS-DED-IDX)
                       TO PH-LINE-AMT(PH-LINE-COUNT)
               END-IF
           END-PERFORM

           IF WS-HIST-FOUND = "Y"
               REWRITE PAY-HISTORY-RECORD
           ELSE
               WRITE PAY-HISTORY-RECORD
           END-IF
           IF PAYH-STATUS NOT = "00"
               ADD 1 TO WS-HIST-ERRORS
               DISPLAY "Warning: could not write pay history for ID "
                       SP-ID " (status " PAYH-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-WRITTEN
           MOVE 1 TO WS-YTD-SIGN
           PERFORM POST-YTD-FROM-HISTORY.

       POST-YTD-FROM-HISTORY.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > PH-LINE-COUNT
               MOVE PH-LINE-TYPE(WS-HIST-IDX) TO WS-YTD-TYPE
               MOVE PH-LINE-CODE(WS-HIST-IDX) TO WS-YTD-CODE
               MOVE PH-LINE-DESC(WS-HIST-IDX) TO WS-YTD-DESC
               COMPUTE WS-YTD-AMT =
                   PH-LINE-AMT(WS-HIST-IDX) * WS-YTD-SIGN
               PERFORM POST-ONE-YTD
           END-PERFORM
           MOVE "T" TO WS-YTD-TYPE
           MOVE "GROS" TO WS-YTD-CODE
           MOVE "Gross pay" TO WS-YTD-DESC
           COMPUTE WS-YTD-AMT = PH-GROSS * WS-YTD-SIGN
           PERFORM POST-ONE-YTD
           MOVE "DEDS" TO WS-YTD-CODE
           MOVE "Total deductions" TO WS-YTD-DESC
           COMPUTE WS-YTD-AMT = PH-DED-TOTAL * WS-YTD-SIGN
           PERFORM POST-ONE-YTD
           MOVE "NET " TO WS-YTD-CODE
           MOVE "Net pay" TO WS-YTD-DESC
           COMPUTE WS-YTD-AMT = PH-NET * WS-YTD-SIGN
           PERFORM POST-ONE-YTD.

       POST-ONE-YTD.
           MOVE PH-EMPLOYEE-ID TO YT-EMPLOYEE-ID
           MOVE PH-PERIOD-END(1:4) TO YT-YEAR
           MOVE WS-YTD-TYPE TO YT-TYPE
           MOVE WS-YTD-CODE TO YT-CODE
           READ YTD-FILE
               INVALID KEY
                   MOVE "N" TO WS-YTD-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND
           END-READ
           IF WS-YTD-FOUND = "Y"
               ADD WS-YTD-AMT TO YT-AMOUNT
               IF WS-YTD-SIGN > 0
                   MOVE WS-YTD-DESC TO YT-DESC
                   ADD 1 TO YT-PERIODS
                   MOVE PH-PERIOD-END TO YT-LAST-PERIOD
               ELSE
                   IF YT-PERIODS > 0
                       SUBTRACT 1 FROM YT-PERIODS
                   END-IF
               END-IF
               REWRITE YTD-RECORD
           ELSE
               MOVE WS-YTD-DESC TO YT-DESC
               MOVE WS-YTD-AMT TO YT-AMOUNT
               MOVE 1 TO YT-PERIODS
               MOVE PH-PERIOD-END TO YT-LAST-PERIOD
               WRITE YTD-RECORD
           END-IF
           IF YTD-STATUS NOT = "00"
               ADD 1 TO WS-HIST-ERRORS
               DISPLAY "Warning: could not post YTD " WS-YTD-CODE
                       " for ID " PH-EMPLOYEE-ID " (status "
                       YTD-STATUS ")."
           END-IF.

       TALLY-GL-POSTING.
           IF SP-DEPARTMENT NOT = WS-CC-DEPT
               PERFORM LOOKUP-COST-CENTER
           DISPLAY "GL extract written to gl_interface.dat ("
                   WS-GL-COUNT-DISP " posting(s) plus trailer).".

       OPEN-BANK-FILES.
           OPEN INPUT BANK-DETAIL-FILE
           IF BANK-STATUS = "00"
               MOVE "Y" TO WS-BANK-FILE-OK
           ELSE
               DISPLAY "Note: no bank_details.dat; every employee "
                       "will be listed for a cheque."
           END-IF

           OPEN OUTPUT BANK-WORK-FILE
           IF BWRK-STATUS = "00"
               MOVE "Y" TO WS-BWRK-OK
           ELSE
               DISPLAY "Warning: could not open bank_payments.tmp "
                       "(status " BWRK-STATUS "); no bank payment "
                       "file will be produced."
           END-IF

           OPEN OUTPUT BANK-EXCEPTION-FILE
           IF BEXC-STATUS NOT = "00"
               DISPLAY "Warning: could not open bank_exceptions.txt "
                       "(status " BEXC-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-BEXC-OK
           MOVE SPACES TO BANK-EXCEPTION-LINE
           STRING "Bank Payment Exceptions   Period End: "
                      DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO BANK-EXCEPTION-LINE
           END-STRING
           WRITE BANK-EXCEPTION-LINE
           MOVE SPACES TO BANK-EXCEPTION-LINE
           WRITE BANK-EXCEPTION-LINE
           MOVE SPACES TO BANK-EXCEPTION-LINE
           STRING "ID    Name                              Net Pay  "
                      DELIMITED BY SIZE
                  " Action" DELIMITED BY SIZE
                  INTO BANK-EXCEPTION-LINE
           END-STRING
           WRITE BANK-EXCEPTION-LINE
           MOVE ALL "-" TO BANK-EXCEPTION-LINE
           WRITE BANK-EXCEPTION-LINE.

       TALLY-BANK-PAYMENT.
           IF WS-NET NOT > ZEROS
               ADD 1 TO WS-UNPAID-COUNT
               ADD WS-NET TO WS-UNPAID-TOTAL
               MOVE "No payment: net pay is not above zero"
                   TO WS-BANK-ACTION
               PERFORM WRITE-BANK-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-BANK-FOUND
           IF WS-BANK-FILE-OK = "Y"
               MOVE SP-ID TO BK-EMPLOYEE-ID
               READ BANK-DETAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BANK-FOUND
               END-READ
           END-IF
           IF WS-BANK-FOUND NOT = "Y"
               ADD 1 TO WS-CHEQUE-COUNT
               ADD WS-NET TO WS-CHEQUE-TOTAL
               MOVE "No bank details: pay by cheque"
                   TO WS-BANK-ACTION
               PERFORM WRITE-BANK-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NET TO WS-BANK-PAY-AMT
           IF BK-SPLIT-AMOUNT > ZEROS
               IF BK-SPLIT-AMOUNT < WS-BANK-PAY-AMT
                   MOVE BK-SPLIT-AMOUNT TO WS-BANK-SPLIT-AMT
               ELSE
                   MOVE WS-BANK-PAY-AMT TO WS-BANK-SPLIT-AMT
               END-IF
               SUBTRACT WS-BANK-SPLIT-AMT FROM WS-BANK-PAY-AMT
               MOVE BK-ROUTING-2 TO WS-BD-ROUTING
               MOVE BK-ACCOUNT-2 TO WS-BD-ACCOUNT
               MOVE BK-ACCT-TYPE-2 TO WS-BD-ACCT-TYPE
               MOVE WS-BANK-SPLIT-AMT TO WS-BD-AMOUNT
               PERFORM WRITE-BANK-WORK-DETAIL
           END-IF
           IF WS-BANK-PAY-AMT > ZEROS
               MOVE BK-ROUTING TO WS-BD-ROUTING
               MOVE BK-ACCOUNT TO WS-BD-ACCOUNT
               MOVE BK-ACCT-TYPE TO WS-BD-ACCT-TYPE
               MOVE WS-BANK-PAY-AMT TO WS-BD-AMOUNT
               PERFORM WRITE-BANK-WORK-DETAIL
           END-IF.

       WRITE-BANK-WORK-DETAIL.
           MOVE SP-ID TO WS-BD-EMPLOYEE-ID
           MOVE SP-NAME TO WS-BD-NAME
           MOVE WS-PERIOD-END TO WS-BD-PERIOD
           IF WS-BWRK-OK NOT = "Y"
               ADD 1 TO WS-BANK-ERRORS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BANK-WORK-LINE
           MOVE WS-BANK-DETAIL TO BANK-WORK-LINE
           WRITE BANK-WORK-LINE
           IF BWRK-STATUS NOT = "00"
               ADD 1 TO WS-BANK-ERRORS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BANK-COUNT
           ADD WS-BD-AMOUNT TO WS-BANK-TOTAL
           ADD WS-BD-ROUTING TO WS-BANK-HASH.

       WRITE-BANK-EXCEPTION.
           IF WS-BEXC-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NET TO WS-BANK-NET-DISP
           MOVE SPACES TO BANK-EXCEPTION-LINE
           STRING SP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SP-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BANK-NET-DISP DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-BANK-ACTION DELIMITED BY SIZE
                  INTO BANK-EXCEPTION-LINE
           END-STRING
           WRITE BANK-EXCEPTION-LINE.

       CLOSE-BANK-FILES.
           IF WS-BANK-FILE-OK = "Y"
               CLOSE BANK-DETAIL-FILE
           END-IF
           IF WS-BWRK-OK = "Y"
               CLOSE BANK-WORK-FILE
           END-IF
           IF WS-BEXC-OK = "Y"
               MOVE ALL "-" TO BANK-EXCEPTION-LINE
               WRITE BANK-EXCEPTION-LINE
               MOVE WS-CHEQUE-COUNT TO WS-BANK-CNT-DISP
               MOVE WS-CHEQUE-TOTAL TO WS-BANK-TOT-DISP
               MOVE SPACES TO BANK-EXCEPTION-LINE
               STRING "Cheques required: " DELIMITED BY SIZE
                      WS-BANK-CNT-DISP DELIMITED BY SIZE
                      "   Cheque total: " DELIMITED BY SIZE
                      WS-BANK-TOT-DISP DELIMITED BY SIZE
                      INTO BANK-EXCEPTION-LINE
               END-STRING
               WRITE BANK-EXCEPTION-LINE
               MOVE WS-UNPAID-COUNT TO WS-BANK-CNT-DISP
               MOVE SPACES TO BANK-EXCEPTION-LINE
               STRING "Employees with no net pay: " DELIMITED BY SIZE
                      WS-BANK-CNT-DISP DELIMITED BY SIZE
                      INTO BANK-EXCEPTION-LINE
               END-STRING
               WRITE BANK-EXCEPTION-LINE
               CLOSE BANK-EXCEPTION-FILE
               MOVE WS-CHEQUE-COUNT TO WS-BANK-CNT-DISP
               DISPLAY "Bank exceptions written to "
                       "bank_exceptions.txt (" WS-BANK-CNT-DISP
                       " cheque(s))."
           END-IF.

       WRITE-BANK-FILE.
           COMPUTE WS-BANK-CHECK = WS-BANK-TOTAL + WS-CHEQUE-TOTAL
                                 + WS-UNPAID-TOTAL
           IF WS-BANK-ERRORS NOT = ZEROS OR
              WS-BANK-CHECK NOT = WS-GRAND-NET-TOT
               DISPLAY "Bank payment file NOT written: deposits plus "
                       "cheques do not agree with the register net "
                       "total."
               DISPLAY "Payment details for this period remain in "
                       "bank_payments.tmp for investigation."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BANK-WORK-FILE
           IF BWRK-STATUS NOT = "00"
               DISPLAY "Bank payment file NOT written: could not "
                       "reopen bank_payments.tmp (status " BWRK-STATUS
                       ")."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BANK-FILE
           IF BPAY-STATUS NOT = "00"
               DISPLAY "Bank payment file NOT written: could not open "
                       "bank_payments.dat (status " BPAY-STATUS ")."
               CLOSE BANK-WORK-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PERIOD-END TO WS-BH-PERIOD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BH-CREATED
           MOVE SPACES TO BANK-LINE
           MOVE WS-BANK-HEADER TO BANK-LINE
           WRITE BANK-LINE

           MOVE "N" TO WS-BWRK-EOF
           PERFORM UNTIL WS-BWRK-EOF = "Y"
               READ BANK-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-BWRK-EOF
                   NOT AT END
                       MOVE BANK-WORK-LINE TO BANK-LINE
                       WRITE BANK-LINE
               END-READ
           END-PERFORM

           MOVE WS-BANK-COUNT TO WS-BT-COUNT
           MOVE WS-BANK-TOTAL TO WS-BT-TOTAL
           MOVE WS-BANK-HASH TO WS-BT-HASH
           MOVE WS-CHEQUE-COUNT TO WS-BT-CHEQUE-COUNT
           MOVE WS-CHEQUE-TOTAL TO WS-BT-CHEQUE-TOTAL
           MOVE WS-UNPAID-TOTAL TO WS-BT-UNPAID-TOTAL
           MOVE WS-GRAND-NET-TOT TO WS-BT-REGISTER-NET
           MOVE SPACES TO BANK-LINE
           MOVE WS-BANK-TRAILER TO BANK-LINE
           WRITE BANK-LINE
           CLOSE BANK-WORK-FILE
           CLOSE BANK-FILE

           MOVE WS-BANK-COUNT TO WS-BANK-CNT-DISP
           MOVE WS-BANK-TOTAL TO WS-BANK-TOT-DISP
           DISPLAY "Bank payment file written to bank_payments.dat ("
                   WS-BANK-CNT-DISP " deposit(s), total "
                   WS-BANK-TOT-DISP ").".

       WRITE-DEPT-SUBTOTAL.
           MOVE WS-DEPT-COUNT TO WS-DEPT-COUNT-DISP
           MOVE WS-DEPT-TOTAL TO WS-DEPT-TOTAL-DISP
           END-STRING
           WRITE REGISTER-LINE.

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
