       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinalPay.

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
           SELECT LEAVE-FILE ASSIGN TO "leave_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS LEAVE-STATUS.
           SELECT LEAVE-HISTORY-FILE ASSIGN TO "leave_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVHIST-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS DED-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "benefit_enrollments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS BENROL-STATUS.
           SELECT EARNINGS-FILE ASSIGN TO "one_time_earnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-KEY
               FILE STATUS IS EARN-STATUS.
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
           SELECT SETTLEMENT-FILE ASSIGN TO "final_pay.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-KEY
               FILE STATUS IS FPAY-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "final_pay_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FPCTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "final_pay_statements.txt"
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

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           05 LV-EMPLOYEE-ID     PIC 9(5).
           05 LV-VACATION-BAL    PIC 9(3)V99.
           05 LV-SICK-BAL        PIC 9(3)V99.
           05 LV-LAST-ACCRUAL    PIC 9(6).

       FD LEAVE-HISTORY-FILE.
       01 LEAVE-HISTORY-RECORD.
           05 LH-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 LH-LEAVE-TYPE      PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 LH-DAYS-TAKEN      PIC 9(3).99.
           05 FILLER             PIC X VALUE SPACE.
           05 LH-FROM-DATE       PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 LH-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 LH-TO-DATE         PIC 9(8).

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

       FD SETTLEMENT-FILE.
       01 SETTLEMENT-RECORD.
           05 FP-KEY.
               10 FP-EMPLOYEE-ID  PIC 9(5).
               10 FP-TERM-DATE    PIC 9(8).
           05 FP-LAST-DAY        PIC 9(8).
           05 FP-PERIOD-END      PIC 9(8).
           05 FP-GROSS           PIC 9(7)V99.
           05 FP-DED-TOTAL       PIC 9(7)V99.
           05 FP-NET             PIC S9(7)V99.
           05 FP-VAC-DAYS        PIC 9(3)V99.
           05 FP-VAC-AMOUNT      PIC 9(7)V99.
           05 FP-RUN-DATE        PIC 9(8).
           05 FP-OPERATOR        PIC X(10).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 FPC-LAST-RUN       PIC 9(8).

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
           05 FILE-STATUS       PIC XX.
           05 TERM-STATUS       PIC XX.
           05 CAL-STATUS        PIC XX.
           05 PPROF-STATUS      PIC XX.
           05 TSHT-STATUS       PIC XX.
           05 LEAVE-STATUS      PIC XX.
           05 LVHIST-STATUS     PIC XX.
           05 DED-STATUS        PIC XX.
           05 BENROL-STATUS     PIC XX.
           05 EARN-STATUS       PIC XX.
           05 PAYH-STATUS       PIC XX.
           05 YTD-STATUS        PIC XX.
           05 FPAY-STATUS       PIC XX.
           05 FPCTL-STATUS      PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 WS-CONFIRM        PIC X.
           05 WS-OPERATOR       PIC X(10).
           05 OPERATOR-STATUS   PIC XX.
           05 OPRF-STATUS       PIC XX.
           05 ROLE-STATUS       PIC XX.
           05 AUDIT-STATUS      PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 WS-SUP-ID         PIC X(10).
           05 WS-SUP-PW         PIC X(10).
           05 WS-SUP-OK         PIC X.
           05 WS-SUP-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "FinalPay".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 WS-SINCE-DATE     PIC 9(8) VALUE 0.
           05 WS-SINCE-TEXT     PIC X(8).
           05 WS-TODAY          PIC 9(8).
           05 WS-PPROF-FILE-OK  PIC X VALUE "N".
           05 WS-TSHT-FILE-OK   PIC X VALUE "N".
           05 WS-LEAVE-FILE-OK  PIC X VALUE "N".
           05 WS-DED-FILE-OK    PIC X VALUE "N".
           05 WS-BENROL-FILE-OK PIC X VALUE "N".
           05 WS-EARN-FILE-OK   PIC X VALUE "N".
           05 WS-SUB-EOF        PIC X.
           05 WS-FOUND          PIC X.

       01 WS-PERIOD-FIELDS.
           05 WS-PERIOD-END     PIC 9(8) VALUE 0.
           05 WS-PERIOD-START   PIC 9(8) VALUE 0.
           05 WS-PRIOR-END      PIC 9(8) VALUE 0.
           05 WS-FREQUENCY      PIC X.
           05 WS-PERIODS-YEAR   PIC 99.
           05 WS-START-INT      PIC 9(7).
           05 WS-END-INT        PIC 9(7).
           05 WS-PAY-TO-INT     PIC 9(7).
           05 WS-PERIOD-DAYS    PIC 9(3).
           05 WS-WORKED-DAYS    PIC 9(3).
           05 WS-LAST-DAY       PIC 9(8).

       01 WS-SETTLEMENT-FIELDS.
           05 WS-PAY-TYPE       PIC X.
           05 WS-HOURLY-RATE    PIC 9(4)V99.
           05 WS-OT-MULT        PIC 9V99.
           05 WS-PERIOD-PAY     PIC 9(7)V99.
           05 WS-DAY-RATE       PIC 9(5)V99.
           05 WS-VAC-DAYS       PIC 9(3)V99.
           05 WS-SICK-DAYS      PIC 9(3)V99.
           05 WS-VAC-AMOUNT     PIC 9(7)V99.
           05 WS-EARN-AMT       PIC 9(7)V99.
           05 WS-GROSS          PIC 9(7)V99.
           05 WS-DED-AMT        PIC 9(7)V99.
           05 WS-DED-TOTAL      PIC 9(7)V99.
           05 WS-NET            PIC S9(7)V99.
           05 WS-HIST-EXISTS    PIC X.
           05 WS-SAL-NOTE       PIC X(40).
           05 WS-STOPPED-COUNT  PIC 9(3).
           05 WS-DEDS-STOPPED   PIC 9(5) VALUE 0.
           05 WS-PLANS-ENDED    PIC 9(3).
           05 WS-SETTLED-COUNT  PIC 9(5) VALUE 0.
           05 WS-SKIPPED-COUNT  PIC 9(5) VALUE 0.
           05 WS-REHIRED-COUNT  PIC 9(5) VALUE 0.
           05 WS-ERROR-COUNT    PIC 9(5) VALUE 0.
           05 WS-TOTAL-NET      PIC S9(9)V99 VALUE 0.

       01 WS-EMP-EARN-TABLE.
           05 WS-EARN-USED      PIC S9(4) COMP.
           05 WS-EARN-IDX       PIC S9(4) COMP.
           05 WS-EMP-EARN-ENTRY OCCURS 10 TIMES.
               10 WS-EE-CODE    PIC X(4).
               10 WS-EE-DESC    PIC X(20).
               10 WS-EE-AMT     PIC S9(7)V99.

       01 WS-EMP-DED-TABLE.
           05 WS-DED-USED       PIC S9(4) COMP.
           05 WS-DED-IDX        PIC S9(4) COMP.
           05 WS-EMP-DED-ENTRY OCCURS 20 TIMES.
               10 WS-ED-CODE    PIC X(4).
               10 WS-ED-DESC    PIC X(20).
               10 WS-ED-AMT     PIC 9(7)V99.

       01 WS-HISTORY-FIELDS.
           05 WS-HIST-IDX       PIC S9(4) COMP.
           05 WS-YTD-FOUND      PIC X.
           05 WS-YTD-SIGN       PIC S9.
           05 WS-YTD-TYPE       PIC X.
           05 WS-YTD-CODE       PIC X(4).
           05 WS-YTD-DESC       PIC X(20).
           05 WS-YTD-AMT        PIC S9(9)V99.
           05 WS-HIST-ERRORS    PIC 9(5) VALUE 0.

       01 WS-DISPLAY-FIELDS.
           05 WS-AMT-DISP       PIC -ZZZZZZ9.99.
           05 WS-DAYS-DISP      PIC ZZ9.99.
           05 WS-SICK-DISP      PIC ZZ9.99.
           05 WS-RATE-DISP      PIC ZZZZ9.99.
           05 WS-DAY-COUNT-DISP PIC ZZ9.
           05 WS-DAY-TOTAL-DISP PIC ZZ9.
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-TOTAL-DISP     PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Final Pay Settlement"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT CONTROL-FILE
           IF FPCTL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FPC-LAST-RUN TO WS-SINCE-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-SINCE-DATE = ZEROS
               DISPLAY "No previous final pay run is recorded."
               DISPLAY "Settle leavers terminated on or after "
                       "(YYYYMMDD): "
               ACCEPT WS-SINCE-TEXT
               IF WS-SINCE-TEXT IS NOT NUMERIC
                   DISPLAY "Invalid date. Must be 8 digits, YYYYMMDD."
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
               MOVE WS-SINCE-TEXT TO WS-SINCE-DATE
           ELSE
               DISPLAY "Last run: " WS-SINCE-DATE ". Leavers "
                       "terminated since then will be settled."
           END-IF

           PERFORM FIND-SETTLEMENT-PERIOD
           IF WS-PERIOD-END = ZEROS
               DISPLAY "Run cancelled: no open pay period on the "
                       "calendar to settle into."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           DISPLAY "Settling into pay period " WS-PERIOD-START
                   " - " WS-PERIOD-END "."

           PERFORM VERIFY-SUPERVISOR
           IF WS-SUP-OK NOT = "Y"
               DISPLAY "Final pay refused: supervisor verification "
                       "failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           MOVE WS-SUP-ID TO WS-OPERATOR
           DISPLAY "Proceed? (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Final pay run cancelled."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT TERMINATED-FILE
           IF TERM-STATUS NOT = "00"
               DISPLAY "No terminated.dat; there is nobody to settle."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Run cancelled: could not open employees.dat "
                       "to tell leavers from rehires (status "
                       FILE-STATUS ")."
               CLOSE TERMINATED-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           PERFORM OPEN-UPDATE-FILES
           IF PAYH-STATUS NOT = "00" OR YTD-STATUS NOT = "00" OR
              FPAY-STATUS NOT = "00"
               DISPLAY "Run cancelled: could not open pay history, "
                       "YTD or final_pay.dat (status " PAYH-STATUS
                       "/" YTD-STATUS "/" FPAY-STATUS ")."
               CLOSE TERMINATED-FILE
               CLOSE EMPLOYEE-FILE
               PERFORM CLOSE-UPDATE-FILES
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening final_pay_statements.txt for "
                       "output."
               CLOSE TERMINATED-FILE
               CLOSE EMPLOYEE-FILE
               PERFORM CLOSE-UPDATE-FILES
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TERMINATED-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TERM-TERMINATION-DATE >= WS-SINCE-DATE
                           PERFORM CHECK-STILL-LEAVER
                           IF WS-FOUND = "N"
                               PERFORM PROCESS-LEAVER
                           ELSE
                               ADD 1 TO WS-REHIRED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SETTLED-COUNT = ZEROS
               MOVE "No leavers to settle for this run." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE TERMINATED-FILE
           CLOSE EMPLOYEE-FILE
           CLOSE REPORT-FILE
           PERFORM CLOSE-UPDATE-FILES

           OPEN OUTPUT CONTROL-FILE
           IF FPCTL-STATUS = "00"
               MOVE WS-TODAY TO FPC-LAST-RUN
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "Warning: could not update "
                       "final_pay_control.dat (status " FPCTL-STATUS
                       ")."
           END-IF

           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISP
           MOVE WS-TOTAL-NET TO WS-TOTAL-DISP
           DISPLAY "Final pay complete. " WS-COUNT-DISP " leaver(s) "
                   "settled, net total " WS-TOTAL-DISP "."
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISP
           DISPLAY "  " WS-COUNT-DISP " already settled in an earlier "
                   "run."
           MOVE WS-REHIRED-COUNT TO WS-COUNT-DISP
           DISPLAY "  " WS-COUNT-DISP " skipped as rehired."
           MOVE WS-DEDS-STOPPED TO WS-COUNT-DISP
           DISPLAY "  " WS-COUNT-DISP " deduction(s) stopped."
           DISPLAY "Statements written to final_pay_statements.txt."
           IF WS-ERROR-COUNT NOT = ZEROS OR WS-HIST-ERRORS NOT = ZEROS
               DISPLAY "Warning: some settlements could not be fully "
                       "recorded; see the messages above."
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       CHECK-STILL-LEAVER.
           MOVE "N" TO WS-FOUND
           IF TERM-REHIRE-FLAG = "R"
               MOVE "Y" TO WS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE TERM-EMPLOYEE-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

       FIND-SETTLEMENT-PERIOD.
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO PC-PERIOD-END
           START CALENDAR-FILE KEY IS >= PC-PERIOD-END
               INVALID KEY
                   CLOSE CALENDAR-FILE
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = "Y"
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       IF PC-STATUS = "O"
                           MOVE PC-PERIOD-END TO WS-PERIOD-END
                           MOVE PC-FREQUENCY TO WS-FREQUENCY
                           MOVE "Y" TO WS-SUB-EOF
                       ELSE
                           MOVE PC-PERIOD-END TO WS-PRIOR-END
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF WS-PERIOD-END = ZEROS
               EXIT PARAGRAPH
           END-IF.

           IF WS-FREQUENCY = "M"
               MOVE 12 TO WS-PERIODS-YEAR
           ELSE
               MOVE 26 TO WS-PERIODS-YEAR
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) TO WS-END-INT
           IF WS-PRIOR-END NOT = ZEROS
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PRIOR-END) + 1
           ELSE
               IF WS-FREQUENCY = "M"
                   MOVE WS-PERIOD-END TO WS-PERIOD-START
                   MOVE "01" TO WS-PERIOD-START(7:2)
                   MOVE FUNCTION INTEGER-OF-DATE(WS-PERIOD-START)
                       TO WS-START-INT
               ELSE
                   COMPUTE WS-START-INT = WS-END-INT - 13
               END-IF
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-START-INT)
               TO WS-PERIOD-START
           COMPUTE WS-PERIOD-DAYS = WS-END-INT - WS-START-INT + 1.

       OPEN-UPDATE-FILES.
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
           OPEN I-O SETTLEMENT-FILE
           IF FPAY-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-FILE
               CLOSE SETTLEMENT-FILE
               OPEN I-O SETTLEMENT-FILE
           END-IF
           OPEN INPUT PAY-PROFILE-FILE
           IF PPROF-STATUS = "00"
               MOVE "Y" TO WS-PPROF-FILE-OK
           END-IF
           OPEN INPUT TIMESHEET-FILE
           IF TSHT-STATUS = "00"
               MOVE "Y" TO WS-TSHT-FILE-OK
           END-IF
           OPEN I-O LEAVE-FILE
           IF LEAVE-STATUS = "00"
               MOVE "Y" TO WS-LEAVE-FILE-OK
           END-IF
           OPEN I-O DEDUCTION-FILE
           IF DED-STATUS = "00"
               MOVE "Y" TO WS-DED-FILE-OK
           END-IF
           OPEN I-O EARNINGS-FILE
           IF EARN-STATUS = "00"
               MOVE "Y" TO WS-EARN-FILE-OK
           END-IF
           OPEN I-O ENROLLMENT-FILE
           IF BENROL-STATUS = "00"
               MOVE "Y" TO WS-BENROL-FILE-OK
           END-IF.

       CLOSE-UPDATE-FILES.
           IF PAYH-STATUS NOT = "35"
               CLOSE PAY-HISTORY-FILE
           END-IF
           IF YTD-STATUS NOT = "35"
               CLOSE YTD-FILE
           END-IF
           IF FPAY-STATUS NOT = "35"
               CLOSE SETTLEMENT-FILE
           END-IF
           IF WS-PPROF-FILE-OK = "Y"
               CLOSE PAY-PROFILE-FILE
           END-IF
           IF WS-TSHT-FILE-OK = "Y"
               CLOSE TIMESHEET-FILE
           END-IF
           IF WS-LEAVE-FILE-OK = "Y"
               CLOSE LEAVE-FILE
           END-IF
           IF WS-DED-FILE-OK = "Y"
               CLOSE DEDUCTION-FILE
           END-IF
           IF WS-EARN-FILE-OK = "Y"
               CLOSE EARNINGS-FILE
           END-IF
           IF WS-BENROL-FILE-OK = "Y"
               CLOSE ENROLLMENT-FILE
           END-IF.

       PROCESS-LEAVER.
           MOVE TERM-EMPLOYEE-ID TO FP-EMPLOYEE-ID
           MOVE TERM-TERMINATION-DATE TO FP-TERM-DATE
           READ SETTLEMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "Y"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE TERM-LAST-DAY TO WS-LAST-DAY
           IF WS-LAST-DAY IS NOT NUMERIC OR WS-LAST-DAY = ZEROS
               MOVE TERM-TERMINATION-DATE TO WS-LAST-DAY
           END-IF

           MOVE 0 TO WS-EARN-USED
           MOVE 0 TO WS-DED-USED
           MOVE 0 TO WS-GROSS
           MOVE 0 TO WS-DED-TOTAL
           MOVE 0 TO WS-VAC-DAYS
           MOVE 0 TO WS-SICK-DAYS
           MOVE 0 TO WS-VAC-AMOUNT
           MOVE 0 TO WS-STOPPED-COUNT
           MOVE 0 TO WS-PLANS-ENDED
           MOVE SPACES TO WS-SAL-NOTE

           MOVE TERM-EMPLOYEE-ID TO PH-EMPLOYEE-ID
           MOVE WS-PERIOD-END TO PH-PERIOD-END
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO WS-HIST-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-HIST-EXISTS
           END-READ

           MOVE "S" TO WS-PAY-TYPE
           MOVE 0 TO WS-HOURLY-RATE
           MOVE 1.50 TO WS-OT-MULT
           IF WS-PPROF-FILE-OK = "Y"
               MOVE TERM-EMPLOYEE-ID TO PP-EMPLOYEE-ID
               READ PAY-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PP-PAY-TYPE TO WS-PAY-TYPE
                       MOVE PP-HOURLY-RATE TO WS-HOURLY-RATE
                       IF PP-OT-MULTIPLIER >= 1
                           MOVE PP-OT-MULTIPLIER TO WS-OT-MULT
                       END-IF
               END-READ
           END-IF

           IF WS-HIST-EXISTS = "Y"
               MOVE "Period pay already paid by the register"
                   TO WS-SAL-NOTE
           ELSE
               IF WS-PAY-TYPE = "H"
                   PERFORM CALC-FINAL-HOURS
               ELSE
                   PERFORM CALC-PRORATED-SALARY
               END-IF
           END-IF
           PERFORM CALC-VACATION-PAYOUT
           PERFORM ADD-UNPAID-EARNINGS
           PERFORM CALC-FINAL-DEDUCTIONS
           PERFORM END-BENEFIT-ENROLLMENTS
           COMPUTE WS-NET = WS-GROSS - WS-DED-TOTAL

           PERFORM POST-FINAL-HISTORY
           PERFORM CLEAR-LEAVE-BALANCE
           PERFORM WRITE-SETTLEMENT-RECORD
           PERFORM WRITE-STATEMENT
           ADD 1 TO WS-SETTLED-COUNT
           ADD WS-NET TO WS-TOTAL-NET.

       CALC-PRORATED-SALARY.
           COMPUTE WS-PERIOD-PAY ROUNDED =
               TERM-SALARY / WS-PERIODS-YEAR
           IF WS-LAST-DAY < WS-PERIOD-START
               MOVE 0 TO WS-WORKED-DAYS
               MOVE "Last day falls before this pay period"
                   TO WS-SAL-NOTE
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-DAY > WS-PERIOD-END
               MOVE WS-END-INT TO WS-PAY-TO-INT
               MOVE "Last day falls after this period end"
                   TO WS-SAL-NOTE
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(WS-LAST-DAY)
                   TO WS-PAY-TO-INT
           END-IF
           COMPUTE WS-WORKED-DAYS = WS-PAY-TO-INT - WS-START-INT + 1
           COMPUTE WS-EARN-AMT ROUNDED =
               WS-PERIOD-PAY * WS-WORKED-DAYS / WS-PERIOD-DAYS
           MOVE WS-WORKED-DAYS TO WS-DAY-COUNT-DISP
           MOVE WS-PERIOD-DAYS TO WS-DAY-TOTAL-DISP
           ADD 1 TO WS-EARN-USED
           MOVE "SAL " TO WS-EE-CODE(WS-EARN-USED)
           MOVE SPACES TO WS-EE-DESC(WS-EARN-USED)
           STRING "Salary " DELIMITED BY SIZE
                  WS-DAY-COUNT-DISP DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DAY-TOTAL-DISP DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO WS-EE-DESC(WS-EARN-USED)
           END-STRING
           MOVE WS-EARN-AMT TO WS-EE-AMT(WS-EARN-USED)
           ADD WS-EARN-AMT TO WS-GROSS.

       CALC-FINAL-HOURS.
           MOVE "N" TO WS-FOUND
           IF WS-TSHT-FILE-OK = "Y"
               MOVE TERM-EMPLOYEE-ID TO TS-EMPLOYEE-ID
               MOVE WS-PERIOD-END TO TS-PERIOD-END
               READ TIMESHEET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           END-IF
           IF WS-FOUND NOT = "Y"
               MOVE "Hourly: no timesheet for this period"
                   TO WS-SAL-NOTE
               EXIT PARAGRAPH
           END-IF
           IF TS-REG-HOURS > ZEROS
               COMPUTE WS-EARN-AMT ROUNDED =
                   TS-REG-HOURS * WS-HOURLY-RATE
               ADD 1 TO WS-EARN-USED
               MOVE "REG " TO WS-EE-CODE(WS-EARN-USED)
               MOVE "Regular hours" TO WS-EE-DESC(WS-EARN-USED)
               MOVE WS-EARN-AMT TO WS-EE-AMT(WS-EARN-USED)
               ADD WS-EARN-AMT TO WS-GROSS
           END-IF
           IF TS-OT-HOURS > ZEROS
               COMPUTE WS-EARN-AMT ROUNDED =
                   TS-OT-HOURS * WS-HOURLY-RATE * WS-OT-MULT
               ADD 1 TO WS-EARN-USED
               MOVE "OT  " TO WS-EE-CODE(WS-EARN-USED)
               MOVE "Overtime hours" TO WS-EE-DESC(WS-EARN-USED)
               MOVE WS-EARN-AMT TO WS-EE-AMT(WS-EARN-USED)
               ADD WS-EARN-AMT TO WS-GROSS
           END-IF.

       CALC-VACATION-PAYOUT.
           IF WS-LEAVE-FILE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE TERM-EMPLOYEE-ID TO LV-EMPLOYEE-ID
           READ LEAVE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE LV-VACATION-BAL TO WS-VAC-DAYS
           MOVE LV-SICK-BAL TO WS-SICK-DAYS
           IF WS-VAC-DAYS = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-PAY-TYPE = "H"
               COMPUTE WS-DAY-RATE ROUNDED = WS-HOURLY-RATE * 8
           ELSE
               COMPUTE WS-DAY-RATE ROUNDED = TERM-SALARY / 260
           END-IF
           COMPUTE WS-VAC-AMOUNT ROUNDED = WS-VAC-DAYS * WS-DAY-RATE
           MOVE WS-VAC-DAYS TO WS-DAYS-DISP
           ADD 1 TO WS-EARN-USED
           MOVE "VACP" TO WS-EE-CODE(WS-EARN-USED)
           MOVE SPACES TO WS-EE-DESC(WS-EARN-USED)
           STRING "Vacation " DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO WS-EE-DESC(WS-EARN-USED)
           END-STRING
           MOVE WS-VAC-AMOUNT TO WS-EE-AMT(WS-EARN-USED)
           ADD WS-VAC-AMOUNT TO WS-GROSS.

       ADD-UNPAID-EARNINGS.
           IF WS-EARN-FILE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE TERM-EMPLOYEE-ID TO OE-EMPLOYEE-ID
           MOVE ZEROS TO OE-PERIOD-END
           MOVE ZEROS TO OE-SEQ
           START EARNINGS-FILE KEY IS >= OE-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = "Y"
               READ EARNINGS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       IF OE-EMPLOYEE-ID NOT = TERM-EMPLOYEE-ID
                           MOVE "Y" TO WS-SUB-EOF
                       ELSE
                           PERFORM TAKE-UNPAID-EARNING
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-UNPAID-EARNING.
           IF OE-STATUS NOT = "A" OR OE-PERIOD-END > WS-PERIOD-END
               EXIT PARAGRAPH
           END-IF
           IF WS-EARN-USED >= 10 OR WS-GROSS + OE-AMOUNT < ZEROS
               DISPLAY "Warning: one-time earning seq " OE-SEQ
                       " for ID " TERM-EMPLOYEE-ID " left unpaid."
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO OE-STATUS
           MOVE WS-PERIOD-END TO OE-PAID-PERIOD
           REWRITE EARNINGS-RECORD
           IF EARN-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Warning: could not mark one-time earning "
                       "paid for ID " TERM-EMPLOYEE-ID "."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EARN-USED
           MOVE OE-EARN-CODE TO WS-EE-CODE(WS-EARN-USED)
           MOVE OE-DESC TO WS-EE-DESC(WS-EARN-USED)
           MOVE OE-AMOUNT TO WS-EE-AMT(WS-EARN-USED)
           ADD OE-AMOUNT TO WS-GROSS.

       CALC-FINAL-DEDUCTIONS.
           IF WS-DED-FILE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE TERM-EMPLOYEE-ID TO DED-EMPLOYEE-ID
           MOVE LOW-VALUES TO DED-CODE
           START DEDUCTION-FILE KEY IS >= DED-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = "Y"
               READ DEDUCTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       IF DED-EMPLOYEE-ID NOT = TERM-EMPLOYEE-ID
                           MOVE "Y" TO WS-SUB-EOF
                       ELSE
                           PERFORM SETTLE-ONE-DEDUCTION
                       END-IF
               END-READ
           END-PERFORM.

       SETTLE-ONE-DEDUCTION.
           IF DED-STOP-DATE NOT = ZEROS AND
              DED-STOP-DATE < WS-PERIOD-START
               EXIT PARAGRAPH
           END-IF
           IF DED-START-DATE <= WS-LAST-DAY AND
              WS-HIST-EXISTS NOT = "Y"
               IF DED-METHOD = "P"
                   COMPUTE WS-DED-AMT ROUNDED =
                       WS-GROSS * DED-PERCENT / 100
               ELSE
                   MOVE DED-AMOUNT TO WS-DED-AMT
               END-IF
               IF WS-DED-AMT > ZEROS AND WS-DED-USED < 20
                   ADD WS-DED-AMT TO WS-DED-TOTAL
                   ADD 1 TO WS-DED-USED
                   MOVE DED-CODE TO WS-ED-CODE(WS-DED-USED)
                   MOVE DED-DESC TO WS-ED-DESC(WS-DED-USED)
                   MOVE WS-DED-AMT TO WS-ED-AMT(WS-DED-USED)
               END-IF
           END-IF
           IF DED-STOP-DATE = ZEROS OR DED-STOP-DATE > WS-LAST-DAY
               MOVE WS-LAST-DAY TO DED-STOP-DATE
               REWRITE DEDUCTION-RECORD
               IF DED-STATUS = "00"
                   ADD 1 TO WS-STOPPED-COUNT
                   ADD 1 TO WS-DEDS-STOPPED
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "Warning: could not stop deduction "
                           DED-CODE " for ID " TERM-EMPLOYEE-ID "."
               END-IF
           END-IF.

       END-BENEFIT-ENROLLMENTS.
           IF WS-BENROL-FILE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE TERM-EMPLOYEE-ID TO BE-EMPLOYEE-ID
           MOVE LOW-VALUES TO BE-PLAN-CODE
           START ENROLLMENT-FILE KEY IS >= BE-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-SUB-EOF
           PERFORM UNTIL WS-SUB-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SUB-EOF
                   NOT AT END
                       IF BE-EMPLOYEE-ID NOT = TERM-EMPLOYEE-ID
                           MOVE "Y" TO WS-SUB-EOF
                       ELSE
                           IF BE-END-DATE = ZEROS OR
                              BE-END-DATE > WS-LAST-DAY
                               MOVE WS-LAST-DAY TO BE-END-DATE
                               MOVE WS-LAST-DAY TO BE-LAST-CHANGE
                               MOVE WS-OPERATOR TO BE-UPDATED-BY
                               MOVE WS-TODAY TO BE-UPDATED-DATE
                               REWRITE ENROLLMENT-RECORD
                               IF BENROL-STATUS = "00"
                                   ADD 1 TO WS-PLANS-ENDED
                               ELSE
                                   ADD 1 TO WS-ERROR-COUNT
                                   DISPLAY "Warning: could not end "
                                           "benefit plan " BE-PLAN-CODE
                                           " for ID " TERM-EMPLOYEE-ID
                                           "."
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POST-FINAL-HISTORY.
           IF WS-HIST-EXISTS = "Y"
               MOVE -1 TO WS-YTD-SIGN
               PERFORM POST-YTD-FROM-HISTORY
           ELSE
               MOVE TERM-EMPLOYEE-ID TO PH-EMPLOYEE-ID
               MOVE WS-PERIOD-END TO PH-PERIOD-END
               MOVE TERM-DEPARTMENT-CODE TO PH-DEPARTMENT-CODE
               MOVE WS-FREQUENCY TO PH-FREQUENCY
               MOVE 0 TO PH-GROSS
               MOVE 0 TO PH-DED-TOTAL
               MOVE 0 TO PH-NET
               MOVE 0 TO PH-LINE-COUNT
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > 30
                   MOVE SPACES TO PH-LINE-TYPE(WS-HIST-IDX)
                   MOVE SPACES TO PH-LINE-CODE(WS-HIST-IDX)
                   MOVE SPACES TO PH-LINE-DESC(WS-HIST-IDX)
                   MOVE 0 TO PH-LINE-AMT(WS-HIST-IDX)
               END-PERFORM
           END-IF

           MOVE WS-TODAY TO PH-RUN-DATE
           ADD WS-GROSS TO PH-GROSS
           ADD WS-DED-TOTAL TO PH-DED-TOTAL
           COMPUTE PH-NET = PH-GROSS - PH-DED-TOTAL
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

           IF WS-HIST-EXISTS = "Y"
               REWRITE PAY-HISTORY-RECORD
           ELSE
               WRITE PAY-HISTORY-RECORD
           END-IF
           IF PAYH-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Warning: could not write pay history for ID "
                       TERM-EMPLOYEE-ID " (status " PAYH-STATUS ")."
               EXIT PARAGRAPH
           END-IF
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

       CLEAR-LEAVE-BALANCE.
           IF WS-LEAVE-FILE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE TERM-EMPLOYEE-ID TO LV-EMPLOYEE-ID
           READ LEAVE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ZEROS TO LV-VACATION-BAL
           MOVE ZEROS TO LV-SICK-BAL
           REWRITE LEAVE-RECORD
           IF LEAVE-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Warning: could not zero the leave balance "
                       "for ID " TERM-EMPLOYEE-ID "."
               EXIT PARAGRAPH
           END-IF

           IF WS-VAC-DAYS = ZEROS AND WS-SICK-DAYS = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LEAVE-HISTORY-FILE
           IF LVHIST-STATUS = "35"
               OPEN OUTPUT LEAVE-HISTORY-FILE
           END-IF.
           IF LVHIST-STATUS NOT = "00"
               DISPLAY "Warning: could not write to leave history."
               EXIT PARAGRAPH
           END-IF
           IF WS-VAC-DAYS NOT = ZEROS
               MOVE "V" TO LH-LEAVE-TYPE
               MOVE WS-VAC-DAYS TO LH-DAYS-TAKEN
               PERFORM WRITE-LEAVE-HISTORY
           END-IF
           IF WS-SICK-DAYS NOT = ZEROS
               MOVE "S" TO LH-LEAVE-TYPE
               MOVE WS-SICK-DAYS TO LH-DAYS-TAKEN
               PERFORM WRITE-LEAVE-HISTORY
           END-IF
           CLOSE LEAVE-HISTORY-FILE.

       WRITE-LEAVE-HISTORY.
           MOVE TERM-EMPLOYEE-ID TO LH-EMPLOYEE-ID
           MOVE WS-LAST-DAY TO LH-FROM-DATE
           MOVE WS-OPERATOR TO LH-OPERATOR
           MOVE WS-LAST-DAY TO LH-TO-DATE
           WRITE LEAVE-HISTORY-RECORD
           IF LVHIST-STATUS NOT = "00"
               DISPLAY "Warning: could not write to leave history "
                       "for ID " TERM-EMPLOYEE-ID "."
           END-IF.

       WRITE-SETTLEMENT-RECORD.
           MOVE TERM-EMPLOYEE-ID TO FP-EMPLOYEE-ID
           MOVE TERM-TERMINATION-DATE TO FP-TERM-DATE
           MOVE WS-LAST-DAY TO FP-LAST-DAY
           MOVE WS-PERIOD-END TO FP-PERIOD-END
           MOVE WS-GROSS TO FP-GROSS
           MOVE WS-DED-TOTAL TO FP-DED-TOTAL
           MOVE WS-NET TO FP-NET
           MOVE WS-VAC-DAYS TO FP-VAC-DAYS
           MOVE WS-VAC-AMOUNT TO FP-VAC-AMOUNT
           MOVE WS-TODAY TO FP-RUN-DATE
           MOVE WS-OPERATOR TO FP-OPERATOR
           WRITE SETTLEMENT-RECORD
           IF FPAY-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Warning: could not record the settlement for "
                       "ID " TERM-EMPLOYEE-ID " in final_pay.dat "
                       "(status " FPAY-STATUS ")."
           END-IF.

       WRITE-STATEMENT.
           MOVE SPACES TO REPORT-LINE
           STRING "Final Pay Settlement Statement      Run Date: "
                      DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Employee:   " DELIMITED BY SIZE
                  TERM-EMPLOYEE-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TERM-EMPLOYEE-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Department: " DELIMITED BY SIZE
                  TERM-DEPARTMENT-CODE DELIMITED BY SIZE
                  "  Job: " DELIMITED BY SIZE
                  TERM-JOB-TITLE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Hired: " DELIMITED BY SIZE
                  TERM-HIRE-DATE DELIMITED BY SIZE
                  "  Terminated: " DELIMITED BY SIZE
                  TERM-TERMINATION-DATE DELIMITED BY SIZE
                  "  Last day: " DELIMITED BY SIZE
                  WS-LAST-DAY DELIMITED BY SIZE
                  "  Reason: " DELIMITED BY SIZE
                  TERM-REASON-CODE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Pay period: " DELIMITED BY SIZE
                  WS-PERIOD-START DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "Earnings" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SAL-NOTE NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "  ** " DELIMITED BY SIZE
                      WS-SAL-NOTE DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-EARN-IDX FROM 1 BY 1
                   UNTIL WS-EARN-IDX > WS-EARN-USED
               MOVE WS-EE-AMT(WS-EARN-IDX) TO WS-AMT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-EE-CODE(WS-EARN-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-EE-DESC(WS-EARN-IDX) DELIMITED BY SIZE
                      "          " DELIMITED BY SIZE
                      WS-AMT-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-GROSS TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Total earnings                    "
                      DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "Deductions (stopped as of the last day)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-USED
               MOVE WS-ED-AMT(WS-DED-IDX) TO WS-AMT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-ED-CODE(WS-DED-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-ED-DESC(WS-DED-IDX) DELIMITED BY SIZE
                      "          " DELIMITED BY SIZE
                      WS-AMT-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-DED-TOTAL TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "  Total deductions                  "
                      DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-STOPPED-COUNT TO WS-DAY-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           MOVE WS-PLANS-ENDED TO WS-DAY-TOTAL-DISP
           STRING "  Deductions stopped: " DELIMITED BY SIZE
                  WS-DAY-COUNT-DISP DELIMITED BY SIZE
                  "   Benefit enrollments ended: " DELIMITED BY SIZE
                  WS-DAY-TOTAL-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-NET TO WS-AMT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "NET SETTLEMENT                      "
                      DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  WS-AMT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-VAC-DAYS TO WS-DAYS-DISP
           MOVE WS-SICK-DAYS TO WS-SICK-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Leave: vacation " DELIMITED BY SIZE
                  WS-DAYS-DISP DELIMITED BY SIZE
                  " day(s) paid out; sick " DELIMITED BY SIZE
                  WS-SICK-DISP DELIMITED BY SIZE
                  " day(s) forfeited. Balances zeroed."
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE.

       VERIFY-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK
           DISPLAY "Final pay posting requires a supervisor."
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
