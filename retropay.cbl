       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroPay.

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
           SELECT SALARY-HISTORY-FILE ASSIGN TO "salary_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALHIST-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "paycalendar.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD-END
               FILE STATUS IS CAL-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT PAY-PROFILE-FILE ASSIGN TO "pay_profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-EMPLOYEE-ID
               FILE STATUS IS PPROF-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAYH-STATUS.
           SELECT RETRO-LOG-FILE ASSIGN TO "retro_pay_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTL-KEY
               FILE STATUS IS RLOG-STATUS.
           SELECT EARNINGS-FILE ASSIGN TO "one_time_earnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-KEY
               FILE STATUS IS EARN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "retro_worksheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
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

       FD SALARY-HISTORY-FILE.
       01 SALARY-HISTORY-RECORD.
           05 SH-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X.
           05 SH-OLD-SALARY      PIC 9(7).99.
           05 FILLER             PIC X.
           05 SH-NEW-SALARY      PIC 9(7).99.
           05 FILLER             PIC X.
           05 SH-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER             PIC X.
           05 SH-OPERATOR        PIC X(10).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 PC-PERIOD-END      PIC 9(8).
           05 PC-FREQUENCY       PIC X.
           05 PC-STATUS          PIC X.

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

       FD PAY-PROFILE-FILE.
       01 PAY-PROFILE-RECORD.
           05 PP-EMPLOYEE-ID     PIC 9(5).
           05 PP-PAY-TYPE        PIC X.
           05 PP-HOURLY-RATE     PIC 9(4)V99.
           05 PP-OT-MULTIPLIER   PIC 9V99.

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

       FD RETRO-LOG-FILE.
       01 RETRO-LOG-RECORD.
           05 RTL-KEY.
               10 RTL-EMPLOYEE-ID PIC 9(5).
               10 RTL-PERIOD-END  PIC 9(8).
           05 RTL-AMOUNT         PIC S9(7)V99.
           05 RTL-POSTED-PERIOD  PIC 9(8).
           05 RTL-RUN-DATE       PIC 9(8).
           05 RTL-POSTED-SEQ     PIC 9(3).
           05 RTL-LAST-AMOUNT    PIC S9(7)V99.

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

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(110).

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
           05 SALHIST-STATUS    PIC XX.
           05 CAL-STATUS        PIC XX.
           05 OPERATOR-STATUS   PIC XX.
           05 PPROF-STATUS      PIC XX.
           05 PAYH-STATUS       PIC XX.
           05 RLOG-STATUS       PIC XX.
           05 EARN-STATUS       PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 AUDIT-STATUS      PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 WS-RUN-CHOICE     PIC X.
           05 WS-POST-MODE      PIC X VALUE "N".
           05 WS-PPROF-FILE-OK  PIC X VALUE "N".
           05 WS-RLOG-FILE-OK   PIC X VALUE "N".
           05 WS-EARN-FILE-OK   PIC X VALUE "N".
           05 WS-SUP-ID         PIC X(10).
           05 WS-SUP-PW         PIC X(10).
           05 WS-SUP-OK         PIC X.
           05 OPRF-STATUS       PIC XX.
           05 ROLE-STATUS       PIC XX.
           05 WS-SUP-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "RetroPay".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-NEEDS     PIC X VALUE "U".
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 WS-LAST-CLOSED    PIC 9(8) VALUE 0.
           05 WS-NEXT-OPEN      PIC 9(8) VALUE 0.
           05 WS-AUDIT-BEFORE   PIC X(150).
           05 WS-AUDIT-AFTER    PIC X(150).

       01 WS-CALENDAR-TABLE.
           05 WS-CP-USED        PIC S9(4) COMP VALUE 0.
           05 WS-CP-IDX         PIC S9(4) COMP.
           05 WS-CP-ENTRY OCCURS 300 TIMES.
               10 WS-CP-PERIOD-END PIC 9(8).
               10 WS-CP-FREQUENCY  PIC X.

       01 WS-HISTORY-TABLE.
           05 WS-SH-USED        PIC S9(4) COMP VALUE 0.
           05 WS-SH-IDX         PIC S9(4) COMP.
           05 WS-SH-DROPPED     PIC 9(5) VALUE 0.
           05 WS-SH-ENTRY OCCURS 3000 TIMES.
               10 WS-SH-EMP-ID     PIC 9(5).
               10 WS-SH-OLD        PIC 9(7)V99.
               10 WS-SH-NEW        PIC 9(7)V99.
               10 WS-SH-EFFECTIVE  PIC 9(8).

       01 WS-CANDIDATE-TABLE.
           05 WS-CD-USED        PIC S9(4) COMP VALUE 0.
           05 WS-CD-IDX         PIC S9(4) COMP.
           05 WS-CD-HIT         PIC S9(4) COMP.
           05 WS-CD-DROPPED     PIC 9(5) VALUE 0.
           05 WS-CD-ENTRY OCCURS 500 TIMES.
               10 WS-CD-EMP-ID     PIC 9(5).
               10 WS-CD-EARLIEST   PIC 9(8).
               10 WS-CD-OLD-RATE   PIC 9(7)V99.

       01 WS-EMP-PERIOD-TABLE.
           05 WS-EP-USED        PIC S9(4) COMP.
           05 WS-EP-IDX         PIC S9(4) COMP.
           05 WS-EP-ENTRY OCCURS 300 TIMES.
               10 WS-EP-PERIOD-END PIC 9(8).
               10 WS-EP-AMOUNT     PIC S9(7)V99.
               10 WS-EP-DROP-LAST  PIC X.

       01 WS-RETRO-FIELDS.
           05 WS-RATE-AT-DATE   PIC 9(7)V99.
           05 WS-RATE-BEFORE    PIC 9(7)V99.
           05 WS-RATE-FOUND     PIC X.
           05 WS-BEST-EFF       PIC 9(8).
           05 WS-EARLIEST-EFF   PIC 9(8).
           05 WS-PERIODS-YEAR   PIC 99.
           05 WS-PAID-SAL       PIC S9(7)V99.
           05 WS-DUE-SAL        PIC S9(7)V99.
           05 WS-PRIOR-RETRO    PIC S9(7)V99.
           05 WS-PERIOD-DIFF    PIC S9(7)V99.
           05 WS-EMP-RETRO      PIC S9(7)V99.
           05 WS-HIST-IDX       PIC S9(4) COMP.
           05 WS-OE-NEXT-SEQ    PIC 9(3).
           05 WS-OE-POST-SEQ    PIC 9(3).
           05 WS-OE-MERGE       PIC X.
           05 WS-OE-OLD-AMOUNT  PIC S9(7)V99.
           05 WS-LAST-CANCELLED PIC X.
           05 WS-POSTED-OK      PIC X.
           05 WS-POST-NOTE      PIC X(30).
           05 WS-EMP-COUNT      PIC 9(5) VALUE 0.
           05 WS-PERIOD-COUNT   PIC 9(5) VALUE 0.
           05 WS-NO-HIST-COUNT  PIC 9(5) VALUE 0.
           05 WS-GONE-COUNT     PIC 9(5) VALUE 0.
           05 WS-HOURLY-COUNT   PIC 9(5) VALUE 0.
           05 WS-POSTED-COUNT   PIC 9(5) VALUE 0.
           05 WS-POST-ERRORS    PIC 9(5) VALUE 0.
           05 WS-GRAND-RETRO    PIC S9(9)V99 VALUE 0.
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-PERIODS-DISP   PIC ZZ9.
           05 WS-RATE-DISP-1    PIC ZZZZZZ9.99.
           05 WS-RATE-DISP-2    PIC ZZZZZZ9.99.
           05 WS-PAID-DISP      PIC -ZZZZZZ9.99.
           05 WS-DUE-DISP       PIC -ZZZZZZ9.99.
           05 WS-PRIOR-DISP     PIC -ZZZZZZ9.99.
           05 WS-DIFF-DISP      PIC -ZZZZZZ9.99.
           05 WS-GRAND-DISP     PIC -ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Retroactive Pay Batch"
           DISPLAY "(W)orksheet only or (P)ost retro earnings to the "
                   "next open period? "
           ACCEPT WS-RUN-CHOICE
           EVALUATE WS-RUN-CHOICE
               WHEN "W"
               WHEN "w"
                   MOVE "N" TO WS-POST-MODE
               WHEN "P"
               WHEN "p"
                   MOVE "Y" TO WS-POST-MODE
               WHEN OTHER
                   DISPLAY "Invalid choice. Enter W or P."
                   PERFORM PRESS-ENTER
                   GOBACK
           END-EVALUATE.

           IF WS-POST-MODE NOT = "Y"
               PERFORM VERIFY-OPERATOR
               IF WS-SUP-OK NOT = "Y"
                   DISPLAY "Worksheet refused: operator sign-on "
                           "failed."
                   MOVE 8 TO RETURN-CODE
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-CALENDAR
           IF WS-LAST-CLOSED = ZEROS
               DISPLAY "No closed pay periods on the calendar; there "
                       "is nothing to recalculate."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           IF WS-POST-MODE = "Y" AND WS-NEXT-OPEN = ZEROS
               DISPLAY "Run cancelled: no open pay period remains to "
                       "post retro pay into."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           IF WS-POST-MODE = "Y"
               PERFORM VERIFY-SUPERVISOR
               IF WS-SUP-OK NOT = "Y"
                   DISPLAY "Posting refused: supervisor verification "
                           "failed."
                   MOVE 8 TO RETURN-CODE
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-SALARY-HISTORY
           IF WS-CD-USED = ZEROS
               DISPLAY "No salary changes are dated before the latest "
                       "closed period " WS-LAST-CLOSED "."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat. No records "
                       "exist."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT PAY-HISTORY-FILE
           IF PAYH-STATUS NOT = "00"
               DISPLAY "Run cancelled: no pay_history.dat, so there "
                       "is no record of what was paid."
               CLOSE EMPLOYEE-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT PAY-PROFILE-FILE
           IF PPROF-STATUS = "00"
               MOVE "Y" TO WS-PPROF-FILE-OK
           END-IF

           IF WS-POST-MODE = "Y"
               PERFORM OPEN-POSTING-FILES
               IF RLOG-STATUS NOT = "00" OR EARN-STATUS NOT = "00"
                  OR AUDIT-STATUS NOT = "00"
                   DISPLAY "Run cancelled: could not open the retro "
                           "log, earnings or audit files (status "
                           RLOG-STATUS "/" EARN-STATUS "/"
                           AUDIT-STATUS ")."
                   PERFORM CLOSE-INPUT-FILES
                   MOVE 8 TO RETURN-CODE
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
               MOVE "Y" TO WS-RLOG-FILE-OK
               MOVE "Y" TO WS-EARN-FILE-OK
           ELSE
               OPEN INPUT RETRO-LOG-FILE
               IF RLOG-STATUS = "00"
                   MOVE "Y" TO WS-RLOG-FILE-OK
               END-IF
               OPEN INPUT EARNINGS-FILE
               IF EARN-STATUS = "00"
                   MOVE "Y" TO WS-EARN-FILE-OK
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening retro_worksheet.txt for output."
               PERFORM CLOSE-INPUT-FILES
               PERFORM CLOSE-POSTING-FILES
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           MOVE SPACES TO REPORT-LINE
           STRING "Retro Pay Worksheet   Latest Closed: "
                      DELIMITED BY SIZE
                  WS-LAST-CLOSED DELIMITED BY SIZE
                  "   Post To: " DELIMITED BY SIZE
                  WS-NEXT-OPEN DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-POST-MODE NOT = "Y"
               MOVE "WORKSHEET ONLY - nothing has been posted."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-USED
               PERFORM PROCESS-CANDIDATE
           END-PERFORM

           PERFORM WRITE-WORKSHEET-FOOTER

           PERFORM CLOSE-INPUT-FILES
           PERFORM CLOSE-POSTING-FILES
           IF WS-POST-MODE NOT = "Y" AND WS-RLOG-FILE-OK = "Y"
               CLOSE RETRO-LOG-FILE
           END-IF
           IF WS-POST-MODE NOT = "Y" AND WS-EARN-FILE-OK = "Y"
               CLOSE EARNINGS-FILE
           END-IF
           CLOSE REPORT-FILE

           MOVE WS-EMP-COUNT TO WS-COUNT-DISP
           DISPLAY "Worksheet written to retro_worksheet.txt ("
                   WS-COUNT-DISP " employee(s) with retro pay)."
           IF WS-POST-MODE = "Y"
               MOVE WS-POSTED-COUNT TO WS-COUNT-DISP
               DISPLAY WS-COUNT-DISP " retro earning(s) posted to "
                       "period " WS-NEXT-OPEN "."
           END-IF
           IF WS-SH-DROPPED NOT = ZEROS OR WS-CD-DROPPED NOT = ZEROS
               DISPLAY "Warning: salary history too large for one "
                       "run; some changes were not examined."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-POST-ERRORS NOT = ZEROS
               MOVE WS-POST-ERRORS TO WS-COUNT-DISP
               DISPLAY "Warning: " WS-COUNT-DISP " retro posting(s) "
                       "failed; see the worksheet."
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "No pay calendar on file."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO PC-PERIOD-END
           START CALENDAR-FILE KEY IS >= PC-PERIOD-END
               INVALID KEY
                   CLOSE CALENDAR-FILE
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PC-STATUS = "C" AND WS-CP-USED < 300
                           ADD 1 TO WS-CP-USED
                           MOVE PC-PERIOD-END
                               TO WS-CP-PERIOD-END(WS-CP-USED)
                           MOVE PC-FREQUENCY
                               TO WS-CP-FREQUENCY(WS-CP-USED)
                           MOVE PC-PERIOD-END TO WS-LAST-CLOSED
                       END-IF
                       IF PC-STATUS = "O" AND WS-NEXT-OPEN = ZEROS
                           MOVE PC-PERIOD-END TO WS-NEXT-OPEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

       LOAD-SALARY-HISTORY.
           OPEN INPUT SALARY-HISTORY-FILE
           IF SALHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SALARY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM KEEP-HISTORY-ROW
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE.

       KEEP-HISTORY-ROW.
           IF SH-EMPLOYEE-ID IS NOT NUMERIC OR
              SH-EFFECTIVE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-SH-USED >= 3000
               ADD 1 TO WS-SH-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SH-USED
           MOVE SH-EMPLOYEE-ID TO WS-SH-EMP-ID(WS-SH-USED)
           MOVE SH-OLD-SALARY TO WS-SH-OLD(WS-SH-USED)
           MOVE SH-NEW-SALARY TO WS-SH-NEW(WS-SH-USED)
           MOVE SH-EFFECTIVE-DATE TO WS-SH-EFFECTIVE(WS-SH-USED)

           IF SH-EFFECTIVE-DATE > WS-LAST-CLOSED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CD-HIT
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-USED OR WS-CD-HIT > 0
               IF WS-CD-EMP-ID(WS-CD-IDX) = SH-EMPLOYEE-ID
                   MOVE WS-CD-IDX TO WS-CD-HIT
               END-IF
           END-PERFORM
           IF WS-CD-HIT = 0
               IF WS-CD-USED >= 500
                   ADD 1 TO WS-CD-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CD-USED
               MOVE WS-CD-USED TO WS-CD-HIT
               MOVE SH-EMPLOYEE-ID TO WS-CD-EMP-ID(WS-CD-HIT)
               MOVE SH-EFFECTIVE-DATE TO WS-CD-EARLIEST(WS-CD-HIT)
               MOVE SH-OLD-SALARY TO WS-CD-OLD-RATE(WS-CD-HIT)
           ELSE
               IF SH-EFFECTIVE-DATE < WS-CD-EARLIEST(WS-CD-HIT)
                   MOVE SH-EFFECTIVE-DATE TO WS-CD-EARLIEST(WS-CD-HIT)
                   MOVE SH-OLD-SALARY TO WS-CD-OLD-RATE(WS-CD-HIT)
               END-IF
           END-IF.

       PROCESS-CANDIDATE.
           MOVE WS-CD-EMP-ID(WS-CD-IDX) TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   ADD 1 TO WS-GONE-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF WS-PPROF-FILE-OK = "Y"
               MOVE EMPLOYEE-ID TO PP-EMPLOYEE-ID
               READ PAY-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PP-PAY-TYPE = "H"
                           ADD 1 TO WS-HOURLY-COUNT
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF

           MOVE 0 TO WS-EP-USED
           MOVE 0 TO WS-EMP-RETRO
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-USED
               IF WS-CP-PERIOD-END(WS-CP-IDX) >=
                  WS-CD-EARLIEST(WS-CD-IDX)
                   PERFORM CHECK-ONE-PERIOD
               END-IF
           END-PERFORM
           IF WS-EP-USED = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-EMP-COUNT
           ADD WS-EP-USED TO WS-PERIOD-COUNT
           ADD WS-EMP-RETRO TO WS-GRAND-RETRO
           MOVE SPACES TO WS-POST-NOTE
           IF WS-POST-MODE = "Y" AND WS-EMP-RETRO NOT = ZEROS
               PERFORM POST-RETRO-EARNING
               IF WS-POSTED-OK = "Y"
                   STRING "   Posted to " DELIMITED BY SIZE
                          OE-PERIOD-END DELIMITED BY SIZE
                          " seq " DELIMITED BY SIZE
                          OE-SEQ DELIMITED BY SIZE
                          INTO WS-POST-NOTE
                   END-STRING
               ELSE
                   MOVE "   ** NOT POSTED **" TO WS-POST-NOTE
               END-IF
           END-IF
           MOVE WS-EP-USED TO WS-PERIODS-DISP
           MOVE WS-EMP-RETRO TO WS-DIFF-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "    Periods affected: " DELIMITED BY SIZE
                  WS-PERIODS-DISP DELIMITED BY SIZE
                  "   Retro amount: " DELIMITED BY SIZE
                  WS-DIFF-DISP DELIMITED BY SIZE
                  WS-POST-NOTE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-ONE-PERIOD.
           MOVE EMPLOYEE-ID TO PH-EMPLOYEE-ID
           MOVE WS-CP-PERIOD-END(WS-CP-IDX) TO PH-PERIOD-END
           READ PAY-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-HIST-COUNT
                   EXIT PARAGRAPH
           END-READ

           MOVE 0 TO WS-PAID-SAL
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > PH-LINE-COUNT
               IF PH-LINE-TYPE(WS-HIST-IDX) = "E" AND
                  PH-LINE-CODE(WS-HIST-IDX) = "SAL "
                   ADD PH-LINE-AMT(WS-HIST-IDX) TO WS-PAID-SAL
               END-IF
           END-PERFORM

           IF PH-FREQUENCY = "M"
               MOVE 12 TO WS-PERIODS-YEAR
           ELSE
               MOVE 26 TO WS-PERIODS-YEAR
           END-IF
           PERFORM FIND-RATE-AT-DATE
           COMPUTE WS-DUE-SAL ROUNDED =
               WS-RATE-AT-DATE / WS-PERIODS-YEAR

           MOVE 0 TO WS-PRIOR-RETRO
           MOVE "N" TO WS-LAST-CANCELLED
           IF WS-RLOG-FILE-OK = "Y"
               MOVE EMPLOYEE-ID TO RTL-EMPLOYEE-ID
               MOVE PH-PERIOD-END TO RTL-PERIOD-END
               READ RETRO-LOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RTL-AMOUNT TO WS-PRIOR-RETRO
                       PERFORM CHECK-LAST-RETRO-POSTING
               END-READ
           END-IF

           COMPUTE WS-PERIOD-DIFF =
               WS-DUE-SAL - WS-PAID-SAL - WS-PRIOR-RETRO
           IF WS-PERIOD-DIFF = ZEROS OR WS-EP-USED >= 300
               EXIT PARAGRAPH
           END-IF

           IF WS-EP-USED = 0
               MOVE WS-CD-OLD-RATE(WS-CD-IDX) TO WS-RATE-DISP-1
               MOVE SALARY TO WS-RATE-DISP-2
               MOVE SPACES TO REPORT-LINE
               STRING "ID " DELIMITED BY SIZE
                      EMPLOYEE-ID DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      EMPLOYEE-NAME DELIMITED BY SIZE
                      "  Old rate: " DELIMITED BY SIZE
                      WS-RATE-DISP-1 DELIMITED BY SIZE
                      "  New rate: " DELIMITED BY SIZE
                      WS-RATE-DISP-2 DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           ADD 1 TO WS-EP-USED
           MOVE PH-PERIOD-END TO WS-EP-PERIOD-END(WS-EP-USED)
           MOVE WS-PERIOD-DIFF TO WS-EP-AMOUNT(WS-EP-USED)
           MOVE WS-LAST-CANCELLED TO WS-EP-DROP-LAST(WS-EP-USED)
           ADD WS-PERIOD-DIFF TO WS-EMP-RETRO

           MOVE WS-PAID-SAL TO WS-PAID-DISP
           MOVE WS-DUE-SAL TO WS-DUE-DISP
           MOVE WS-PRIOR-RETRO TO WS-PRIOR-DISP
           MOVE WS-PERIOD-DIFF TO WS-DIFF-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "    Period " DELIMITED BY SIZE
                  PH-PERIOD-END DELIMITED BY SIZE
                  "  Paid " DELIMITED BY SIZE
                  WS-PAID-DISP DELIMITED BY SIZE
                  "  Due " DELIMITED BY SIZE
                  WS-DUE-DISP DELIMITED BY SIZE
                  "  Prior retro " DELIMITED BY SIZE
                  WS-PRIOR-DISP DELIMITED BY SIZE
                  "  Retro " DELIMITED BY SIZE
                  WS-DIFF-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       CHECK-LAST-RETRO-POSTING.
           IF WS-EARN-FILE-OK NOT = "Y" OR RTL-POSTED-SEQ = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE RTL-EMPLOYEE-ID TO OE-EMPLOYEE-ID
           MOVE RTL-POSTED-PERIOD TO OE-PERIOD-END
           MOVE RTL-POSTED-SEQ TO OE-SEQ
           READ EARNINGS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OE-EARN-CODE = "RETR" AND OE-STATUS = "C"
                       MOVE "Y" TO WS-LAST-CANCELLED
                       SUBTRACT RTL-LAST-AMOUNT FROM WS-PRIOR-RETRO
                   END-IF
           END-READ.

       FIND-RATE-AT-DATE.
           MOVE "N" TO WS-RATE-FOUND
           MOVE 0 TO WS-RATE-AT-DATE
           MOVE 0 TO WS-RATE-BEFORE
           MOVE 0 TO WS-BEST-EFF
           MOVE 99999999 TO WS-EARLIEST-EFF
           PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                   UNTIL WS-SH-IDX > WS-SH-USED
               IF WS-SH-EMP-ID(WS-SH-IDX) = EMPLOYEE-ID
                   IF WS-SH-EFFECTIVE(WS-SH-IDX) <= PH-PERIOD-END AND
                      WS-SH-EFFECTIVE(WS-SH-IDX) >= WS-BEST-EFF
                       MOVE "Y" TO WS-RATE-FOUND
                       MOVE WS-SH-EFFECTIVE(WS-SH-IDX) TO WS-BEST-EFF
                       MOVE WS-SH-NEW(WS-SH-IDX) TO WS-RATE-AT-DATE
                   END-IF
                   IF WS-SH-EFFECTIVE(WS-SH-IDX) < WS-EARLIEST-EFF
                       MOVE WS-SH-EFFECTIVE(WS-SH-IDX)
                           TO WS-EARLIEST-EFF
                       MOVE WS-SH-OLD(WS-SH-IDX) TO WS-RATE-BEFORE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND NOT = "Y"
               MOVE WS-RATE-BEFORE TO WS-RATE-AT-DATE
           END-IF.

       POST-RETRO-EARNING.
           MOVE "N" TO WS-POSTED-OK
           MOVE "N" TO WS-OE-MERGE
           MOVE 1 TO WS-OE-NEXT-SEQ
           MOVE EMPLOYEE-ID TO OE-EMPLOYEE-ID
           MOVE WS-NEXT-OPEN TO OE-PERIOD-END
           MOVE ZEROS TO OE-SEQ
           START EARNINGS-FILE KEY IS >= OE-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EARNINGS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF OE-EMPLOYEE-ID NOT = EMPLOYEE-ID OR
                          OE-PERIOD-END NOT = WS-NEXT-OPEN
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           COMPUTE WS-OE-NEXT-SEQ = OE-SEQ + 1
                           IF OE-EARN-CODE = "RETR" AND
                              OE-STATUS = "A"
                               MOVE OE-SEQ TO WS-OE-POST-SEQ
                               MOVE "Y" TO WS-OE-MERGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-OE-MERGE = "Y"
               PERFORM MERGE-RETRO-EARNING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OE-NEXT-SEQ TO WS-OE-POST-SEQ
           MOVE EMPLOYEE-ID TO OE-EMPLOYEE-ID
           MOVE WS-NEXT-OPEN TO OE-PERIOD-END
           MOVE WS-OE-NEXT-SEQ TO OE-SEQ
           MOVE "RETR" TO OE-EARN-CODE
           MOVE "Retro pay" TO OE-DESC
           MOVE WS-EMP-RETRO TO OE-AMOUNT
           MOVE WS-SUP-ID TO OE-ENTERED-BY
           MOVE WS-SUP-ID TO OE-APPROVED-BY
           MOVE "A" TO OE-STATUS
           MOVE ZEROS TO OE-PAID-PERIOD
           WRITE EARNINGS-RECORD
           IF EARN-STATUS NOT = "00"
               ADD 1 TO WS-POST-ERRORS
               DISPLAY "Warning: could not post retro pay for ID "
                       EMPLOYEE-ID " (status " EARN-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-POSTED-OK
           ADD 1 TO WS-POSTED-COUNT
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-USED
               PERFORM LOG-RETRO-PERIOD
           END-PERFORM

           MOVE WS-EMP-RETRO TO WS-DIFF-DISP
           MOVE "N/A" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "EARN CODE=RETR DESC=Retro pay AMT="
                      DELIMITED BY SIZE
                  WS-DIFF-DISP DELIMITED BY SIZE
                  " PERIOD=" DELIMITED BY SIZE
                  WS-NEXT-OPEN DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       MERGE-RETRO-EARNING.
           MOVE EMPLOYEE-ID TO OE-EMPLOYEE-ID
           MOVE WS-NEXT-OPEN TO OE-PERIOD-END
           MOVE WS-OE-POST-SEQ TO OE-SEQ
           READ EARNINGS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OE-AMOUNT TO WS-OE-OLD-AMOUNT
                   ADD WS-EMP-RETRO TO OE-AMOUNT
                   MOVE WS-SUP-ID TO OE-APPROVED-BY
                   REWRITE EARNINGS-RECORD
           END-READ
           IF EARN-STATUS NOT = "00"
               ADD 1 TO WS-POST-ERRORS
               DISPLAY "Warning: could not post retro pay for ID "
                       EMPLOYEE-ID " (status " EARN-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-POSTED-OK
           ADD 1 TO WS-POSTED-COUNT
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > WS-EP-USED
               PERFORM LOG-RETRO-PERIOD
           END-PERFORM

           MOVE WS-OE-OLD-AMOUNT TO WS-DIFF-DISP
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "EARN CODE=RETR AMT=" DELIMITED BY SIZE
                  WS-DIFF-DISP DELIMITED BY SIZE
                  " PERIOD=" DELIMITED BY SIZE
                  WS-NEXT-OPEN DELIMITED BY SIZE
                  " SEQ=" DELIMITED BY SIZE
                  WS-OE-POST-SEQ DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE OE-AMOUNT TO WS-DIFF-DISP
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "EARN CODE=RETR AMT=" DELIMITED BY SIZE
                  WS-DIFF-DISP DELIMITED BY SIZE
                  " PERIOD=" DELIMITED BY SIZE
                  WS-NEXT-OPEN DELIMITED BY SIZE
                  " SEQ=" DELIMITED BY SIZE
                  WS-OE-POST-SEQ DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           PERFORM WRITE-AUDIT-LOG.

       LOG-RETRO-PERIOD.
           MOVE EMPLOYEE-ID TO RTL-EMPLOYEE-ID
           MOVE WS-EP-PERIOD-END(WS-EP-IDX) TO RTL-PERIOD-END
           READ RETRO-LOG-FILE
               INVALID KEY
                   MOVE WS-EP-AMOUNT(WS-EP-IDX) TO RTL-AMOUNT
                   MOVE WS-EP-AMOUNT(WS-EP-IDX) TO RTL-LAST-AMOUNT
                   MOVE WS-NEXT-OPEN TO RTL-POSTED-PERIOD
                   MOVE WS-OE-POST-SEQ TO RTL-POSTED-SEQ
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RTL-RUN-DATE
                   WRITE RETRO-LOG-RECORD
               NOT INVALID KEY
                   IF WS-EP-DROP-LAST(WS-EP-IDX) = "Y"
                       SUBTRACT RTL-LAST-AMOUNT FROM RTL-AMOUNT
                   END-IF
                   IF RTL-POSTED-PERIOD = WS-NEXT-OPEN AND
                      RTL-POSTED-SEQ = WS-OE-POST-SEQ
                       ADD WS-EP-AMOUNT(WS-EP-IDX) TO RTL-LAST-AMOUNT
                   ELSE
                       MOVE WS-EP-AMOUNT(WS-EP-IDX) TO RTL-LAST-AMOUNT
                   END-IF
                   ADD WS-EP-AMOUNT(WS-EP-IDX) TO RTL-AMOUNT
                   MOVE WS-NEXT-OPEN TO RTL-POSTED-PERIOD
                   MOVE WS-OE-POST-SEQ TO RTL-POSTED-SEQ
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RTL-RUN-DATE
                   REWRITE RETRO-LOG-RECORD
           END-READ
           IF RLOG-STATUS NOT = "00"
               ADD 1 TO WS-POST-ERRORS
               DISPLAY "Warning: retro posted for ID " EMPLOYEE-ID
                       " but retro_pay_log.dat was not updated for "
                       "period " RTL-PERIOD-END " (status "
                       RLOG-STATUS "); check before the next run."
           END-IF.

       WRITE-WORKSHEET-FOOTER.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EMP-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Employees with retro pay: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-PERIOD-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Employee periods recalculated: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GRAND-RETRO TO WS-GRAND-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Net retro amount: " DELIMITED BY SIZE
                  WS-GRAND-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-NO-HIST-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Closed periods with no pay history (skipped): "
                      DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-HOURLY-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Hourly employees skipped: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-GONE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Employees no longer on the active file: "
                      DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       OPEN-POSTING-FILES.
           OPEN I-O RETRO-LOG-FILE
           IF RLOG-STATUS = "35"
               OPEN OUTPUT RETRO-LOG-FILE
               CLOSE RETRO-LOG-FILE
               OPEN I-O RETRO-LOG-FILE
           END-IF
           OPEN I-O EARNINGS-FILE
           IF EARN-STATUS = "35"
               OPEN OUTPUT EARNINGS-FILE
               CLOSE EARNINGS-FILE
               OPEN I-O EARNINGS-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       CLOSE-INPUT-FILES.
           CLOSE EMPLOYEE-FILE
           CLOSE PAY-HISTORY-FILE
           IF WS-PPROF-FILE-OK = "Y"
               CLOSE PAY-PROFILE-FILE
           END-IF.

       CLOSE-POSTING-FILES.
           IF WS-POST-MODE = "Y"
               IF RLOG-STATUS NOT = "35"
                   CLOSE RETRO-LOG-FILE
               END-IF
               IF EARN-STATUS NOT = "35"
                   CLOSE EARNINGS-FILE
               END-IF
               IF AUDIT-STATUS NOT = "35"
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

       VERIFY-OPERATOR.
           MOVE "N" TO WS-SUP-OK
           MOVE "V" TO WS-ROLE-NEEDS
           DISPLAY "The retro worksheet requires an operator sign-on."
           DISPLAY "Operator ID: "
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
                          OPERATOR-ACTIVE NOT = "N"
                           MOVE "Y" TO WS-SUP-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.
           IF WS-SUP-OK = "Y"
               PERFORM CHECK-BATCH-ROLE
           ELSE
               DISPLAY "Invalid operator ID or password."
           END-IF.

       VERIFY-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK
           MOVE "U" TO WS-ROLE-NEEDS
           DISPLAY "Posting retro pay requires a supervisor."
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

       WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE "EARN" TO AUDIT-OPERATION
           MOVE EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID
           MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE
           MOVE WS-AUDIT-AFTER TO AUDIT-AFTER
           MOVE WS-SUP-ID TO AUDIT-OPERATOR
           PERFORM GET-NEXT-AUDIT-SEQ
           WRITE AUDIT-RECORD
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Warning: could not write to audit log."
           END-IF.

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
           IF WS-BATCH-LEVEL = "U" OR
              (WS-BATCH-LEVEL = "V" AND WS-ROLE-NEEDS = "V")
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

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.
