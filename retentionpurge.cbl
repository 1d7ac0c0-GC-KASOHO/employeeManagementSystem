       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetentionPurge.

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
           SELECT SORT-FILE ASSIGN TO "sortwork.tmp".
           SELECT SORTED-TERM-FILE ASSIGN TO "purge_sort.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SORT-OUT-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-EMPLOYEE-ID
               FILE STATUS IS CONTACT-STATUS.
           SELECT BANK-DETAIL-FILE ASSIGN TO "bank_details.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-EMPLOYEE-ID
               FILE STATUS IS BANK-STATUS.
           SELECT CONTACT-ARCHIVE-FILE
               ASSIGN TO "contacts_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTARC-STATUS.
           SELECT SALARY-HISTORY-FILE ASSIGN TO "salary_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALHIST-STATUS.
           SELECT LEAVE-HISTORY-FILE ASSIGN TO "leave_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LVHIST-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "reviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS REVIEW-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-IN-FILE ASSIGN TO "purge_audit.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIN-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "audit_seq.dat"
               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS AUDSEQ-STATUS.
           SELECT WORK-FILE ASSIGN TO "purge_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
           SELECT RETENTION-FILE ASSIGN TO "purge_retention.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETAIN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "purge_report.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
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

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-ID            PIC 9(5).
           05 SORT-NAME          PIC X(30).
           05 FILLER             PIC X(32).
           05 SORT-HIRE-DATE     PIC 9(8).
           05 FILLER             PIC X(9).
           05 SORT-TERM-DATE     PIC 9(8).
           05 FILLER             PIC X(13).

       FD SORTED-TERM-FILE.
       01 SORTED-TERM-RECORD.
           05 ST-ID              PIC 9(5).
           05 ST-NAME            PIC X(30).
           05 FILLER             PIC X(32).
           05 ST-HIRE-DATE       PIC 9(8).
           05 FILLER             PIC X(9).
           05 ST-TERM-DATE       PIC 9(8).
           05 FILLER             PIC X(13).

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CT-EMPLOYEE-ID     PIC 9(5).
           05 CT-ADDRESS-1       PIC X(30).
           05 CT-ADDRESS-2       PIC X(30).
           05 CT-PHONE           PIC X(15).
           05 CT-EMAIL           PIC X(30).
           05 CT-EC1-NAME        PIC X(30).
           05 CT-EC1-RELATION    PIC X(15).
           05 CT-EC1-PHONE       PIC X(15).
           05 CT-EC2-NAME        PIC X(30).
           05 CT-EC2-RELATION    PIC X(15).
           05 CT-EC2-PHONE       PIC X(15).

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

       FD CONTACT-ARCHIVE-FILE.
       01 CONTACT-ARCHIVE-RECORD.
           05 CA-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 CA-ARCHIVE-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 CA-CONTACT-DATA    PIC X(225).

       FD SALARY-HISTORY-FILE.
       01 SALARY-HISTORY-RECORD.
           05 SH-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 SH-OLD-SALARY      PIC 9(7).99.
           05 FILLER             PIC X VALUE SPACE.
           05 SH-NEW-SALARY      PIC 9(7).99.
           05 FILLER             PIC X VALUE SPACE.
           05 SH-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 SH-OPERATOR        PIC X(10).

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

       FD REVIEW-FILE.
       01 REVIEW-RECORD.
           05 RV-KEY.
               10 RV-EMPLOYEE-ID PIC 9(5).
               10 RV-REVIEW-DATE PIC 9(8).
           05 RV-RATING          PIC 9.
           05 RV-NEXT-DUE        PIC 9(8).
           05 RV-ENTERED-BY      PIC X(10).

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

       FD AUDIT-IN-FILE.
       01 AUDIT-IN-RECORD.
           05 AI-TIMESTAMP       PIC X(14).
           05 FILLER             PIC X.
           05 AI-OPERATION       PIC X(6).
           05 FILLER             PIC X.
           05 AI-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X.
           05 AI-BEFORE          PIC X(150).
           05 FILLER             PIC X.
           05 AI-AFTER           PIC X(150).
           05 FILLER             PIC X.
           05 AI-OPERATOR        PIC X(10).
           05 FILLER             PIC X.
           05 AI-SEQ             PIC 9(9).

       FD AUDIT-SEQ-FILE.
       01 AUDIT-SEQ-RECORD.
           05 NEXT-AUDIT-SEQ    PIC 9(9).

       FD WORK-FILE.
       01 WORK-RECORD           PIC X(350).

       FD RETENTION-FILE.
       01 RETENTION-RECORD.
           05 PR-FILE-NAME      PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 PR-YEARS          PIC 9(2).

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
           05 SORT-OUT-STATUS   PIC XX.
           05 CONTACT-STATUS    PIC XX.
           05 CTARC-STATUS      PIC XX.
           05 BANK-STATUS       PIC XX.
           05 SALHIST-STATUS    PIC XX.
           05 LVHIST-STATUS     PIC XX.
           05 REVIEW-STATUS     PIC XX.
           05 AUDIT-STATUS      PIC XX.
           05 AUDIN-STATUS      PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 WORK-STATUS       PIC XX.
           05 RETAIN-STATUS     PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 OPERATOR-STATUS   PIC XX.
           05 OPRF-STATUS       PIC XX.
           05 ROLE-STATUS       PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 WS-RUN-MODE       PIC X.
           05 WS-CONFIRM        PIC X.
           05 WS-SUP-ID         PIC X(10) VALUE SPACES.
           05 WS-SUP-PW         PIC X(10).
           05 WS-SUP-OK         PIC X.
           05 WS-SUP-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "RetentionPurge".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-NEEDS     PIC X VALUE "U".
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 WS-AUDIT-BEFORE   PIC X(150).
           05 WS-AUDIT-AFTER    PIC X(150).
           05 WS-STAMP          PIC X(14).
           05 WS-TODAY          PIC 9(8).
           05 WS-TODAY-R REDEFINES WS-TODAY.
               10 WS-TODAY-YEAR PIC 9(4).
               10 WS-TODAY-MMDD PIC 9(4).
           05 WS-MASK-NAME      PIC X(30)
                                VALUE "*** NAME REMOVED ***".
           05 WS-FIND-ID        PIC 9(5).
           05 WS-LV-HIT         PIC S9(4) COMP.
           05 WS-LO             PIC S9(4) COMP.
           05 WS-HI             PIC S9(4) COMP.
           05 WS-MID            PIC S9(4) COMP.
           05 WS-LV-IDX         PIC S9(4) COMP.
           05 WS-PF-IDX         PIC S9(4) COMP.
           05 WS-LV-USED        PIC S9(4) COMP VALUE 0.
           05 WS-TABLE-FULL     PIC X VALUE "N".
           05 WS-LOAD-OK        PIC X VALUE "Y".
           05 WS-REC-CHANGED    PIC X.
           05 WS-WORK-OK        PIC X.
           05 WS-FILE-CHANGES   PIC 9(7).
           05 WS-ERRORS         PIC 9(3) VALUE 0.
           05 WS-AFFECTED       PIC 9(5) VALUE 0.
           05 WS-ANY-ELIGIBLE   PIC 9(5) VALUE 0.
           05 WS-ID-CHANGES     PIC 9(7).
           05 WS-COPY-STATUS    PIC S9(9) COMP-5.
           05 WS-COPY-SOURCE    PIC X(40).
           05 WS-COPY-TARGET    PIC X(40).
           05 WS-WORK-NAME      PIC X(20) VALUE "purge_work.tmp".
           05 WS-AUDIT-WORK-NAME PIC X(20) VALUE "purge_audit.tmp".
           05 WS-REPORT-WORK-NAME PIC X(20) VALUE "purge_report.tmp".
           05 WS-SORT-WORK-NAME PIC X(20) VALUE "purge_sort.tmp".
           05 WS-REPORT-NAME    PIC X(40).
           05 WS-GEN-PERIOD     PIC 9(6).
           05 WS-GEN-PERIOD-R REDEFINES WS-GEN-PERIOD.
               10 WS-GEN-YEAR   PIC 9(4).
               10 WS-GEN-MONTH  PIC 9(2).
           05 WS-LAST-PERIOD    PIC 9(6).
           05 WS-FIRST-PERIOD   PIC 9(6).
           05 WS-GEN-READ       PIC 9(3) VALUE 0.
           05 WS-GEN-CHANGED    PIC 9(3) VALUE 0.
           05 WS-YEARS-DISP     PIC Z9.
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-BIG-DISP       PIC Z(6)9.
           05 WS-C1-DISP        PIC ZZZZ9.
           05 WS-C2-DISP        PIC ZZZZ9.
           05 WS-C3-DISP        PIC ZZZZ9.
           05 WS-C4-DISP        PIC ZZZZ9.
           05 WS-C5-DISP        PIC ZZZZ9.
           05 WS-C6-DISP        PIC ZZZZ9.

       01 WS-PURGE-FILE-NAMES.
           05 FILLER PIC X(20) VALUE "terminated.dat".
           05 FILLER PIC X(20) VALUE "contacts.dat".
           05 FILLER PIC X(20) VALUE "contacts_archive.dat".
           05 FILLER PIC X(20) VALUE "salary_history.dat".
           05 FILLER PIC X(20) VALUE "leave_history.dat".
           05 FILLER PIC X(20) VALUE "reviews.dat".
           05 FILLER PIC X(20) VALUE "audit.log".
           05 FILLER PIC X(20) VALUE "bank_details.dat".
       01 WS-PURGE-FILE-NAME-TABLE REDEFINES WS-PURGE-FILE-NAMES.
           05 WS-PF-NAME         PIC X(20) OCCURS 8 TIMES.

       01 WS-PURGE-DEFAULTS      PIC X(16) VALUE "0701010707070701".
       01 WS-PURGE-DEFAULT-TABLE REDEFINES WS-PURGE-DEFAULTS.
           05 WS-PF-DEFAULT      PIC 99 OCCURS 8 TIMES.

       01 WS-PURGE-FILE-TABLE.
           05 WS-PF-ENTRY OCCURS 8 TIMES.
               10 WS-PF-YEARS    PIC 99.
               10 WS-PF-CUTOFF   PIC 9(8).
               10 WS-PF-ELIGIBLE PIC 9(5).
               10 WS-PF-RECORDS  PIC 9(7).
               10 WS-PF-CHANGED  PIC 9(7).
               10 WS-PF-RESULT   PIC X(12).

       01 WS-LEAVER-TABLE.
           05 WS-LV-ENTRY OCCURS 5000 TIMES.
               10 WS-LV-ID       PIC 9(5).
               10 WS-LV-NAME     PIC X(30).
               10 WS-LV-HIRE     PIC 9(8).
               10 WS-LV-TERM     PIC 9(8).
               10 WS-LV-ACTIVE   PIC X.
               10 WS-LV-ELIG     PIC X OCCURS 8 TIMES.
               10 WS-LV-CHG      PIC 9(5) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Retention Purge of Leaver Personal Data"
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP
           MOVE WS-STAMP(1:8) TO WS-TODAY

           PERFORM READ-RETENTION-CONFIG
           PERFORM SHOW-RETENTION-TABLE

           DISPLAY "Run mode: D = dry run (list only), "
                   "P = purge: "
           ACCEPT WS-RUN-MODE
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           IF WS-RUN-MODE NOT = "D" AND WS-RUN-MODE NOT = "P"
               DISPLAY "Invalid run mode. Enter D or P."
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           PERFORM VERIFY-OPERATOR
           IF WS-SUP-OK NOT = "Y"
               DISPLAY "Run refused: operator sign-on failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           PERFORM LOAD-LEAVERS
           IF WS-LOAD-OK = "N"
               PERFORM REMOVE-WORK-FILES
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           DISPLAY "Leavers past retention, by file:"
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 8
               MOVE WS-PF-ELIGIBLE(WS-PF-IDX) TO WS-COUNT-DISP
               DISPLAY "  " WS-PF-NAME(WS-PF-IDX) " " WS-COUNT-DISP
           END-PERFORM
           IF WS-ANY-ELIGIBLE = 0
               DISPLAY "No leaver is past any retention period."
           END-IF.

           IF WS-RUN-MODE = "P"
               PERFORM VERIFY-SUPERVISOR
               IF WS-SUP-OK NOT = "Y"
                   DISPLAY "Purge refused: supervisor verification "
                           "failed."
                   PERFORM REMOVE-WORK-FILES
                   MOVE 8 TO RETURN-CODE
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
               DISPLAY "The purge cannot be undone. Proceed? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Purge cancelled."
                   PERFORM REMOVE-WORK-FILES
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
           END-IF.

           PERFORM PROCESS-AUDIT-FILES
           PERFORM PROCESS-TERMINATED
           PERFORM PROCESS-CONTACTS
           PERFORM PROCESS-CONTACT-ARCHIVE
           PERFORM PROCESS-SALARY-HISTORY
           PERFORM PROCESS-LEAVE-HISTORY
           PERFORM PROCESS-REVIEWS
           PERFORM PROCESS-BANK-DETAILS

           IF WS-RUN-MODE = "P"
               PERFORM WRITE-PURGE-AUDIT-ROWS
           END-IF
           PERFORM WRITE-PURGE-REPORT
           PERFORM REMOVE-WORK-FILES

           MOVE WS-AFFECTED TO WS-COUNT-DISP
           IF WS-RUN-MODE = "P"
               DISPLAY "Purge complete: " WS-COUNT-DISP
                       " leaver(s) purged."
               DISPLAY "Certificate written to " WS-REPORT-NAME
           ELSE
               DISPLAY "Dry run complete: " WS-COUNT-DISP
                       " leaver(s) would be purged."
               DISPLAY "Preview written to " WS-REPORT-NAME
           END-IF
           IF WS-ERRORS > 0
               DISPLAY "WARNING: " WS-ERRORS " file(s) could not be "
                       "updated; see the report."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TABLE-FULL = "Y"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       READ-RETENTION-CONFIG.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 8
               MOVE WS-PF-DEFAULT(WS-PF-IDX) TO WS-PF-YEARS(WS-PF-IDX)
               MOVE 0 TO WS-PF-ELIGIBLE(WS-PF-IDX)
               MOVE 0 TO WS-PF-RECORDS(WS-PF-IDX)
               MOVE 0 TO WS-PF-CHANGED(WS-PF-IDX)
               MOVE "NOT PRESENT" TO WS-PF-RESULT(WS-PF-IDX)
           END-PERFORM

           OPEN INPUT RETENTION-FILE
           IF RETAIN-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ RETENTION-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM APPLY-RETENTION-LINE
                   END-READ
               END-PERFORM
               CLOSE RETENTION-FILE
           ELSE
               OPEN OUTPUT RETENTION-FILE
               IF RETAIN-STATUS = "00"
                   PERFORM VARYING WS-PF-IDX FROM 1 BY 1
                           UNTIL WS-PF-IDX > 8
                       MOVE SPACES TO RETENTION-RECORD
                       MOVE WS-PF-NAME(WS-PF-IDX) TO PR-FILE-NAME
                       MOVE WS-PF-YEARS(WS-PF-IDX) TO PR-YEARS
                       WRITE RETENTION-RECORD
                   END-PERFORM
                   CLOSE RETENTION-FILE
                   DISPLAY "Created purge_retention.dat with the "
                           "default retention periods."
               END-IF
           END-IF.

           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 8
               COMPUTE WS-PF-CUTOFF(WS-PF-IDX) =
                   (WS-TODAY-YEAR - WS-PF-YEARS(WS-PF-IDX)) * 10000
                   + WS-TODAY-MMDD
           END-PERFORM.

       APPLY-RETENTION-LINE.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 8
               IF PR-FILE-NAME = WS-PF-NAME(WS-PF-IDX)
                   IF PR-YEARS IS NUMERIC AND PR-YEARS > 0
                       MOVE PR-YEARS TO WS-PF-YEARS(WS-PF-IDX)
                   ELSE
                       DISPLAY "Warning: invalid retention for "
                               PR-FILE-NAME "; default kept."
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-RETENTION-TABLE.
           DISPLAY "File                 Years  Terminated before"
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 8
               MOVE WS-PF-YEARS(WS-PF-IDX) TO WS-YEARS-DISP
               DISPLAY WS-PF-NAME(WS-PF-IDX) "  " WS-YEARS-DISP
                       "    " WS-PF-CUTOFF(WS-PF-IDX)
           END-PERFORM.

       LOAD-LEAVERS.
           OPEN INPUT TERMINATED-FILE
           IF TERM-STATUS NOT = "00"
               DISPLAY "No terminated.dat; there is nobody to purge."
               MOVE "N" TO WS-LOAD-OK
               EXIT PARAGRAPH
           END-IF.
           CLOSE TERMINATED-FILE

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat; cannot tell "
                       "leavers from rehires. Run cancelled."
               MOVE "N" TO WS-LOAD-OK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           SORT SORT-FILE ON ASCENDING KEY SORT-ID
                                            SORT-TERM-DATE
               USING TERMINATED-FILE
               GIVING SORTED-TERM-FILE

           OPEN INPUT SORTED-TERM-FILE
           IF SORT-OUT-STATUS NOT = "00"
               DISPLAY "Error opening sorted leaver file. Status: "
                       SORT-OUT-STATUS
               CLOSE EMPLOYEE-FILE
               MOVE "N" TO WS-LOAD-OK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SORTED-TERM-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM LOAD-ONE-LEAVER
               END-READ
           END-PERFORM
           CLOSE SORTED-TERM-FILE

           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-USED
               PERFORM SET-LEAVER-ELIGIBILITY
           END-PERFORM
           CLOSE EMPLOYEE-FILE

           IF WS-TABLE-FULL = "Y"
               DISPLAY "Warning: more than 5000 leavers; the highest "
                       "IDs are left for a later run."
           END-IF.

       LOAD-ONE-LEAVER.
           IF ST-TERM-DATE IS NOT NUMERIC OR ST-TERM-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF.
           IF WS-LV-USED > 0
               IF ST-ID = WS-LV-ID(WS-LV-USED)
                   MOVE ST-NAME TO WS-LV-NAME(WS-LV-USED)
                   MOVE ST-TERM-DATE TO WS-LV-TERM(WS-LV-USED)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-LV-USED >= 5000
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LV-USED
           MOVE ST-ID TO WS-LV-ID(WS-LV-USED)
           MOVE ST-NAME TO WS-LV-NAME(WS-LV-USED)
           MOVE ST-TERM-DATE TO WS-LV-TERM(WS-LV-USED)
           IF ST-HIRE-DATE IS NUMERIC
               MOVE ST-HIRE-DATE TO WS-LV-HIRE(WS-LV-USED)
           ELSE
               MOVE ZEROS TO WS-LV-HIRE(WS-LV-USED)
           END-IF.

       SET-LEAVER-ELIGIBILITY.
           MOVE "N" TO WS-LV-ACTIVE(WS-LV-IDX)
           MOVE WS-LV-ID(WS-LV-IDX) TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LV-ACTIVE(WS-LV-IDX)
           END-READ
           MOVE "N" TO WS-REC-CHANGED
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 8
               MOVE 0 TO WS-LV-CHG(WS-LV-IDX, WS-PF-IDX)
               IF WS-LV-ACTIVE(WS-LV-IDX) = "N" AND
                  WS-LV-TERM(WS-LV-IDX) < WS-PF-CUTOFF(WS-PF-IDX)
                   MOVE "Y" TO WS-LV-ELIG(WS-LV-IDX, WS-PF-IDX)
                   ADD 1 TO WS-PF-ELIGIBLE(WS-PF-IDX)
                   MOVE "Y" TO WS-REC-CHANGED
               ELSE
                   MOVE "N" TO WS-LV-ELIG(WS-LV-IDX, WS-PF-IDX)
               END-IF
           END-PERFORM
           IF WS-REC-CHANGED = "Y"
               ADD 1 TO WS-ANY-ELIGIBLE
           END-IF.

       FIND-LEAVER.
           MOVE 0 TO WS-LV-HIT
           MOVE 1 TO WS-LO
           MOVE WS-LV-USED TO WS-HI
           PERFORM UNTIL WS-LO > WS-HI OR WS-LV-HIT > 0
               COMPUTE WS-MID = (WS-LO + WS-HI) / 2
               EVALUATE TRUE
                   WHEN WS-LV-ID(WS-MID) = WS-FIND-ID
                       MOVE WS-MID TO WS-LV-HIT
                   WHEN WS-LV-ID(WS-MID) < WS-FIND-ID
                       COMPUTE WS-LO = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HI = WS-MID - 1
               END-EVALUATE
           END-PERFORM.

       PROCESS-AUDIT-FILES.
           MOVE 7 TO WS-PF-IDX
           MOVE WS-TODAY(1:6) TO WS-LAST-PERIOD
           MOVE WS-LAST-PERIOD TO WS-FIRST-PERIOD
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-USED
               IF WS-LV-ELIG(WS-LV-IDX, 7) = "Y"
                   IF WS-LV-HIRE(WS-LV-IDX) > ZEROS AND
                      WS-LV-HIRE(WS-LV-IDX)(1:6) < WS-FIRST-PERIOD
                       MOVE WS-LV-HIRE(WS-LV-IDX)(1:6)
                           TO WS-FIRST-PERIOD
                   END-IF
                   IF WS-LV-TERM(WS-LV-IDX)(1:6) < WS-FIRST-PERIOD
                       MOVE WS-LV-TERM(WS-LV-IDX)(1:6)
                           TO WS-FIRST-PERIOD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PF-ELIGIBLE(7) = 0
               MOVE "NO CHANGE" TO WS-PF-RESULT(7)
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FIRST-PERIOD TO WS-GEN-PERIOD
           PERFORM UNTIL WS-GEN-PERIOD > WS-LAST-PERIOD
               MOVE SPACES TO WS-COPY-SOURCE
               STRING "audit_" DELIMITED BY SIZE
                      WS-GEN-PERIOD DELIMITED BY SIZE
                      ".log" DELIMITED BY SIZE
                      INTO WS-COPY-SOURCE
               END-STRING
               PERFORM MASK-AUDIT-SOURCE
               IF WS-GEN-MONTH = 12
                   MOVE 1 TO WS-GEN-MONTH
                   ADD 1 TO WS-GEN-YEAR
               ELSE
                   ADD 1 TO WS-GEN-MONTH
               END-IF
           END-PERFORM
           MOVE "audit.log" TO WS-COPY-SOURCE
           PERFORM MASK-AUDIT-SOURCE

           IF WS-PF-RESULT(7) NOT = "FAILED"
               IF WS-GEN-READ = 0
                   MOVE "NOT PRESENT" TO WS-PF-RESULT(7)
               ELSE
                   PERFORM SET-FILE-RESULT
               END-IF
           END-IF.

       MASK-AUDIT-SOURCE.
           CALL "CBL_COPY_FILE" USING WS-COPY-SOURCE
                                       WS-AUDIT-WORK-NAME
               RETURNING WS-COPY-STATUS
           END-CALL
           IF WS-COPY-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AUDIT-IN-FILE
           IF AUDIN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GEN-READ
           MOVE 0 TO WS-FILE-CHANGES
           MOVE "Y" TO WS-WORK-OK
           IF WS-RUN-MODE = "P"
               OPEN OUTPUT WORK-FILE
               IF WORK-STATUS NOT = "00"
                   DISPLAY "Error opening purge_work.tmp for "
                           WS-COPY-SOURCE ". Status: " WORK-STATUS
                   PERFORM WORK-FILE-FAILED
                   CLOSE AUDIT-IN-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AUDIT-IN-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS(7)
                       PERFORM MASK-AUDIT-RECORD
                       IF WS-RUN-MODE = "P"
                           MOVE AUDIT-IN-RECORD TO WORK-RECORD
                           PERFORM WRITE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-IN-FILE
           IF WS-RUN-MODE NOT = "P"
               EXIT PARAGRAPH
           END-IF.
           CLOSE WORK-FILE
           IF WS-FILE-CHANGES > 0 AND WS-WORK-OK = "Y"
               CALL "CBL_COPY_FILE" USING WS-WORK-NAME
                                           WS-COPY-SOURCE
                   RETURNING WS-COPY-STATUS
               END-CALL
               IF WS-COPY-STATUS NOT = 0
                   DISPLAY "Error: could not replace " WS-COPY-SOURCE
                   MOVE "FAILED" TO WS-PF-RESULT(7)
                   ADD 1 TO WS-ERRORS
               ELSE
                   ADD 1 TO WS-GEN-CHANGED
               END-IF
           END-IF.

       MASK-AUDIT-RECORD.
           IF AI-EMPLOYEE-ID IS NOT NUMERIC OR AI-EMPLOYEE-ID = ZEROS
               EXIT PARAGRAPH
           END-IF.
           MOVE AI-EMPLOYEE-ID TO WS-FIND-ID
           PERFORM FIND-LEAVER
           IF WS-LV-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LV-ELIG(WS-LV-HIT, 7) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-REC-CHANGED
           IF AI-BEFORE(1:5) = "NAME=" AND
              AI-BEFORE(6:30) NOT = WS-MASK-NAME
               MOVE WS-MASK-NAME TO AI-BEFORE(6:30)
               MOVE "Y" TO WS-REC-CHANGED
           END-IF
           IF AI-AFTER(1:5) = "NAME=" AND
              AI-AFTER(6:30) NOT = WS-MASK-NAME
               MOVE WS-MASK-NAME TO AI-AFTER(6:30)
               MOVE "Y" TO WS-REC-CHANGED
           END-IF
           IF WS-REC-CHANGED = "Y"
               ADD 1 TO WS-FILE-CHANGES
               ADD 1 TO WS-PF-CHANGED(7)
               ADD 1 TO WS-LV-CHG(WS-LV-HIT, 7)
           END-IF.

       PROCESS-TERMINATED.
           MOVE 1 TO WS-PF-IDX
           OPEN INPUT TERMINATED-FILE
           IF TERM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-WORK-OK
           IF WS-RUN-MODE = "P"
               OPEN OUTPUT WORK-FILE
               IF WORK-STATUS NOT = "00"
                   DISPLAY "Error opening purge_work.tmp for "
                           "terminated.dat. Status: " WORK-STATUS
                   PERFORM WORK-FILE-FAILED
                   CLOSE TERMINATED-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TERMINATED-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS(1)
                       PERFORM MASK-TERMINATED-RECORD
                       IF WS-RUN-MODE = "P"
                           MOVE TERMINATED-RECORD TO WORK-RECORD
                           PERFORM WRITE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINATED-FILE
           IF WS-RUN-MODE = "P"
               CLOSE WORK-FILE
               MOVE "terminated.dat" TO WS-COPY-TARGET
               PERFORM REPLACE-FROM-WORK
           END-IF.
           PERFORM SET-FILE-RESULT.

       MASK-TERMINATED-RECORD.
           MOVE TERM-EMPLOYEE-ID TO WS-FIND-ID
           PERFORM FIND-LEAVER
           IF WS-LV-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LV-ELIG(WS-LV-HIT, 1) = "Y" AND
              TERM-EMPLOYEE-NAME NOT = WS-MASK-NAME
               MOVE WS-MASK-NAME TO TERM-EMPLOYEE-NAME
               ADD 1 TO WS-PF-CHANGED(1)
               ADD 1 TO WS-LV-CHG(WS-LV-HIT, 1)
           END-IF.

       PROCESS-CONTACTS.
           MOVE 2 TO WS-PF-IDX
           IF WS-RUN-MODE = "P"
               OPEN I-O CONTACT-FILE
           ELSE
               OPEN INPUT CONTACT-FILE
           END-IF
           IF CONTACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-USED
               IF WS-LV-ELIG(WS-LV-IDX, 2) = "Y"
                   PERFORM PURGE-ONE-CONTACT
               END-IF
           END-PERFORM
           CLOSE CONTACT-FILE
           PERFORM SET-FILE-RESULT.

       PURGE-ONE-CONTACT.
           MOVE WS-LV-ID(WS-LV-IDX) TO CT-EMPLOYEE-ID
           READ CONTACT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-PF-RECORDS(2)
           IF WS-RUN-MODE = "P"
               DELETE CONTACT-FILE RECORD
               IF CONTACT-STATUS NOT = "00"
                   DISPLAY "Error deleting contacts for "
                           CT-EMPLOYEE-ID ". Status: " CONTACT-STATUS
                   IF WS-PF-RESULT(2) NOT = "FAILED"
                       MOVE "FAILED" TO WS-PF-RESULT(2)
                       ADD 1 TO WS-ERRORS
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-PF-CHANGED(2)
           ADD 1 TO WS-LV-CHG(WS-LV-IDX, 2).

       PROCESS-CONTACT-ARCHIVE.
           MOVE 3 TO WS-PF-IDX
           OPEN INPUT CONTACT-ARCHIVE-FILE
           IF CTARC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-WORK-OK
           IF WS-RUN-MODE = "P"
               OPEN OUTPUT WORK-FILE
               IF WORK-STATUS NOT = "00"
                   DISPLAY "Error opening purge_work.tmp for "
                           "contacts_archive.dat. Status: " WORK-STATUS
                   PERFORM WORK-FILE-FAILED
                   CLOSE CONTACT-ARCHIVE-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CONTACT-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS(3)
                       PERFORM CHECK-ARCHIVED-CONTACT
                       IF WS-RUN-MODE = "P" AND
                          WS-REC-CHANGED = "N"
                           MOVE CONTACT-ARCHIVE-RECORD TO WORK-RECORD
                           PERFORM WRITE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-ARCHIVE-FILE
           IF WS-RUN-MODE = "P"
               CLOSE WORK-FILE
               MOVE "contacts_archive.dat" TO WS-COPY-TARGET
               PERFORM REPLACE-FROM-WORK
           END-IF.
           PERFORM SET-FILE-RESULT.

       CHECK-ARCHIVED-CONTACT.
           MOVE "N" TO WS-REC-CHANGED
           MOVE CA-EMPLOYEE-ID TO WS-FIND-ID
           PERFORM FIND-LEAVER
           IF WS-LV-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LV-ELIG(WS-LV-HIT, 3) = "Y"
               MOVE "Y" TO WS-REC-CHANGED
               ADD 1 TO WS-PF-CHANGED(3)
               ADD 1 TO WS-LV-CHG(WS-LV-HIT, 3)
           END-IF.

       PROCESS-SALARY-HISTORY.
           MOVE 4 TO WS-PF-IDX
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
                       ADD 1 TO WS-PF-RECORDS(4)
                       MOVE SH-EMPLOYEE-ID TO WS-FIND-ID
                       PERFORM COUNT-KEPT-ROW
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE
           MOVE "KEPT" TO WS-PF-RESULT(4).

       PROCESS-LEAVE-HISTORY.
           MOVE 5 TO WS-PF-IDX
           OPEN INPUT LEAVE-HISTORY-FILE
           IF LVHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEAVE-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PF-RECORDS(5)
                       MOVE LH-EMPLOYEE-ID TO WS-FIND-ID
                       PERFORM COUNT-KEPT-ROW
               END-READ
           END-PERFORM
           CLOSE LEAVE-HISTORY-FILE
           MOVE "KEPT" TO WS-PF-RESULT(5).

       COUNT-KEPT-ROW.
           PERFORM FIND-LEAVER
           IF WS-LV-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LV-ELIG(WS-LV-HIT, WS-PF-IDX) = "Y"
               ADD 1 TO WS-LV-CHG(WS-LV-HIT, WS-PF-IDX)
           END-IF.

       PROCESS-REVIEWS.
           MOVE 6 TO WS-PF-IDX
           IF WS-RUN-MODE = "P"
               OPEN I-O REVIEW-FILE
           ELSE
               OPEN INPUT REVIEW-FILE
           END-IF
           IF REVIEW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-USED
               IF WS-LV-ELIG(WS-LV-IDX, 6) = "Y"
                   PERFORM PURGE-ONE-REVIEWEE
               END-IF
           END-PERFORM
           CLOSE REVIEW-FILE
           PERFORM SET-FILE-RESULT.

       PURGE-ONE-REVIEWEE.
           MOVE WS-LV-ID(WS-LV-IDX) TO RV-EMPLOYEE-ID
           MOVE ZEROS TO RV-REVIEW-DATE
           START REVIEW-FILE KEY IS NOT LESS THAN RV-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REVIEW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RV-EMPLOYEE-ID NOT = WS-LV-ID(WS-LV-IDX)
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-PF-RECORDS(6)
                           PERFORM CLEAR-REVIEW-RATING
                       END-IF
               END-READ
           END-PERFORM.

       CLEAR-REVIEW-RATING.
           IF RV-RATING = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-MODE = "P"
               MOVE ZERO TO RV-RATING
               REWRITE REVIEW-RECORD
               IF REVIEW-STATUS NOT = "00"
                   DISPLAY "Error updating review for "
                           RV-EMPLOYEE-ID ". Status: " REVIEW-STATUS
                   IF WS-PF-RESULT(6) NOT = "FAILED"
                       MOVE "FAILED" TO WS-PF-RESULT(6)
                       ADD 1 TO WS-ERRORS
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-PF-CHANGED(6)
           ADD 1 TO WS-LV-CHG(WS-LV-IDX, 6).

       PROCESS-BANK-DETAILS.
           MOVE 8 TO WS-PF-IDX
           IF WS-RUN-MODE = "P"
               OPEN I-O BANK-DETAIL-FILE
           ELSE
               OPEN INPUT BANK-DETAIL-FILE
           END-IF
           IF BANK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-USED
               IF WS-LV-ELIG(WS-LV-IDX, 8) = "Y"
                   PERFORM PURGE-ONE-BANK-DETAIL
               END-IF
           END-PERFORM
           CLOSE BANK-DETAIL-FILE
           PERFORM SET-FILE-RESULT.

       PURGE-ONE-BANK-DETAIL.
           MOVE WS-LV-ID(WS-LV-IDX) TO BK-EMPLOYEE-ID
           READ BANK-DETAIL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-PF-RECORDS(8)
           IF WS-RUN-MODE = "P"
               DELETE BANK-DETAIL-FILE RECORD
               IF BANK-STATUS NOT = "00"
                   DISPLAY "Error deleting bank details for "
                           BK-EMPLOYEE-ID ". Status: " BANK-STATUS
                   IF WS-PF-RESULT(8) NOT = "FAILED"
                       MOVE "FAILED" TO WS-PF-RESULT(8)
                       ADD 1 TO WS-ERRORS
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-PF-CHANGED(8)
           ADD 1 TO WS-LV-CHG(WS-LV-IDX, 8).

       REPLACE-FROM-WORK.
           IF WS-PF-CHANGED(WS-PF-IDX) = 0 OR WS-WORK-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           CALL "CBL_COPY_FILE" USING WS-WORK-NAME
                                       WS-COPY-TARGET
               RETURNING WS-COPY-STATUS
           END-CALL
           IF WS-COPY-STATUS NOT = 0
               DISPLAY "Error: could not replace " WS-COPY-TARGET
               MOVE "FAILED" TO WS-PF-RESULT(WS-PF-IDX)
               ADD 1 TO WS-ERRORS
           END-IF.

       WRITE-WORK-RECORD.
           IF WS-WORK-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           WRITE WORK-RECORD
           IF WORK-STATUS NOT = "00"
               DISPLAY "Error writing purge_work.tmp for "
                       WS-PF-NAME(WS-PF-IDX) ". Status: " WORK-STATUS
               PERFORM WORK-FILE-FAILED
               MOVE "Y" TO END-OF-FILE
           END-IF.

       WORK-FILE-FAILED.
           MOVE "N" TO WS-WORK-OK
           IF WS-PF-RESULT(WS-PF-IDX) NOT = "FAILED"
               MOVE "FAILED" TO WS-PF-RESULT(WS-PF-IDX)
               ADD 1 TO WS-ERRORS
           END-IF.

       SET-FILE-RESULT.
           IF WS-PF-RESULT(WS-PF-IDX) = "FAILED"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-PF-CHANGED(WS-PF-IDX) = 0
                   MOVE "NO CHANGE" TO WS-PF-RESULT(WS-PF-IDX)
               WHEN WS-RUN-MODE = "P"
                   MOVE "PURGED" TO WS-PF-RESULT(WS-PF-IDX)
               WHEN OTHER
                   MOVE "WOULD PURGE" TO WS-PF-RESULT(WS-PF-IDX)
           END-EVALUATE.

       WRITE-PURGE-AUDIT-ROWS.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Warning: could not write to audit log."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-USED
               PERFORM SUM-LEAVER-CHANGES
               IF WS-ID-CHANGES > 0
                   PERFORM WRITE-ONE-PURGE-ROW
               END-IF
           END-PERFORM
           CLOSE AUDIT-FILE.

       WRITE-ONE-PURGE-ROW.
           MOVE WS-LV-CHG(WS-LV-IDX, 1) TO WS-C1-DISP
           MOVE WS-LV-CHG(WS-LV-IDX, 2) TO WS-C2-DISP
           MOVE WS-LV-CHG(WS-LV-IDX, 3) TO WS-C3-DISP
           MOVE WS-LV-CHG(WS-LV-IDX, 6) TO WS-C4-DISP
           MOVE WS-LV-CHG(WS-LV-IDX, 7) TO WS-C5-DISP
           MOVE WS-LV-CHG(WS-LV-IDX, 8) TO WS-C6-DISP
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "RETENTION PURGE TERM=" DELIMITED BY SIZE
                  WS-LV-TERM(WS-LV-IDX) DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           STRING "TERM=" WS-C1-DISP " CONT=" WS-C2-DISP
                  " CARC=" WS-C3-DISP " REV=" WS-C4-DISP
                  " AUD=" WS-C5-DISP " BANK=" WS-C6-DISP
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-TIMESTAMP
           MOVE "PURGE" TO AUDIT-OPERATION
           MOVE WS-LV-ID(WS-LV-IDX) TO AUDIT-EMPLOYEE-ID
           MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE
           MOVE WS-AUDIT-AFTER TO AUDIT-AFTER
           MOVE WS-SUP-ID TO AUDIT-OPERATOR
           PERFORM GET-NEXT-AUDIT-SEQ
           WRITE AUDIT-RECORD
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Warning: could not write to audit log."
           END-IF.

       SUM-LEAVER-CHANGES.
           COMPUTE WS-ID-CHANGES = WS-LV-CHG(WS-LV-IDX, 1)
                                 + WS-LV-CHG(WS-LV-IDX, 2)
                                 + WS-LV-CHG(WS-LV-IDX, 3)
                                 + WS-LV-CHG(WS-LV-IDX, 6)
                                 + WS-LV-CHG(WS-LV-IDX, 7)
                                 + WS-LV-CHG(WS-LV-IDX, 8).

       WRITE-PURGE-REPORT.
           MOVE SPACES TO WS-REPORT-NAME
           IF WS-RUN-MODE = "P"
               STRING "purge_cert_" DELIMITED BY SIZE
                      WS-STAMP DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-REPORT-NAME
               END-STRING
           ELSE
               MOVE "purge_preview.txt" TO WS-REPORT-NAME
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening purge_report.tmp for output."
               ADD 1 TO WS-ERRORS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REPORT-LINE
           IF WS-RUN-MODE = "P"
               STRING "RETENTION PURGE CERTIFICATE   Run: "
                          DELIMITED BY SIZE
                      WS-STAMP DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "Retention Purge Preview (dry run - nothing "
                          DELIMITED BY SIZE
                      "changed)   Run: " DELIMITED BY SIZE
                      WS-STAMP DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           IF WS-RUN-MODE = "P"
               MOVE SPACES TO REPORT-LINE
               STRING "Signed off by supervisor: " DELIMITED BY SIZE
                      WS-SUP-ID DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "File" TO REPORT-LINE(1:4)
           MOVE "Years" TO REPORT-LINE(21:5)
           MOVE "Term before" TO REPORT-LINE(27:11)
           MOVE "Records" TO REPORT-LINE(41:7)
           MOVE "Changed" TO REPORT-LINE(50:7)
           MOVE "Result" TO REPORT-LINE(59:6)
           WRITE REPORT-LINE
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1 UNTIL WS-PF-IDX > 8
               MOVE SPACES TO REPORT-LINE
               MOVE WS-PF-NAME(WS-PF-IDX) TO REPORT-LINE(1:20)
               MOVE WS-PF-YEARS(WS-PF-IDX) TO WS-YEARS-DISP
               MOVE WS-YEARS-DISP TO REPORT-LINE(23:2)
               MOVE WS-PF-CUTOFF(WS-PF-IDX) TO REPORT-LINE(29:8)
               MOVE WS-PF-RECORDS(WS-PF-IDX) TO WS-BIG-DISP
               MOVE WS-BIG-DISP TO REPORT-LINE(41:7)
               MOVE WS-PF-CHANGED(WS-PF-IDX) TO WS-BIG-DISP
               MOVE WS-BIG-DISP TO REPORT-LINE(50:7)
               MOVE WS-PF-RESULT(WS-PF-IDX) TO REPORT-LINE(59:12)
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "audit.log and monthly archives: "
                      DELIMITED BY SIZE
                  WS-GEN-READ DELIMITED BY SIZE
                  " file(s) read, " DELIMITED BY SIZE
                  WS-GEN-CHANGED DELIMITED BY SIZE
                  " rewritten." DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "ID" TO REPORT-LINE(1:2)
           MOVE "Terminated" TO REPORT-LINE(8:10)
           IF WS-RUN-MODE = "P"
               MOVE "Purged" TO REPORT-LINE(20:6)
           ELSE
               MOVE "Name" TO REPORT-LINE(20:4)
           END-IF
           MOVE "Term  Cont  CArc   Rev   Aud  Sal*  Lve*  Bank"
               TO REPORT-LINE(52:47)
           WRITE REPORT-LINE

           MOVE 0 TO WS-AFFECTED
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                   UNTIL WS-LV-IDX > WS-LV-USED
               PERFORM SUM-LEAVER-CHANGES
               IF WS-ID-CHANGES > 0
                   ADD 1 TO WS-AFFECTED
                   PERFORM WRITE-LEAVER-LINE
               END-IF
           END-PERFORM
           IF WS-AFFECTED = 0
               MOVE "  (no leaver has personal data left to purge)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-AFFECTED TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           IF WS-RUN-MODE = "P"
               STRING "Leavers purged: " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "Leavers that would be purged: "
                          DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-LINE
           MOVE "* Salary and leave history rows are kept: they hold "
               TO REPORT-LINE
           MOVE "the ID and amounts only." TO REPORT-LINE(52:24)
           WRITE REPORT-LINE
           MOVE "IDs, dates and money amounts are retained in every "
               TO REPORT-LINE
           MOVE "file so reports and GL totals" TO REPORT-LINE(52:29)
           WRITE REPORT-LINE
           MOVE "still balance." TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           CALL "CBL_COPY_FILE" USING WS-REPORT-WORK-NAME
                                       WS-REPORT-NAME
               RETURNING WS-COPY-STATUS
           END-CALL
           IF WS-COPY-STATUS NOT = 0
               DISPLAY "Error: could not write " WS-REPORT-NAME
               ADD 1 TO WS-ERRORS
           END-IF.

       WRITE-LEAVER-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LV-ID(WS-LV-IDX) TO REPORT-LINE(1:5)
           MOVE WS-LV-TERM(WS-LV-IDX) TO REPORT-LINE(8:8)
           IF WS-RUN-MODE = "P"
               MOVE WS-TODAY TO REPORT-LINE(20:8)
           ELSE
               MOVE WS-LV-NAME(WS-LV-IDX) TO REPORT-LINE(20:30)
           END-IF
           MOVE WS-LV-CHG(WS-LV-IDX, 1) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(51:5)
           MOVE WS-LV-CHG(WS-LV-IDX, 2) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(57:5)
           MOVE WS-LV-CHG(WS-LV-IDX, 3) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(63:5)
           MOVE WS-LV-CHG(WS-LV-IDX, 6) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(69:5)
           MOVE WS-LV-CHG(WS-LV-IDX, 7) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(75:5)
           MOVE WS-LV-CHG(WS-LV-IDX, 4) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(81:5)
           MOVE WS-LV-CHG(WS-LV-IDX, 5) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(87:5)
           MOVE WS-LV-CHG(WS-LV-IDX, 8) TO WS-COUNT-DISP
           MOVE WS-COUNT-DISP TO REPORT-LINE(93:5)
           WRITE REPORT-LINE.

       REMOVE-WORK-FILES.
           CALL "CBL_DELETE_FILE" USING WS-WORK-NAME
               RETURNING WS-COPY-STATUS
           END-CALL
           CALL "CBL_DELETE_FILE" USING WS-AUDIT-WORK-NAME
               RETURNING WS-COPY-STATUS
           END-CALL
           CALL "CBL_DELETE_FILE" USING WS-SORT-WORK-NAME
               RETURNING WS-COPY-STATUS
           END-CALL
           CALL "CBL_DELETE_FILE" USING WS-REPORT-WORK-NAME
               RETURNING WS-COPY-STATUS
           END-CALL.

       VERIFY-OPERATOR.
           MOVE "N" TO WS-SUP-OK
           MOVE "V" TO WS-ROLE-NEEDS
           DISPLAY "Listing leavers requires an operator sign-on."
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
           DISPLAY "The purge requires a supervisor sign-off."
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
