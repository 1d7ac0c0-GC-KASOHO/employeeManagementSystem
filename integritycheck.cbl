       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.

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
           SELECT DEPARTMENT-FILE ASSIGN TO "departments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS DEPT-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "leave_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMPLOYEE-ID
               FILE STATUS IS SCAN-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "deductions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "reviews.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-EMPLOYEE-ID
               FILE STATUS IS SCAN-STATUS.
           SELECT LOCK-FILE ASSIGN TO "record_locks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCK-EMPLOYEE-ID
               FILE STATUS IS SCAN-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO "approval_queue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.
           SELECT PENDING-FILE ASSIGN TO "pending_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.
           SELECT PAY-PROFILE-FILE ASSIGN TO "pay_profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-EMPLOYEE-ID
               FILE STATUS IS SCAN-STATUS.
           SELECT BANK-DETAIL-FILE ASSIGN TO "bank_details.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-EMPLOYEE-ID
               FILE STATUS IS SCAN-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "benefit_enrollments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT TRAINING-FILE ASSIGN TO "training_records.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "leave_requests.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-REQ-NUMBER
               FILE STATUS IS SCAN-STATUS.
           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "operator_profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPF-OPERATOR-ID
               FILE STATUS IS SCAN-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "timesheets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT EARNINGS-FILE ASSIGN TO "one_time_earnings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OE-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT ELECTION-FILE ASSIGN TO "benefit_elections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT REQUISITION-FILE ASSIGN TO "job_requisitions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               FILE STATUS IS SCAN-STATUS.
           SELECT YTD-FILE ASSIGN TO "ytd_totals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YT-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS PAYH-STATUS.
           SELECT SALARY-HISTORY-FILE ASSIGN TO "salary_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.
           SELECT LEAVE-HISTORY-FILE ASSIGN TO "leave_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.
           SELECT CONTACT-ARCHIVE-FILE
               ASSIGN TO "contacts_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-STATUS.
           SELECT PROPOSAL-FILE ASSIGN TO "merit_proposals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT SETTLEMENT-FILE ASSIGN TO "final_pay.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FP-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT RETRO-LOG-FILE ASSIGN TO "retro_pay_log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTL-KEY
               FILE STATUS IS SCAN-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "integrity_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXC-STATUS.
           SELECT SORT-FILE ASSIGN TO "sortwork.tmp".
           SELECT SORTED-EXCEPTION-FILE
               ASSIGN TO "integrity_sort.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORT-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "integrity_report.txt"
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

       FD DEPARTMENT-FILE.
       01 DEPARTMENT-RECORD.
           05 DEPT-CODE          PIC X(10).
           05 DEPT-NAME          PIC X(30).
           05 DEPT-COST-CENTER   PIC X(6).
           05 DEPT-ACTIVE        PIC X.

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           05 LV-EMPLOYEE-ID     PIC 9(5).
           05 LV-VACATION-BAL    PIC 9(3)V99.
           05 LV-SICK-BAL        PIC 9(3)V99.
           05 LV-LAST-ACCRUAL    PIC 9(6).

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

       FD REVIEW-FILE.
       01 REVIEW-RECORD.
           05 RV-KEY.
               10 RV-EMPLOYEE-ID PIC 9(5).
               10 RV-REVIEW-DATE PIC 9(8).
           05 RV-RATING          PIC 9.
           05 RV-NEXT-DUE        PIC 9(8).
           05 RV-ENTERED-BY      PIC X(10).

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

       FD LOCK-FILE.
       01 LOCK-RECORD.
           05 LCK-EMPLOYEE-ID    PIC 9(5).
           05 LCK-OPERATOR       PIC X(10).
           05 LCK-TIMESTAMP      PIC X(14).

       FD APPROVAL-FILE.
       01 APPROVAL-QUEUE-RECORD.
           05 AQ-STATUS          PIC X.
           05 FILLER             PIC X.
           05 AQ-ACTION          PIC X(6).
           05 FILLER             PIC X.
           05 AQ-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X.
           05 AQ-REASON-CODE     PIC X(4).
           05 FILLER             PIC X.
           05 AQ-LAST-DAY        PIC 9(8).
           05 AQ-REQ-NUMBER REDEFINES AQ-LAST-DAY PIC 9(8).
           05 FILLER             PIC X.
           05 AQ-NEW-RECORD      PIC X(89).
           05 FILLER             PIC X.
           05 AQ-BEFORE          PIC X(150).
           05 FILLER             PIC X.
           05 AQ-AFTER           PIC X(150).
           05 FILLER             PIC X.
           05 AQ-SUBMITTED-BY    PIC X(10).
           05 FILLER             PIC X.
           05 AQ-SUBMITTED-TS    PIC X(14).
           05 FILLER             PIC X.
           05 AQ-REVIEWED-BY     PIC X(10).

       FD PENDING-FILE.
       01 PENDING-TRANS-RECORD.
           05 PT-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X.
           05 PT-TRANS-TYPE      PIC X.
           05 FILLER             PIC X.
           05 PT-NEW-VALUE       PIC X(20).
           05 FILLER             PIC X.
           05 PT-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER             PIC X.
           05 PT-STATUS          PIC X.
           05 FILLER             PIC X.
           05 PT-ENTERED-BY      PIC X(10).

       FD PAY-PROFILE-FILE.
       01 PAY-PROFILE-RECORD.
           05 PP-EMPLOYEE-ID     PIC 9(5).
           05 PP-PAY-TYPE        PIC X.
           05 PP-HOURLY-RATE     PIC 9(4)V99.
           05 PP-OT-MULTIPLIER   PIC 9V99.

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

       FD TRAINING-FILE.
       01 TRAINING-RECORD.
           05 TN-KEY.
               10 TN-EMPLOYEE-ID PIC 9(5).
               10 TN-COURSE-CODE PIC X(6).
           05 TN-COMPLETED-DATE  PIC 9(8).
           05 TN-EXPIRY-DATE     PIC 9(8).
           05 TN-PREV-COMPLETED  PIC 9(8).
           05 TN-TIMES-COMPLETED PIC 9(3).
           05 TN-RECORDED-BY     PIC X(10).
           05 TN-RECORDED-DATE   PIC 9(8).

       FD LEAVE-REQUEST-FILE.
       01 LEAVE-REQUEST-RECORD.
           05 LR-REQ-NUMBER      PIC 9(6).
           05 LR-EMPLOYEE-ID     PIC 9(5).
           05 LR-LEAVE-TYPE      PIC X.
           05 LR-FROM-DATE       PIC 9(8).
           05 LR-TO-DATE         PIC 9(8).
           05 LR-DAYS            PIC 9(3)V99.
           05 LR-STATUS          PIC X.
           05 LR-MANAGER-ID      PIC 9(5).
           05 LR-REQUESTED-BY    PIC X(10).
           05 LR-REQUESTED-DATE  PIC 9(8).
           05 LR-DECIDED-BY      PIC X(10).
           05 LR-DECIDED-DATE    PIC 9(8).
           05 LR-REJECT-REASON   PIC X(30).

       FD OPERATOR-PROFILE-FILE.
       01 OPERATOR-PROFILE-RECORD.
           05 OPF-OPERATOR-ID    PIC X(10).
           05 OPF-EMPLOYEE-ID    PIC 9(5).
           05 OPF-UPDATED-BY     PIC X(10).
           05 OPF-UPDATED-DATE   PIC 9(8).
           05 OPF-ROLE-CODE      PIC X(8).

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

       FD REQUISITION-FILE.
       01 REQUISITION-RECORD.
           05 RQ-REQ-NUMBER      PIC 9(6).
           05 RQ-DEPT-CODE       PIC X(10).
           05 RQ-JOB-TITLE       PIC X(20).
           05 RQ-BUDGET-SALARY   PIC 9(7)V99.
           05 RQ-STATUS          PIC X.
           05 RQ-OPENED-DATE     PIC 9(8).
           05 RQ-FILLED-BY       PIC 9(5).
           05 RQ-CLOSED-DATE     PIC 9(8).
           05 RQ-UPDATED-BY      PIC X(10).

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

       FD LEAVE-HISTORY-FILE.
       01 LEAVE-HISTORY-RECORD.
           05 LH-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X.
           05 LH-LEAVE-TYPE      PIC X.
           05 FILLER             PIC X.
           05 LH-DAYS-TAKEN      PIC 9(3).99.
           05 FILLER             PIC X.
           05 LH-FROM-DATE       PIC 9(8).
           05 FILLER             PIC X.
           05 LH-OPERATOR        PIC X(10).
           05 FILLER             PIC X.
           05 LH-TO-DATE         PIC 9(8).

       FD CONTACT-ARCHIVE-FILE.
       01 CONTACT-ARCHIVE-RECORD.
           05 CA-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X.
           05 CA-ARCHIVE-DATE    PIC 9(8).
           05 FILLER             PIC X.
           05 CA-CONTACT-DATA    PIC X(225).

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

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 EX-FILE-SEQ        PIC 99.
           05 EX-RULE-CODE       PIC X(4).
           05 EX-EMPLOYEE-ID     PIC 9(5).
           05 EX-SEVERITY        PIC X.
           05 EX-RULE-TEXT       PIC X(45).
           05 EX-DETAIL          PIC X(45).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-FILE-SEQ      PIC 99.
           05 SORT-RULE-CODE     PIC X(4).
           05 SORT-EMPLOYEE-ID   PIC 9(5).
           05 SORT-SEVERITY      PIC X.
           05 SORT-RULE-TEXT     PIC X(45).
           05 SORT-DETAIL        PIC X(45).

       FD SORTED-EXCEPTION-FILE.
       01 SORTED-EXCEPTION-RECORD.
           05 SX-FILE-SEQ        PIC 99.
           05 SX-RULE-CODE       PIC X(4).
           05 SX-EMPLOYEE-ID     PIC 9(5).
           05 SX-SEVERITY        PIC X.
           05 SX-RULE-TEXT       PIC X(45).
           05 SX-DETAIL          PIC X(45).

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(120).

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
           05 ROLE-STATUS       PIC XX.
           05 AUDIT-STATUS      PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 WS-OPR-ID         PIC X(10).
           05 WS-OPR-PW         PIC X(10).
           05 WS-OPR-OK         PIC X.
           05 WS-OPR-EOF        PIC X.
           05 WS-OPR-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "IntegrityCheck".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 FILE-STATUS       PIC XX.
           05 TERM-STATUS       PIC XX.
           05 DEPT-STATUS       PIC XX.
           05 SCAN-STATUS       PIC XX.
           05 PAYH-STATUS       PIC XX.
           05 EXC-STATUS        PIC XX.
           05 SORT-OUT-STATUS   PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 WS-TODAY          PIC 9(8).
           05 WS-IDX            PIC S9(4) COMP.
           05 WS-LVX            PIC S9(4) COMP.
           05 WS-ORPHAN-RULE    PIC X(4).
           05 WS-FILE-SEQ       PIC 99.
           05 WS-CHK-ID         PIC 9(5).
           05 WS-CHK-STATE      PIC X.
           05 WS-CHK-MGR        PIC 9(5).
           05 WS-CHK-TERM-DATE  PIC 9(8).
           05 WS-DEPT-OK        PIC X.
           05 WS-ERRORS         PIC 9(5) VALUE 0.
           05 WS-WARNINGS       PIC 9(5) VALUE 0.
           05 WS-TABLE-DROPPED  PIC 9(5) VALUE 0.
           05 WS-PREV-FILE-SEQ  PIC 99.
           05 WS-PREV-RULE      PIC X(4).
           05 WS-RULE-COUNT     PIC 9(5) VALUE 0.
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-READ-DISP      PIC ZZZZZZ9.

       01 WS-FILE-SUMMARY.
           05 WS-FS-ENTRY OCCURS 27 TIMES.
               10 WS-FS-NAME     PIC X(24).
               10 WS-FS-READ     PIC 9(7).
               10 WS-FS-EXC      PIC 9(5).
               10 WS-FS-NOTE     PIC X(30).

       01 WS-ACTIVE-TABLE.
           05 WS-ACT-COUNT      PIC S9(4) COMP VALUE 0.
           05 WS-ACT-ENTRY OCCURS 5000 TIMES.
               10 WS-ACT-ID      PIC 9(5).
               10 WS-ACT-MGR     PIC 9(5).

       01 WS-LEAVER-TABLE.
           05 WS-LVR-COUNT      PIC S9(4) COMP VALUE 0.
           05 WS-LVR-ENTRY OCCURS 5000 TIMES.
               10 WS-LVR-ID      PIC 9(5).
               10 WS-LVR-DATE    PIC 9(8).
               10 WS-LVR-REHIRED PIC X.

       01 EOD-SHARED EXTERNAL.
           05 EOD-SILENT-MODE   PIC X.
           05 EOD-RECORD-COUNT  PIC 9(5).
           05 EOD-FILE-STATUS   PIC XX.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF EOD-SILENT-MODE NOT = "Y"
               PERFORM VERIFY-OPERATOR
               IF WS-OPR-OK NOT = "Y"
                   DISPLAY "Integrity check refused: operator sign-on "
                           "failed."
                   MOVE 8 TO RETURN-CODE
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
           END-IF.

           IF EOD-SILENT-MODE NOT = "Y"
               DISPLAY "Referential Integrity Check - all files "
                       "against employees.dat and terminated.dat"
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE "employees.dat" TO WS-FS-NAME(1)
           MOVE "terminated.dat" TO WS-FS-NAME(2)
           MOVE "leave_balances.dat" TO WS-FS-NAME(3)
           MOVE "deductions.dat" TO WS-FS-NAME(4)
           MOVE "reviews.dat" TO WS-FS-NAME(5)
           MOVE "contacts.dat" TO WS-FS-NAME(6)
           MOVE "record_locks.dat" TO WS-FS-NAME(7)
           MOVE "approval_queue.dat" TO WS-FS-NAME(8)
           MOVE "pending_trans.dat" TO WS-FS-NAME(9)
           MOVE "pay_profiles.dat" TO WS-FS-NAME(10)
           MOVE "bank_details.dat" TO WS-FS-NAME(11)
           MOVE "benefit_enrollments.dat" TO WS-FS-NAME(12)
           MOVE "training_records.dat" TO WS-FS-NAME(13)
           MOVE "leave_requests.dat" TO WS-FS-NAME(14)
           MOVE "operator_profiles.dat" TO WS-FS-NAME(15)
           MOVE "timesheets.dat" TO WS-FS-NAME(16)
           MOVE "one_time_earnings.dat" TO WS-FS-NAME(17)
           MOVE "benefit_elections.dat" TO WS-FS-NAME(18)
           MOVE "job_requisitions.dat" TO WS-FS-NAME(19)
           MOVE "ytd_totals.dat" TO WS-FS-NAME(20)
           MOVE "pay_history.dat" TO WS-FS-NAME(21)
           MOVE "salary_history.dat" TO WS-FS-NAME(22)
           MOVE "leave_history.dat" TO WS-FS-NAME(23)
           MOVE "contacts_archive.dat" TO WS-FS-NAME(24)
           MOVE "merit_proposals.dat" TO WS-FS-NAME(25)
           MOVE "final_pay.dat" TO WS-FS-NAME(26)
           MOVE "retro_pay_log.dat" TO WS-FS-NAME(27)
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 27
               MOVE 0 TO WS-FS-READ(WS-IDX)
               MOVE 0 TO WS-FS-EXC(WS-IDX)
               MOVE SPACES TO WS-FS-NOTE(WS-IDX)
           END-PERFORM

           PERFORM LOAD-ACTIVE-IDS
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat. Status: "
                       FILE-STATUS
               MOVE FILE-STATUS TO EOD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           PERFORM LOAD-LEAVER-IDS

           OPEN OUTPUT EXCEPTION-FILE
           IF EXC-STATUS NOT = "00"
               DISPLAY "Error opening integrity_work.tmp for output."
               MOVE EXC-STATUS TO EOD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           PERFORM CHECK-EMPLOYEE-FILE
           PERFORM CHECK-TERMINATED-FILE
           PERFORM CHECK-LEAVE-FILE
           PERFORM CHECK-DEDUCTION-FILE
           PERFORM CHECK-REVIEW-FILE
           PERFORM CHECK-CONTACT-FILE
           PERFORM CHECK-LOCK-FILE
           PERFORM CHECK-APPROVAL-FILE
           PERFORM CHECK-PENDING-FILE
           PERFORM CHECK-PAY-PROFILE-FILE
           PERFORM CHECK-BANK-FILE
           PERFORM CHECK-ENROLLMENT-FILE
           PERFORM CHECK-TRAINING-FILE
           PERFORM CHECK-LEAVE-REQUEST-FILE
           PERFORM CHECK-OPERATOR-PROFILE-FILE
           PERFORM CHECK-TIMESHEET-FILE
           PERFORM CHECK-EARNINGS-FILE
           PERFORM CHECK-ELECTION-FILE
           PERFORM CHECK-REQUISITION-FILE
           PERFORM CHECK-YTD-FILE
           PERFORM CHECK-PAY-HISTORY-FILE
           PERFORM CHECK-SALARY-HISTORY-FILE
           PERFORM CHECK-LEAVE-HISTORY-FILE
           PERFORM CHECK-CONTACT-ARCHIVE-FILE
           PERFORM CHECK-PROPOSAL-FILE
           PERFORM CHECK-SETTLEMENT-FILE
           PERFORM CHECK-RETRO-LOG-FILE
           CLOSE EXCEPTION-FILE

           SORT SORT-FILE ON ASCENDING KEY SORT-FILE-SEQ
                                          SORT-RULE-CODE
                                          SORT-EMPLOYEE-ID
               USING EXCEPTION-FILE
               GIVING SORTED-EXCEPTION-FILE

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening integrity_report.txt for "
                       "output."
               MOVE REPORT-STATUS TO EOD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-EXCEPTION-GROUPS
           PERFORM WRITE-FILE-SUMMARY
           CLOSE REPORT-FILE

           COMPUTE EOD-RECORD-COUNT = WS-ERRORS + WS-WARNINGS
           MOVE "00" TO EOD-FILE-STATUS
           IF WS-ERRORS NOT = ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNINGS NOT = ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           IF EOD-SILENT-MODE NOT = "Y"
               DISPLAY "Report written to integrity_report.txt."
               DISPLAY WS-ERRORS " error(s), " WS-WARNINGS
                       " warning(s)."
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       LOAD-ACTIVE-IDS.
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-ACT-COUNT < 5000
                           ADD 1 TO WS-ACT-COUNT
                           MOVE EMPLOYEE-ID TO WS-ACT-ID(WS-ACT-COUNT)
                           MOVE MANAGER-ID
                               TO WS-ACT-MGR(WS-ACT-COUNT)
                       ELSE
                           ADD 1 TO WS-TABLE-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE "00" TO FILE-STATUS.

       LOAD-LEAVER-IDS.
           OPEN INPUT TERMINATED-FILE
           IF TERM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TERMINATED-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM ADD-LEAVER-ENTRY
               END-READ
           END-PERFORM
           CLOSE TERMINATED-FILE.

       ADD-LEAVER-ENTRY.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LVR-COUNT
               IF WS-LVR-ID(WS-IDX) = TERM-EMPLOYEE-ID
                   IF TERM-TERMINATION-DATE >= WS-LVR-DATE(WS-IDX)
                       MOVE TERM-TERMINATION-DATE
                           TO WS-LVR-DATE(WS-IDX)
                       MOVE TERM-REHIRE-FLAG
                           TO WS-LVR-REHIRED(WS-IDX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-LVR-COUNT >= 5000
               ADD 1 TO WS-TABLE-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LVR-COUNT
           MOVE TERM-EMPLOYEE-ID TO WS-LVR-ID(WS-LVR-COUNT)
           MOVE TERM-TERMINATION-DATE TO WS-LVR-DATE(WS-LVR-COUNT)
           MOVE TERM-REHIRE-FLAG TO WS-LVR-REHIRED(WS-LVR-COUNT).

       LOOKUP-PERSON.
           MOVE "U" TO WS-CHK-STATE
           MOVE 0 TO WS-CHK-TERM-DATE
           MOVE 0 TO WS-CHK-MGR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ACT-COUNT
               IF WS-ACT-ID(WS-IDX) = WS-CHK-ID
                   MOVE "A" TO WS-CHK-STATE
                   MOVE WS-ACT-MGR(WS-IDX) TO WS-CHK-MGR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LVR-COUNT
               IF WS-LVR-ID(WS-IDX) = WS-CHK-ID
                   MOVE "L" TO WS-CHK-STATE
                   MOVE WS-LVR-DATE(WS-IDX) TO WS-CHK-TERM-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       NOTE-OPEN-FAILURE.
           IF SCAN-STATUS = "35"
               MOVE "not present" TO WS-FS-NOTE(WS-FILE-SEQ)
           ELSE
               MOVE SPACES TO WS-FS-NOTE(WS-FILE-SEQ)
               STRING "could not be opened (status " DELIMITED BY SIZE
                      SCAN-STATUS DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-FS-NOTE(WS-FILE-SEQ)
               END-STRING
               ADD 1 TO WS-ERRORS
           END-IF.

       WRITE-EXCEPTION.
           MOVE WS-FILE-SEQ TO EX-FILE-SEQ
           MOVE WS-CHK-ID TO EX-EMPLOYEE-ID
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-FS-EXC(WS-FILE-SEQ)
           IF EX-SEVERITY = "E"
               ADD 1 TO WS-ERRORS
           ELSE
               ADD 1 TO WS-WARNINGS
           END-IF.

       CHECK-ORPHAN-ID.
           PERFORM LOOKUP-PERSON
           IF WS-CHK-STATE = "U"
               MOVE SPACES TO EXCEPTION-RECORD
               MOVE WS-ORPHAN-RULE TO EX-RULE-CODE
               MOVE "E" TO EX-SEVERITY
               MOVE "ID not on employees.dat or terminated.dat"
                   TO EX-RULE-TEXT
               PERFORM WRITE-EXCEPTION
           END-IF.

       CHECK-EMPLOYEE-FILE.
           MOVE 1 TO WS-FILE-SEQ
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               MOVE FILE-STATUS TO SCAN-STATUS
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DEPARTMENT-FILE
           IF DEPT-STATUS NOT = "00"
               MOVE "departments.dat not available"
                   TO WS-FS-NOTE(WS-FILE-SEQ)
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       PERFORM CHECK-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           IF WS-FS-NOTE(WS-FILE-SEQ) = SPACES
               CLOSE DEPARTMENT-FILE
           END-IF.

       CHECK-ONE-EMPLOYEE.
           IF MANAGER-ID NOT = ZEROS
               MOVE MANAGER-ID TO WS-CHK-ID
               PERFORM LOOKUP-PERSON
               MOVE EMPLOYEE-ID TO WS-CHK-ID
               EVALUATE WS-CHK-STATE
                   WHEN "U"
                       MOVE SPACES TO EXCEPTION-RECORD
                       MOVE "EM01" TO EX-RULE-CODE
                       MOVE "E" TO EX-SEVERITY
                       MOVE "MANAGER-ID not on any employee file"
                           TO EX-RULE-TEXT
                       STRING "manager " DELIMITED BY SIZE
                              MANAGER-ID DELIMITED BY SIZE
                              INTO EX-DETAIL
                       END-STRING
                       PERFORM WRITE-EXCEPTION
                   WHEN "L"
                       MOVE SPACES TO EXCEPTION-RECORD
                       MOVE "EM02" TO EX-RULE-CODE
                       MOVE "E" TO EX-SEVERITY
                       MOVE "MANAGER-ID points at a terminated person"
                           TO EX-RULE-TEXT
                       STRING "manager " DELIMITED BY SIZE
                              MANAGER-ID DELIMITED BY SIZE
                              " left " DELIMITED BY SIZE
                              WS-CHK-TERM-DATE DELIMITED BY SIZE
                              INTO EX-DETAIL
                       END-STRING
                       PERFORM WRITE-EXCEPTION
               END-EVALUATE
           END-IF
           MOVE EMPLOYEE-ID TO WS-CHK-ID
           IF WS-FS-NOTE(WS-FILE-SEQ) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE DEPARTMENT-CODE TO DEPT-CODE
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE "EM03" TO EX-RULE-CODE
                   MOVE "E" TO EX-SEVERITY
                   MOVE "department not in departments.dat"
                       TO EX-RULE-TEXT
                   STRING "dept " DELIMITED BY SIZE
                          DEPARTMENT-CODE DELIMITED BY SIZE
                          INTO EX-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF DEPT-ACTIVE = "N"
                       MOVE SPACES TO EXCEPTION-RECORD
                       MOVE "EM04" TO EX-RULE-CODE
                       MOVE "E" TO EX-SEVERITY
                       MOVE "department is marked inactive"
                           TO EX-RULE-TEXT
                       STRING "dept " DELIMITED BY SIZE
                              DEPARTMENT-CODE DELIMITED BY SIZE
                              INTO EX-DETAIL
                       END-STRING
                       PERFORM WRITE-EXCEPTION
                   END-IF
           END-READ.

       CHECK-TERMINATED-FILE.
           MOVE 2 TO WS-FILE-SEQ
           MOVE WS-LVR-COUNT TO WS-FS-READ(WS-FILE-SEQ)
           PERFORM VARYING WS-LVX FROM 1 BY 1
                   UNTIL WS-LVX > WS-LVR-COUNT
               IF WS-LVR-REHIRED(WS-LVX) NOT = "R"
                   MOVE WS-LVR-ID(WS-LVX) TO WS-CHK-ID
                   PERFORM LOOKUP-PERSON
                   IF WS-CHK-STATE = "A"
                       MOVE SPACES TO EXCEPTION-RECORD
                       MOVE "TM01" TO EX-RULE-CODE
                       MOVE "W" TO EX-SEVERITY
                       MOVE "leaver back on file, archive not marked R"
                           TO EX-RULE-TEXT
                       STRING "left " DELIMITED BY SIZE
                              WS-LVR-DATE(WS-LVX) DELIMITED BY SIZE
                              INTO EX-DETAIL
                       END-STRING
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-LEAVE-FILE.
           MOVE 3 TO WS-FILE-SEQ
           OPEN INPUT LEAVE-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "LV01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEAVE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE LV-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE LEAVE-FILE.

       CHECK-DEDUCTION-FILE.
           MOVE 4 TO WS-FILE-SEQ
           OPEN INPUT DEDUCTION-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "DD01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DEDUCTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE DED-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
                       IF WS-CHK-STATE = "L" AND
                          (DED-STOP-DATE = ZEROS OR
                           DED-STOP-DATE > WS-CHK-TERM-DATE)
                           MOVE SPACES TO EXCEPTION-RECORD
                           MOVE "DD02" TO EX-RULE-CODE
                           MOVE "W" TO EX-SEVERITY
                           MOVE "deduction still running for a leaver"
                               TO EX-RULE-TEXT
                           STRING "code " DELIMITED BY SIZE
                                  DED-CODE DELIMITED BY SIZE
                                  " stop " DELIMITED BY SIZE
                                  DED-STOP-DATE DELIMITED BY SIZE
                                  " left " DELIMITED BY SIZE
                                  WS-CHK-TERM-DATE DELIMITED BY SIZE
                                  INTO EX-DETAIL
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-FILE.

       CHECK-REVIEW-FILE.
           MOVE 5 TO WS-FILE-SEQ
           OPEN INPUT REVIEW-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "RV01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REVIEW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE RV-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE REVIEW-FILE.

       CHECK-CONTACT-FILE.
           MOVE 6 TO WS-FILE-SEQ
           OPEN INPUT CONTACT-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "CT01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE CT-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
                       IF WS-CHK-STATE = "L"
                           MOVE SPACES TO EXCEPTION-RECORD
                           MOVE "CT02" TO EX-RULE-CODE
                           MOVE "W" TO EX-SEVERITY
                           MOVE "leaver's contacts were never archived"
                               TO EX-RULE-TEXT
                           STRING "left " DELIMITED BY SIZE
                                  WS-CHK-TERM-DATE DELIMITED BY SIZE
                                  INTO EX-DETAIL
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE.

       CHECK-LOCK-FILE.
           MOVE 7 TO WS-FILE-SEQ
           OPEN INPUT LOCK-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LOCK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE LCK-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM LOOKUP-PERSON
                       MOVE SPACES TO EXCEPTION-RECORD
                       STRING "operator " DELIMITED BY SIZE
                              LCK-OPERATOR DELIMITED BY SIZE
                              " since " DELIMITED BY SIZE
                              LCK-TIMESTAMP DELIMITED BY SIZE
                              INTO EX-DETAIL
                       END-STRING
                       IF WS-CHK-STATE NOT = "A"
                           MOVE "LK01" TO EX-RULE-CODE
                           MOVE "E" TO EX-SEVERITY
                           MOVE "lock on an ID not on employees.dat"
                               TO EX-RULE-TEXT
                       ELSE
                           MOVE "LK02" TO EX-RULE-CODE
                           MOVE "W" TO EX-SEVERITY
                           MOVE "lock left behind"
                               TO EX-RULE-TEXT
                       END-IF
                       PERFORM WRITE-EXCEPTION
               END-READ
           END-PERFORM
           CLOSE LOCK-FILE.

       CHECK-APPROVAL-FILE.
           MOVE 8 TO WS-FILE-SEQ
           OPEN INPUT APPROVAL-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "AQ01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ APPROVAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       IF AQ-STATUS = "P" AND AQ-ACTION NOT = "ADD"
                           MOVE AQ-EMPLOYEE-ID TO WS-CHK-ID
                           PERFORM CHECK-ORPHAN-ID
                           IF WS-CHK-STATE = "L"
                               MOVE SPACES TO EXCEPTION-RECORD
                               MOVE "AQ02" TO EX-RULE-CODE
                               MOVE "W" TO EX-SEVERITY
                               MOVE "pending approval for a leaver"
                                   TO EX-RULE-TEXT
                               STRING AQ-ACTION DELIMITED BY SIZE
                                      " by " DELIMITED BY SIZE
                                      AQ-SUBMITTED-BY DELIMITED BY SIZE
                                      INTO EX-DETAIL
                               END-STRING
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE.

       CHECK-PENDING-FILE.
           MOVE 9 TO WS-FILE-SEQ
           OPEN INPUT PENDING-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "PT01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       IF PT-STATUS = "P"
                           MOVE PT-EMPLOYEE-ID TO WS-CHK-ID
                           PERFORM CHECK-ORPHAN-ID
                           IF WS-CHK-STATE = "L"
                               MOVE SPACES TO EXCEPTION-RECORD
                               MOVE "PT02" TO EX-RULE-CODE
                               MOVE "W" TO EX-SEVERITY
                               MOVE "pending change for a leaver"
                                   TO EX-RULE-TEXT
                               STRING "type " DELIMITED BY SIZE
                                      PT-TRANS-TYPE DELIMITED BY SIZE
                                      " effective " DELIMITED BY SIZE
                                      PT-EFFECTIVE-DATE
                                          DELIMITED BY SIZE
                                      INTO EX-DETAIL
                               END-STRING
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       CHECK-PAY-PROFILE-FILE.
           MOVE 10 TO WS-FILE-SEQ
           OPEN INPUT PAY-PROFILE-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "PP01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PAY-PROFILE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE PP-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE PAY-PROFILE-FILE.

       CHECK-BANK-FILE.
           MOVE 11 TO WS-FILE-SEQ
           OPEN INPUT BANK-DETAIL-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "BK01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BANK-DETAIL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE BK-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE BANK-DETAIL-FILE.

       CHECK-ENROLLMENT-FILE.
           MOVE 12 TO WS-FILE-SEQ
           OPEN INPUT ENROLLMENT-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "BE01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE BE-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
                       IF WS-CHK-STATE = "L" AND
                          (BE-END-DATE = ZEROS OR
                           BE-END-DATE > WS-CHK-TERM-DATE)
                           MOVE SPACES TO EXCEPTION-RECORD
                           MOVE "BE02" TO EX-RULE-CODE
                           MOVE "W" TO EX-SEVERITY
                           MOVE "enrollment not ended for a leaver"
                               TO EX-RULE-TEXT
                           STRING "plan " DELIMITED BY SIZE
                                  BE-PLAN-CODE DELIMITED BY SIZE
                                  " end " DELIMITED BY SIZE
                                  BE-END-DATE DELIMITED BY SIZE
                                  " left " DELIMITED BY SIZE
                                  WS-CHK-TERM-DATE DELIMITED BY SIZE
                                  INTO EX-DETAIL
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.

       CHECK-TRAINING-FILE.
           MOVE 13 TO WS-FILE-SEQ
           OPEN INPUT TRAINING-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "TN01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TRAINING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE TN-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE TRAINING-FILE.

       CHECK-LEAVE-REQUEST-FILE.
           MOVE 14 TO WS-FILE-SEQ
           OPEN INPUT LEAVE-REQUEST-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "LR01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEAVE-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE LR-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
                       IF WS-CHK-STATE = "L" AND LR-STATUS = "P"
                           MOVE SPACES TO EXCEPTION-RECORD
                           MOVE "LR02" TO EX-RULE-CODE
                           MOVE "W" TO EX-SEVERITY
                           MOVE "leave request pending for a leaver"
                               TO EX-RULE-TEXT
                           STRING "request " DELIMITED BY SIZE
                                  LR-REQ-NUMBER DELIMITED BY SIZE
                                  INTO EX-DETAIL
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE.

       CHECK-OPERATOR-PROFILE-FILE.
           MOVE 15 TO WS-FILE-SEQ
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ OPERATOR-PROFILE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       IF OPF-EMPLOYEE-ID NOT = ZEROS
                           MOVE OPF-EMPLOYEE-ID TO WS-CHK-ID
                           PERFORM LOOKUP-PERSON
                           IF WS-CHK-STATE NOT = "A"
                               MOVE SPACES TO EXCEPTION-RECORD
                               MOVE "OP01" TO EX-RULE-CODE
                               MOVE "W" TO EX-SEVERITY
                               MOVE "operator linked to a non-employee"
                                   TO EX-RULE-TEXT
                               STRING "operator " DELIMITED BY SIZE
                                      OPF-OPERATOR-ID DELIMITED BY SIZE
                                      INTO EX-DETAIL
                               END-STRING
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-PROFILE-FILE.

       CHECK-TIMESHEET-FILE.
           MOVE 16 TO WS-FILE-SEQ
           OPEN INPUT TIMESHEET-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PAY-HISTORY-FILE
           IF PAYH-STATUS NOT = "00"
               MOVE "pay_history.dat not available"
                   TO WS-FS-NOTE(WS-FILE-SEQ)
           END-IF
           MOVE "TS01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TIMESHEET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE TS-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
                       IF WS-CHK-STATE = "L" AND
                          WS-FS-NOTE(WS-FILE-SEQ) = SPACES
                           PERFORM CHECK-LEAVER-TIMESHEET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE
           IF WS-FS-NOTE(WS-FILE-SEQ) = SPACES
               CLOSE PAY-HISTORY-FILE
           END-IF.

       CHECK-LEAVER-TIMESHEET.
           MOVE TS-EMPLOYEE-ID TO PH-EMPLOYEE-ID
           MOVE TS-PERIOD-END TO PH-PERIOD-END
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES TO EXCEPTION-RECORD
                   MOVE "TS02" TO EX-RULE-CODE
                   MOVE "W" TO EX-SEVERITY
                   MOVE "unpaid timesheet for a leaver"
                       TO EX-RULE-TEXT
                   STRING "period " DELIMITED BY SIZE
                          TS-PERIOD-END DELIMITED BY SIZE
                          " left " DELIMITED BY SIZE
                          WS-CHK-TERM-DATE DELIMITED BY SIZE
                          INTO EX-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       CHECK-EARNINGS-FILE.
           MOVE 17 TO WS-FILE-SEQ
           OPEN INPUT EARNINGS-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "OE01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EARNINGS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE OE-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
                       IF WS-CHK-STATE = "L" AND OE-STATUS = "A"
                           MOVE SPACES TO EXCEPTION-RECORD
                           MOVE "OE02" TO EX-RULE-CODE
                           MOVE "W" TO EX-SEVERITY
                           MOVE "earning still open for a leaver"
                               TO EX-RULE-TEXT
                           STRING OE-EARN-CODE DELIMITED BY SIZE
                                  " period " DELIMITED BY SIZE
                                  OE-PERIOD-END DELIMITED BY SIZE
                                  " seq " DELIMITED BY SIZE
                                  OE-SEQ DELIMITED BY SIZE
                                  " left " DELIMITED BY SIZE
                                  WS-CHK-TERM-DATE DELIMITED BY SIZE
                                  INTO EX-DETAIL
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EARNINGS-FILE.

       CHECK-ELECTION-FILE.
           MOVE 18 TO WS-FILE-SEQ
           OPEN INPUT ELECTION-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "EL01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ELECTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE BL-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
                       IF WS-CHK-STATE = "L" AND BL-STATUS = "P"
                           MOVE SPACES TO EXCEPTION-RECORD
                           MOVE "EL02" TO EX-RULE-CODE
                           MOVE "W" TO EX-SEVERITY
                           MOVE "election pending for a leaver"
                               TO EX-RULE-TEXT
                           STRING "plan year " DELIMITED BY SIZE
                                  BL-PLAN-YEAR DELIMITED BY SIZE
                                  " plan " DELIMITED BY SIZE
                                  BL-PLAN-CODE DELIMITED BY SIZE
                                  " left " DELIMITED BY SIZE
                                  WS-CHK-TERM-DATE DELIMITED BY SIZE
                                  INTO EX-DETAIL
                           END-STRING
                           PERFORM WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELECTION-FILE.

       CHECK-REQUISITION-FILE.
           MOVE 19 TO WS-FILE-SEQ
           OPEN INPUT REQUISITION-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       IF RQ-FILLED-BY NOT = ZEROS
                           MOVE RQ-FILLED-BY TO WS-CHK-ID
                           PERFORM LOOKUP-PERSON
                           IF WS-CHK-STATE = "U"
                               MOVE SPACES TO EXCEPTION-RECORD
                               MOVE "RQ01" TO EX-RULE-CODE
                               MOVE "E" TO EX-SEVERITY
                               MOVE "filled-by ID not on either master"
                                   TO EX-RULE-TEXT
                               STRING "requisition " DELIMITED BY SIZE
                                      RQ-REQ-NUMBER DELIMITED BY SIZE
                                      INTO EX-DETAIL
                               END-STRING
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUISITION-FILE.

       CHECK-YTD-FILE.
           MOVE 20 TO WS-FILE-SEQ
           OPEN INPUT YTD-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "YT01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ YTD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE YT-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE YTD-FILE.

       CHECK-PAY-HISTORY-FILE.
           MOVE 21 TO WS-FILE-SEQ
           OPEN INPUT PAY-HISTORY-FILE
           IF PAYH-STATUS NOT = "00"
               MOVE PAYH-STATUS TO SCAN-STATUS
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "PH01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE PH-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE.

       CHECK-SALARY-HISTORY-FILE.
           MOVE 22 TO WS-FILE-SEQ
           OPEN INPUT SALARY-HISTORY-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "SH01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SALARY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE SH-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE.

       CHECK-LEAVE-HISTORY-FILE.
           MOVE 23 TO WS-FILE-SEQ
           OPEN INPUT LEAVE-HISTORY-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "LH01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEAVE-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE LH-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE LEAVE-HISTORY-FILE.

       CHECK-CONTACT-ARCHIVE-FILE.
           MOVE 24 TO WS-FILE-SEQ
           OPEN INPUT CONTACT-ARCHIVE-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "CA01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CONTACT-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE CA-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE CONTACT-ARCHIVE-FILE.

       CHECK-PROPOSAL-FILE.
           MOVE 25 TO WS-FILE-SEQ
           OPEN INPUT PROPOSAL-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "MP01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PROPOSAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE MP-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE PROPOSAL-FILE.

       CHECK-SETTLEMENT-FILE.
           MOVE 26 TO WS-FILE-SEQ
           OPEN INPUT SETTLEMENT-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "FP01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SETTLEMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE FP-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE SETTLEMENT-FILE.

       CHECK-RETRO-LOG-FILE.
           MOVE 27 TO WS-FILE-SEQ
           OPEN INPUT RETRO-LOG-FILE
           IF SCAN-STATUS NOT = "00"
               PERFORM NOTE-OPEN-FAILURE
               EXIT PARAGRAPH
           END-IF.
           MOVE "RP01" TO WS-ORPHAN-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ RETRO-LOG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FILE-SEQ)
                       MOVE RTL-EMPLOYEE-ID TO WS-CHK-ID
                       PERFORM CHECK-ORPHAN-ID
               END-READ
           END-PERFORM
           CLOSE RETRO-LOG-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "Referential Integrity Exception Report   Run Date: "
                      DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "Severity: E = error (return code 8), W = warning "
               TO REPORT-LINE
           MOVE "(return code 4)" TO REPORT-LINE(50:15)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-EXCEPTION-GROUPS.
           OPEN INPUT SORTED-EXCEPTION-FILE
           IF SORT-OUT-STATUS NOT = "00"
               MOVE "No exceptions found." TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PREV-FILE-SEQ
           MOVE SPACES TO WS-PREV-RULE
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SORTED-EXCEPTION-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SX-FILE-SEQ NOT = WS-PREV-FILE-SEQ OR
                          SX-RULE-CODE NOT = WS-PREV-RULE
                           PERFORM WRITE-RULE-TOTAL
                       END-IF
                       IF SX-FILE-SEQ NOT = WS-PREV-FILE-SEQ
                           PERFORM WRITE-FILE-HEADING
                       END-IF
                       IF SX-RULE-CODE NOT = WS-PREV-RULE
                           PERFORM WRITE-RULE-HEADING
                       END-IF
                       PERFORM WRITE-EXCEPTION-DETAIL
               END-READ
           END-PERFORM
           CLOSE SORTED-EXCEPTION-FILE
           PERFORM WRITE-RULE-TOTAL
           IF WS-PREV-FILE-SEQ = 0
               MOVE "No exceptions found." TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-FILE-HEADING.
           MOVE SX-FILE-SEQ TO WS-PREV-FILE-SEQ
           MOVE SPACES TO WS-PREV-RULE
           MOVE SPACES TO REPORT-LINE
           STRING "File: " DELIMITED BY SIZE
                  WS-FS-NAME(SX-FILE-SEQ) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:70)
           WRITE REPORT-LINE.

       WRITE-RULE-HEADING.
           MOVE SX-RULE-CODE TO WS-PREV-RULE
           MOVE 0 TO WS-RULE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Rule " DELIMITED BY SIZE
                  SX-RULE-CODE DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  SX-SEVERITY DELIMITED BY SIZE
                  ") " DELIMITED BY SIZE
                  SX-RULE-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-EXCEPTION-DETAIL.
           ADD 1 TO WS-RULE-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE SX-EMPLOYEE-ID TO REPORT-LINE(7:5)
           MOVE SX-DETAIL TO REPORT-LINE(14:45)
           WRITE REPORT-LINE.

       WRITE-RULE-TOTAL.
           IF WS-PREV-RULE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "      " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  " exception(s) for rule " DELIMITED BY SIZE
                  WS-PREV-RULE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-FILE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Files checked:" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  File                       Records  Exceptions  Note"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 27
               MOVE SPACES TO REPORT-LINE
               MOVE WS-FS-NAME(WS-IDX) TO REPORT-LINE(3:24)
               MOVE WS-FS-READ(WS-IDX) TO WS-READ-DISP
               MOVE WS-READ-DISP TO REPORT-LINE(29:7)
               MOVE WS-FS-EXC(WS-IDX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO REPORT-LINE(42:5)
               MOVE WS-FS-NOTE(WS-IDX) TO REPORT-LINE(50:30)
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Errors: " DELIMITED BY SIZE
                  WS-ERRORS DELIMITED BY SIZE
                  "   Warnings: " DELIMITED BY SIZE
                  WS-WARNINGS DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-TABLE-DROPPED NOT = ZEROS
               MOVE SPACES TO REPORT-LINE
               STRING "WARNING: " DELIMITED BY SIZE
                      WS-TABLE-DROPPED DELIMITED BY SIZE
                      " ID(s) did not fit the lookup tables; "
                          DELIMITED BY SIZE
                      "results may include false errors."
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-ERRORS
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
           IF SCAN-STATUS = "00"
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
           IF EOD-SILENT-MODE NOT = "Y"
               DISPLAY "Press Enter to continue..."
               ACCEPT CONTINUE-FLAG
           END-IF.
