               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS AUDSEQ-STATUS.
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
           SELECT MERIT-MATRIX-FILE ASSIGN TO "merit_matrix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-RATING
               FILE STATUS IS MMTX-STATUS.
           SELECT REQUISITION-FILE ASSIGN TO "job_requisitions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               FILE STATUS IS RQST-STATUS.
           SELECT COURSE-FILE ASSIGN TO "course_catalog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-CODE
               FILE STATUS IS CCAT-STATUS.
           SELECT TRAINING-FILE ASSIGN TO "training_records.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-KEY
               FILE STATUS IS TREC-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "holidays.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-DATE
               FILE STATUS IS HOLI-STATUS.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "leave_requests.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-REQ-NUMBER
               FILE STATUS IS LREQ-STATUS.
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
           05 LH-FROM-DATE       PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 LH-OPERATOR        PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 LH-TO-DATE         PIC 9(8).

       FD DEDUCTION-FILE.
       01 DEDUCTION-RECORD.
           05 AQ-REASON-CODE     PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 AQ-LAST-DAY        PIC 9(8).
           05 AQ-REQ-NUMBER REDEFINES AQ-LAST-DAY PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 AQ-NEW-RECORD      PIC X(89).
           05 FILLER             PIC X VALUE SPACE.
           05 FILLER             PIC X VALUE SPACE.
           05 SH-OPERATOR        PIC X(10).

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

       FD COURSE-FILE.
       01 COURSE-RECORD.
           05 CC-COURSE-CODE     PIC X(6).
           05 CC-DESC            PIC X(30).
           05 CC-VALID-MONTHS    PIC 9(3).
           05 CC-ACTIVE          PIC X.
           05 CC-REQ-COUNT       PIC 9.
           05 CC-REQ-JOB-TITLE   PIC X(20) OCCURS 5 TIMES.
           05 CC-UPDATED-BY      PIC X(10).
           05 CC-UPDATED-DATE    PIC 9(8).

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

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
           05 HD-DATE            PIC 9(8).
           05 HD-DESC            PIC X(30).
           05 HD-UPDATED-BY      PIC X(10).
           05 HD-UPDATED-DATE    PIC 9(8).

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
           05 USER-CHOICE       PIC 99.
           05 WS-LOGIN-TRIES    PIC 9 VALUE 0.
           05 WS-LOGGED-IN       PIC X VALUE "N".
           05 WS-CURRENT-OPERATOR PIC X(10) VALUE SPACES.
           05 WS-CURRENT-OPER-EMP PIC 9(5) VALUE 0.
           05 WS-IS-SUPERVISOR   PIC X VALUE "N".
           05 WS-FORCE-PW        PIC X VALUE "N".
           05 WS-LOGIN-DENIED    PIC X VALUE "N".
           05 WS-OM-IDX          PIC 9(3).
           05 WS-OM-SUP-COUNT    PIC 9(3).
           05 WS-OM-LOAD-OK      PIC X.
           05 OPRF-STATUS        PIC XX.
           05 WS-OM-EMP-ID       PIC 9(5).
           05 WS-OM-PROFILE-FOUND PIC X.
           05 WS-OM-ROLE         PIC X(8).
           05 WS-OM-OLD-ROLE     PIC X(8).

       01 WS-ROLES.
           05 ROLE-STATUS        PIC XX.
           05 WS-CURRENT-ROLE    PIC X(8) VALUE SPACES.
           05 WS-ROLE-LEVEL      PIC X VALUE "U".
           05 WS-ROLE-OK         PIC X.
           05 WS-ROLE-OPTION     PIC 99.
           05 WS-ROLE-REFUSAL    PIC X(20).
           05 WS-ROLE-SAVE-ID    PIC 9(5).
           05 WS-ROLE-LINE       PIC X(60).
           05 WS-MENU-ACCESS     PIC X OCCURS 36 TIMES.
           05 WS-RM-CHOICE       PIC 9.
           05 WS-RM-CODE         PIC X(8).
           05 WS-RM-DESC         PIC X(30).
           05 WS-RM-FOUND        PIC X.
           05 WS-RM-OPTION       PIC 99.
           05 WS-RM-LEVEL        PIC X.
           05 WS-RM-PROGRAM      PIC X(20).
           05 WS-RM-IDX          PIC 99.
           05 WS-RM-SLOT         PIC 99.
           05 WS-RM-NAME-IDX     PIC 99.
           05 WS-RM-BX           PIC 99.
           05 WS-RM-GRANTED      PIC 99.
           05 WS-RM-LISTED       PIC 9(3).
           05 WS-RM-IN-USE       PIC 9(3).
           05 WS-RM-IMAGE        PIC X(150).
           05 WS-RM-IMAGE-BEFORE PIC X(150).

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

       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 50 TIMES.
           05 WS-LV-VAC-DISP     PIC ZZ9.99.
           05 WS-LV-SICK-DISP    PIC ZZ9.99.
           05 WS-LV-DAYS-DISP    PIC ZZ9.99.
           05 LREQ-STATUS        PIC XX.
           05 HOLI-STATUS        PIC XX.
           05 WS-LV-TO-DATE      PIC 9(8).
           05 WS-LV-MANAGER      PIC 9(5).
           05 WS-LV-SPAN         PIC S9(7).
           05 WS-LV-DAY-INT      PIC 9(7).
           05 WS-LV-WEEKS        PIC 9(7).
           05 WS-LV-DOW          PIC 9.
           05 WS-LV-BUS-DAY      PIC X.
           05 WS-LV-HOL-OPEN     PIC X.
           05 WS-LV-OVERLAP      PIC X.
           05 WS-LV-CLASH-TEXT   PIC X(8).
           05 WS-LV-CLASH-FROM   PIC 9(8).
           05 WS-LV-CLASH-TO     PIC 9(8).
           05 WS-LV-LH-END       PIC 9(8).
           05 WS-LV-LH-DAYS      PIC 9(3)V99.
           05 WS-LV-LH-COUNT     PIC 9(3).
           05 WS-LV-STEPS        PIC 9(3).
           05 WS-LV-PEND-VAC     PIC 9(3)V99.
           05 WS-LV-PEND-SICK    PIC 9(3)V99.
           05 WS-LV-AVAIL        PIC S9(3)V99.
           05 WS-LV-AVAIL-DISP   PIC -ZZ9.99.
           05 WS-LV-REQ-NUMBER   PIC 9(6).
           05 WS-LV-REQ-TEXT     PIC X(6).
           05 WS-LV-EMP-TEXT     PIC X(5).
           05 WS-LV-DECISION     PIC X.
           05 WS-LV-REASON       PIC X(30).
           05 WS-LV-MAY-DECIDE   PIC X.
           05 WS-LV-LISTED       PIC 9(3).
           05 WS-LV-STATUS-TEXT  PIC X(9).

       01 WS-HOLIDAYS.
           05 WS-HD-CHOICE       PIC 9.
           05 WS-HD-DATE         PIC 9(8).
           05 WS-HD-DESC         PIC X(30).
           05 WS-HD-YEAR-TEXT    PIC X(4).
           05 WS-HD-DAY-NAME     PIC X(3).
           05 WS-HD-LISTED       PIC 9(3).

       01 WS-DED-MAINT.
           05 DED-STATUS         PIC XX.
           05 WS-MATCH-COUNT    PIC 9(3).
           05 WS-HITS           PIC 9(3).

       01 WS-HOURLY.
           05 PPROF-STATUS       PIC XX.
           05 TSHT-STATUS        PIC XX.
           05 WS-HR-CHOICE       PIC 9.
           05 WS-HR-TYPE         PIC X.
           05 WS-HR-EXISTS       PIC X.
           05 WS-HR-PERIOD       PIC 9(8).
           05 WS-HR-VALUE-TEXT   PIC X(10).
           05 WS-HR-PERIOD-TEXT  PIC X(8).
           05 WS-HR-LISTED       PIC 9(3).
           05 WS-HR-RATE-DISP    PIC ZZZ9.99.
           05 WS-HR-MULT-DISP    PIC 9.99.
           05 WS-HR-REG-DISP     PIC ZZ9.99.
           05 WS-HR-OT-DISP      PIC ZZ9.99.

       01 WS-ONE-TIME-EARNINGS.
           05 EARN-STATUS        PIC XX.
           05 WS-OE-CHOICE       PIC 9.
           05 WS-OE-CODE         PIC X(4).
           05 WS-OE-DESC         PIC X(20).
           05 WS-OE-VALUE-TEXT   PIC X(12).
           05 WS-OE-LISTED       PIC 9(3).
           05 WS-OE-NEXT-SEQ     PIC 9(3).
           05 WS-OE-SEQ          PIC 9(3).
           05 WS-OE-AMT-DISP     PIC -ZZZZZZ9.99.
           05 WS-OE-IMAGE.
               10 WS-OEI-EMPLOYEE-ID PIC 9(5).
               10 WS-OEI-PERIOD-END  PIC 9(8).
               10 WS-OEI-EARN-CODE   PIC X(4).
               10 WS-OEI-DESC        PIC X(20).
               10 WS-OEI-AMOUNT      PIC S9(7)V99 SIGN LEADING
                                         SEPARATE CHARACTER.
               10 WS-OEI-ENTERED-BY  PIC X(10).

       01 WS-BANK-DETAILS.
           05 BANK-STATUS        PIC XX.
           05 WS-BK-CHOICE       PIC 9.
           05 WS-BK-EXISTS       PIC X.
           05 WS-BK-VALUE-TEXT   PIC X(17).
           05 WS-BK-ROUTING      PIC 9(9).
           05 WS-BK-RT-DIGITS REDEFINES WS-BK-ROUTING.
               10 WS-BK-RT-DIGIT PIC 9 OCCURS 9 TIMES.
           05 WS-BK-RT-SUM       PIC 9(4).
           05 WS-BK-RT-OK        PIC X.
           05 WS-BK-ACCT-IN      PIC X(17).
           05 WS-BK-ACCT-MASK    PIC X(8).
           05 WS-BK-ACCT-MASK-2  PIC X(8).
           05 WS-BK-ACCT-LEN     PIC 99.
           05 WS-BK-SPLIT-DISP   PIC ZZZZ9.99.
           05 WS-BK-IMAGE-TEXT   PIC X(150).

       01 WS-BENEFITS.
           05 BPLAN-STATUS       PIC XX.
           05 BENROL-STATUS      PIC XX.
           05 BELECT-STATUS      PIC XX.
           05 WS-BN-CHOICE       PIC 9.
           05 WS-BN-PLAN         PIC X(4).
           05 WS-BN-TIER         PIC X(2).
           05 WS-BN-TIER-IDX     PIC 9.
           05 WS-BN-TIER-HIT     PIC 9.
           05 WS-BN-COST         PIC 9(5)V99.
           05 WS-BN-DEPENDENTS   PIC 99.
           05 WS-BN-DEPS-OK      PIC X.
           05 WS-BN-VALUE-TEXT   PIC X(20).
           05 WS-BN-DATE-TEXT    PIC X(8).
           05 WS-BN-DATE         PIC 9(8).
           05 WS-BN-YEAR         PIC 9(4).
           05 WS-BN-EXISTS       PIC X.
           05 WS-BN-DED-EXISTS   PIC X.
           05 WS-BN-PLAN-OK      PIC X.
           05 WS-BN-ACTIVE       PIC X.
           05 WS-BN-SYNC-MODE    PIC X.
           05 WS-BN-DED-OK       PIC X.
           05 WS-BN-LISTED       PIC 9(3).
           05 WS-BN-STATUS-TEXT  PIC X(6).
           05 WS-BN-COST-DISP    PIC ZZZZ9.99.

       01 WS-MERIT-MATRIX.
           05 MMTX-STATUS        PIC XX.
           05 WS-MM-CHOICE       PIC 9.
           05 WS-MM-RATING       PIC 9.
           05 WS-MM-IDX          PIC 9.
           05 WS-MM-EXISTS       PIC X.
           05 WS-MM-OK           PIC X.
           05 WS-MM-VALUE-TEXT   PIC X(20).
           05 WS-MM-LISTED       PIC 9(3).
           05 WS-MM-PTR          PIC 99.
           05 WS-MM-ROW-TEXT     PIC X(48).
           05 WS-MM-LIMIT-DISP   PIC 9.99.
           05 WS-MM-PCT-DISP     PIC Z9.99.

       01 WS-REQUISITIONS.
           05 RQST-STATUS        PIC XX.
           05 WS-RQ-CHOICE       PIC 9.
           05 WS-RQ-NUMBER       PIC 9(6).
           05 WS-RQ-TEXT         PIC X(6).
           05 WS-RQ-FOUND        PIC X.
           05 WS-RQ-DEPT         PIC X(10).
           05 WS-RQ-JOB          PIC X(20).
           05 WS-RQ-SALARY       PIC 9(7)V99.
           05 WS-RQ-STATUS       PIC X.
           05 WS-RQ-OPENED       PIC 9(8).
           05 WS-RQ-FILTER       PIC X.
           05 WS-RQ-VALUE-TEXT   PIC X(20).
           05 WS-RQ-LISTED       PIC 9(3).
           05 WS-RQ-STATUS-TEXT  PIC X(9).
           05 WS-RQ-SAL-DISP     PIC ZZZZZZ9.99.

       01 WS-TRAINING.
           05 CCAT-STATUS        PIC XX.
           05 TREC-STATUS        PIC XX.
           05 WS-TN-CHOICE       PIC 9.
           05 WS-TN-COURSE       PIC X(6).
           05 WS-TN-VALUE-TEXT   PIC X(30).
           05 WS-TN-DATE         PIC 9(8).
           05 WS-TN-TODAY        PIC 9(8).
           05 WS-TN-EXPIRY       PIC 9(8).
           05 WS-TN-MONTHS-TOTAL PIC 9(6).
           05 WS-TN-MONTH-REM    PIC 99.
           05 WS-TN-IDX          PIC 9.
           05 WS-TN-EXISTS       PIC X.
           05 WS-TN-REQUIRED     PIC X.
           05 WS-TN-HAS          PIC X.
           05 WS-TN-LISTED       PIC 9(3).
           05 WS-TN-STATE        PIC X(12).
           05 WS-TN-MONTHS-DISP  PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-SECTION.
           PERFORM OPERATOR-LOGIN
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
           IF WS-LOGGED-IN = "Y"
               PERFORM LOAD-OPERATOR-LINK
               PERFORM LOAD-MENU-ACCESS
           END-IF.

       MAIN-MENU.
           PERFORM UNTIL USER-CHOICE = 9
               DISPLAY "-------------------------------------------"
               DISPLAY "       Employee Management System"
               DISPLAY "-------------------------------------------"
               PERFORM VARYING WS-ROLE-OPTION FROM 1 BY 1
                       UNTIL WS-ROLE-OPTION > 36
                   IF WS-ROLE-OPTION NOT = 9
                       PERFORM SHOW-MENU-OPTION
                   END-IF
               END-PERFORM
               DISPLAY "9. Exit"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT USER-CHOICE

               PERFORM CHECK-MENU-ACCESS
               IF WS-ROLE-OK = "Y"
                   EVALUATE USER-CHOICE
                       WHEN 1
                           PERFORM ADD-EMPLOYEE
                       WHEN 2
                           PERFORM VIEW-EMPLOYEES
                       WHEN 3
                           PERFORM SEARCH-EMPLOYEE
                       WHEN 4
                           PERFORM EDIT-EMPLOYEE
                       WHEN 5
                           PERFORM DELETE-EMPLOYEE
                       WHEN 6
                           PERFORM SEARCH-BY-NAME
                       WHEN 7
                           PERFORM SORTED-ROSTER
                       WHEN 8
                           PERFORM STATISTICS-REPORT
                       WHEN 10
                           PERFORM DEPARTMENT-MAINTENANCE
                       WHEN 11
                           PERFORM SALARY-HISTORY-INQUIRY
                       WHEN 12
                           PERFORM AUDIT-LOG-INQUIRY
                       WHEN 13
                           PERFORM REHIRE-EMPLOYEE
                       WHEN 14
                           PERFORM DEPARTMENT-COST-REPORT
                       WHEN 15
                           PERFORM OPERATOR-MAINTENANCE
                       WHEN 16
                           PERFORM CHANGE-PASSWORD
                       WHEN 17
                           PERFORM ORG-CHART-REPORT
                       WHEN 18
                           PERFORM LEAVE-TRACKING
                       WHEN 19
                           PERFORM DEDUCTIONS-MAINTENANCE
                       WHEN 20
                           PERFORM PAY-CALENDAR-MAINTENANCE
                       WHEN 21
                           PERFORM PENDING-CHANGES
                       WHEN 22
                           PERFORM APPROVAL-QUEUE-REVIEW
                       WHEN 23
                           PERFORM TERM-REASON-MAINTENANCE
                       WHEN 24
                           PERFORM LOCK-MAINTENANCE
                       WHEN 25
                           PERFORM POSITION-BUDGET-MAINTENANCE
                       WHEN 26
                           PERFORM SALARY-BAND-MAINTENANCE
                       WHEN 27
                           PERFORM PERFORMANCE-REVIEWS
                       WHEN 28
                           PERFORM CONTACT-MAINTENANCE
                       WHEN 29
                           PERFORM HOURLY-TIMESHEETS
                       WHEN 30
                           PERFORM ONE-TIME-EARNINGS
                       WHEN 31
                           PERFORM BANK-DETAILS-MAINTENANCE
                       WHEN 32
                           PERFORM BENEFITS-ENROLLMENT
                       WHEN 33
                           PERFORM MERIT-MATRIX-MAINTENANCE
                       WHEN 34
                           PERFORM JOB-REQUISITIONS
                       WHEN 35
                           PERFORM TRAINING-RECORDS
                       WHEN 36
                           PERFORM HOLIDAY-CALENDAR
                       WHEN 9
                           DISPLAY "Exiting the system. Goodbye!"
                       WHEN OTHER
                           DISPLAY "Invalid choice. Please try again."
                           PERFORM PRESS-ENTER
                   END-EVALUATE
               END-IF
           END-PERFORM.

       SHOW-MENU-OPTION.
           EVALUATE WS-MENU-ACCESS(WS-ROLE-OPTION)
               WHEN "U"
                   DISPLAY WS-MENU-TEXT(WS-ROLE-OPTION)
               WHEN "V"
                   MOVE SPACES TO WS-ROLE-LINE
                   STRING WS-MENU-TEXT(WS-ROLE-OPTION)
                              DELIMITED BY "  "
                          " (view only)" DELIMITED BY SIZE
                          INTO WS-ROLE-LINE
                   END-STRING
                   DISPLAY WS-ROLE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-EMPLOYEE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN

           DISPLAY "Enter Employee Name: "
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Requisition Number being filled "
                   "(0 if none): "
           ACCEPT WS-RQ-TEXT
           IF WS-RQ-TEXT = SPACES
               MOVE ZEROS TO WS-RQ-NUMBER
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-RQ-TEXT) NOT = 0
                   DISPLAY "Invalid requisition number."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-RQ-TEXT) TO WS-RQ-NUMBER
           END-IF.
           IF WS-RQ-NUMBER NOT = ZEROS
               PERFORM RQ-READ-REQUISITION
               IF WS-RQ-FOUND NOT = "Y"
                   DISPLAY "Requisition " WS-RQ-NUMBER " not found."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               IF WS-RQ-STATUS NOT = "O"
                   DISPLAY "Requisition " WS-RQ-NUMBER " is not "
                           "open (status " WS-RQ-STATUS ")."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RQ-DEPT TO DEPARTMENT-CODE
               DISPLAY "Department: " DEPARTMENT-CODE
                       " (from requisition)"
           ELSE
               DISPLAY "Enter Department Code: "
               ACCEPT DEPARTMENT-CODE
               IF DEPARTMENT-CODE = SPACES
                   DISPLAY "Department code cannot be empty."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE DEPARTMENT-CODE TO WS-DEPT-LOOKUP
               EXIT PARAGRAPH
           END-IF.

           IF WS-RQ-NUMBER NOT = ZEROS
               DISPLAY "Enter Job Title (blank = " WS-RQ-JOB "): "
           ELSE
               DISPLAY "Enter Job Title: "
           END-IF
           ACCEPT JOB-TITLE
           IF JOB-TITLE = SPACES AND WS-RQ-NUMBER NOT = ZEROS
               MOVE WS-RQ-JOB TO JOB-TITLE
           END-IF
           IF JOB-TITLE = SPACES
               DISPLAY "Job title cannot be empty."
               PERFORM PRESS-ENTER
           MOVE JOB-TITLE TO WS-SB-JOB
           MOVE SALARY TO WS-SB-SALARY
           PERFORM CHECK-SALARY-BAND.
           IF WS-RQ-NUMBER NOT = ZEROS AND SALARY > WS-RQ-SALARY
               MOVE WS-RQ-SALARY TO WS-RQ-SAL-DISP
               DISPLAY "Warning: salary is ABOVE the requisition's "
                       "budgeted salary of " WS-RQ-SAL-DISP
           END-IF.

           DISPLAY "Enter Manager Employee ID (0 if none): "
           ACCEPT MANAGER-ID
                       PERFORM BUILD-AUDIT-AFTER
                       MOVE "ADD" TO AUDIT-OPERATION
                       PERFORM WRITE-AUDIT-LOG
                       IF WS-RQ-NUMBER NOT = ZEROS
                           PERFORM RQ-CLOSE-REQUISITION
                       END-IF
                       DISPLAY "Enter contact details now? (Y/N): "
                       ACCEPT WS-CT-PROMPT
                       IF WS-CT-PROMPT = "Y" OR WS-CT-PROMPT = "y"
           PERFORM PRESS-ENTER.

       EDIT-EMPLOYEE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Changes you enter here will be queued for "
           PERFORM PRESS-ENTER.

       DELETE-EMPLOYEE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "The delete you enter here will be queued "
               DISPLAY "3. Disable Operator"
               DISPLAY "4. Reinstate Operator"
               DISPLAY "5. Grant/Revoke Supervisor"
               DISPLAY "6. Link Operator to Employee"
               DISPLAY "7. Assign Role to Operator"
               DISPLAY "8. Role Maintenance"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
                       PERFORM OM-REINSTATE
                   WHEN 5
                       PERFORM OM-TOGGLE-SUPERVISOR
                   WHEN 6
                       PERFORM OM-LINK-EMPLOYEE
                   WHEN 7
                       PERFORM OM-ASSIGN-ROLE
                   WHEN 8
                       PERFORM ROLE-MAINTENANCE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT OPERATOR-PROFILE-FILE
           DISPLAY "+------------+------------+--------+--------+"
                   "----------+----------+"
           DISPLAY "| Operator   | Supervisor | Active | MustChg| Em"
                   "ployee | Role     |"
           DISPLAY "+------------+------------+--------+--------+"
                   "----------+----------+"
           PERFORM VARYING WS-OM-IDX FROM 1 BY 1
                   UNTIL WS-OM-IDX > WS-OM-COUNT
               MOVE ZEROS TO WS-OM-EMP-ID
               MOVE SPACES TO WS-OM-ROLE
               IF OPRF-STATUS = "00"
                   MOVE WS-OT-ID(WS-OM-IDX) TO OPF-OPERATOR-ID
                   READ OPERATOR-PROFILE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OPF-EMPLOYEE-ID TO WS-OM-EMP-ID
                           MOVE OPF-ROLE-CODE TO WS-OM-ROLE
                   END-READ
               END-IF
               DISPLAY "| " WS-OT-ID(WS-OM-IDX) " | "
                       WS-OT-SUP(WS-OM-IDX) "          | "
                       WS-OT-ACTIVE(WS-OM-IDX) "      | "
                       WS-OT-FORCE(WS-OM-IDX) "      | "
                       WS-OM-EMP-ID "    | "
                       WS-OM-ROLE " |"
           END-PERFORM
           IF OPRF-STATUS = "00"
               CLOSE OPERATOR-PROFILE-FILE
           END-IF
           DISPLAY "+------------+------------+--------+--------+"
                   "----------+----------+"
           DISPLAY "Role blank = no role assigned (full menu)."
           PERFORM PRESS-ENTER.

       OM-ADD.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM LOAD-OPERATOR-TABLE
           IF WS-OM-LOAD-OK NOT = "Y"
           PERFORM PRESS-ENTER.

       OM-DISABLE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM LOAD-OPERATOR-TABLE
           IF WS-OM-LOAD-OK NOT = "Y"
           PERFORM PRESS-ENTER.

       OM-REINSTATE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM LOAD-OPERATOR-TABLE
           IF WS-OM-LOAD-OK NOT = "Y"
           PERFORM PRESS-ENTER.

       OM-TOGGLE-SUPERVISOR.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM LOAD-OPERATOR-TABLE
           IF WS-OM-LOAD-OK NOT = "Y"
               END-IF
           END-PERFORM.

       OM-LINK-EMPLOYEE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM LOAD-OPERATOR-TABLE
           IF WS-OM-LOAD-OK NOT = "Y"
               DISPLAY "No operator file on record."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Operator ID: "
           ACCEPT WS-OM-ID
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-OM-FOUND = ZEROS
               DISPLAY "Operator not found."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter the operator's Employee ID "
                   "(00000 = remove link): "
           ACCEPT WS-OM-EMP-ID
           IF WS-OM-EMP-ID IS NOT NUMERIC
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-OM-EMP-ID NOT = ZEROS
               OPEN INPUT EMPLOYEE-FILE
               MOVE WS-OM-EMP-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "N" TO FOUND-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO FOUND-FLAG
               END-READ
               CLOSE EMPLOYEE-FILE
               IF FOUND-FLAG NOT = "Y"
                   DISPLAY "Employee not found!"
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Linking " WS-OM-ID " to " EMPLOYEE-NAME
           END-IF.

           PERFORM OPEN-OPERATOR-PROFILE-IO
           IF OPRF-STATUS NOT = "00"
               DISPLAY "Error opening operator_profiles.dat. Status: "
                       OPRF-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OM-ID TO OPF-OPERATOR-ID
           READ OPERATOR-PROFILE-FILE
               INVALID KEY
                   MOVE "N" TO WS-OM-PROFILE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-OM-PROFILE-FOUND
           END-READ.
           IF WS-OM-PROFILE-FOUND = "N"
               MOVE SPACES TO OPERATOR-PROFILE-RECORD
               MOVE WS-OM-ID TO OPF-OPERATOR-ID
           END-IF
           MOVE WS-OM-EMP-ID TO OPF-EMPLOYEE-ID
           MOVE WS-CURRENT-OPERATOR TO OPF-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPF-UPDATED-DATE
           IF WS-OM-PROFILE-FOUND = "Y"
               REWRITE OPERATOR-PROFILE-RECORD
           ELSE
               WRITE OPERATOR-PROFILE-RECORD
           END-IF
           IF OPRF-STATUS = "00"
               IF WS-OM-EMP-ID = ZEROS
                   DISPLAY "Employee link removed."
               ELSE
                   DISPLAY "Operator linked to employee "
                           WS-OM-EMP-ID "."
               END-IF
               IF WS-OM-ID = WS-CURRENT-OPERATOR
                   MOVE WS-OM-EMP-ID TO WS-CURRENT-OPER-EMP
               END-IF
           ELSE
               DISPLAY "Error saving operator profile. Status: "
                       OPRF-STATUS
           END-IF.
           CLOSE OPERATOR-PROFILE-FILE
           PERFORM PRESS-ENTER.

       LOAD-OPERATOR-LINK.
           MOVE 0 TO WS-CURRENT-OPER-EMP
           MOVE SPACES TO WS-CURRENT-ROLE
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPRF-STATUS = "00"
               MOVE WS-CURRENT-OPERATOR TO OPF-OPERATOR-ID
               READ OPERATOR-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPF-EMPLOYEE-ID IS NUMERIC
                           MOVE OPF-EMPLOYEE-ID
                               TO WS-CURRENT-OPER-EMP
                       END-IF
                       MOVE OPF-ROLE-CODE TO WS-CURRENT-ROLE
               END-READ
               CLOSE OPERATOR-PROFILE-FILE
           END-IF.

       OPEN-OPERATOR-PROFILE-IO.
           OPEN I-O OPERATOR-PROFILE-FILE
           IF OPRF-STATUS = "35"
               OPEN OUTPUT OPERATOR-PROFILE-FILE
               CLOSE OPERATOR-PROFILE-FILE
               OPEN I-O OPERATOR-PROFILE-FILE
           END-IF.

       LOAD-MENU-ACCESS.
           PERFORM VARYING WS-ROLE-OPTION FROM 1 BY 1
                   UNTIL WS-ROLE-OPTION > 36
               MOVE "U" TO WS-MENU-ACCESS(WS-ROLE-OPTION)
           END-PERFORM
           IF WS-CURRENT-ROLE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-RM-FOUND
           OPEN INPUT ROLE-FILE
           IF ROLE-STATUS = "00"
               MOVE WS-CURRENT-ROLE TO RL-ROLE-CODE
               READ ROLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RM-FOUND
               END-READ
               CLOSE ROLE-FILE
           END-IF.

           PERFORM VARYING WS-ROLE-OPTION FROM 1 BY 1
                   UNTIL WS-ROLE-OPTION > 36
               IF WS-RM-FOUND = "Y"
                  AND (RL-MENU-LEVEL(WS-ROLE-OPTION) = "V"
                       OR RL-MENU-LEVEL(WS-ROLE-OPTION) = "U")
                   MOVE RL-MENU-LEVEL(WS-ROLE-OPTION)
                       TO WS-MENU-ACCESS(WS-ROLE-OPTION)
               ELSE
                   MOVE "N" TO WS-MENU-ACCESS(WS-ROLE-OPTION)
               END-IF
           END-PERFORM
           MOVE "U" TO WS-MENU-ACCESS(9)
           MOVE "U" TO WS-MENU-ACCESS(16)
           IF WS-RM-FOUND NOT = "Y"
               DISPLAY "Warning: role " WS-CURRENT-ROLE
                       " is not on file. Only Change My Password "
                       "is available."
               PERFORM PRESS-ENTER
           END-IF.

       CHECK-MENU-ACCESS.
           MOVE "Y" TO WS-ROLE-OK
           MOVE "U" TO WS-ROLE-LEVEL
           IF USER-CHOICE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF USER-CHOICE < 1 OR USER-CHOICE > 36
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MENU-ACCESS(USER-CHOICE) TO WS-ROLE-LEVEL
           IF WS-ROLE-LEVEL = "N"
               MOVE "N" TO WS-ROLE-OK
               DISPLAY "Access denied: your role does not include "
                       "menu option " USER-CHOICE "."
               MOVE "MENU REFUSED" TO WS-ROLE-REFUSAL
               PERFORM WRITE-DENIAL-AUDIT
               PERFORM PRESS-ENTER
           END-IF.

       CHECK-UPDATE-ACCESS.
           MOVE "Y" TO WS-ROLE-OK
           IF WS-ROLE-LEVEL = "U"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ROLE-OK
           DISPLAY "Access denied: your role has view-only access "
                   "to this option."
           MOVE "UPDATE REFUSED" TO WS-ROLE-REFUSAL
           PERFORM WRITE-DENIAL-AUDIT
           PERFORM PRESS-ENTER.

       WRITE-DENIAL-AUDIT.
           MOVE EMPLOYEE-ID TO WS-ROLE-SAVE-ID
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           MOVE USER-CHOICE TO WS-ROLE-OPTION
           STRING "MENU=" WS-ROLE-OPTION
                  " ROLE=" WS-CURRENT-ROLE
                  " LEVEL=" WS-ROLE-LEVEL
                  DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE WS-ROLE-REFUSAL TO WS-AUDIT-AFTER
           MOVE ZEROS TO EMPLOYEE-ID
           MOVE "DENY" TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG
           MOVE WS-ROLE-SAVE-ID TO EMPLOYEE-ID.

       OM-ASSIGN-ROLE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM LOAD-OPERATOR-TABLE
           IF WS-OM-LOAD-OK NOT = "Y"
               DISPLAY "No operator file on record."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Operator ID: "
           ACCEPT WS-OM-ID
           PERFORM FIND-OPERATOR-ENTRY
           IF WS-OM-FOUND = ZEROS
               DISPLAY "Operator not found."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Role Code (blank = remove role): "
           ACCEPT WS-OM-ROLE
           MOVE FUNCTION UPPER-CASE(WS-OM-ROLE) TO WS-OM-ROLE
           IF WS-OM-ROLE NOT = SPACES
               OPEN INPUT ROLE-FILE
               MOVE "N" TO WS-RM-FOUND
               IF ROLE-STATUS = "00"
                   MOVE WS-OM-ROLE TO RL-ROLE-CODE
                   READ ROLE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-RM-FOUND
                   END-READ
                   CLOSE ROLE-FILE
               END-IF
               IF WS-RM-FOUND NOT = "Y"
                   DISPLAY "Role " WS-OM-ROLE " is not defined."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               IF WS-OM-ID = WS-CURRENT-OPERATOR
                  AND RL-MENU-LEVEL(15) NOT = "U"
                   DISPLAY "You cannot assign yourself a role without "
                           "update access to Operator Maintenance."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Assigning role " WS-OM-ROLE " - " RL-DESC
           END-IF.

           PERFORM OPEN-OPERATOR-PROFILE-IO
           IF OPRF-STATUS NOT = "00"
               DISPLAY "Error opening operator_profiles.dat. Status: "
                       OPRF-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OM-ID TO OPF-OPERATOR-ID
           READ OPERATOR-PROFILE-FILE
               INVALID KEY
                   MOVE "N" TO WS-OM-PROFILE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-OM-PROFILE-FOUND
           END-READ.
           IF WS-OM-PROFILE-FOUND = "N"
               MOVE SPACES TO OPERATOR-PROFILE-RECORD
               MOVE WS-OM-ID TO OPF-OPERATOR-ID
               MOVE ZEROS TO OPF-EMPLOYEE-ID
           END-IF
           MOVE OPF-ROLE-CODE TO WS-OM-OLD-ROLE
           MOVE WS-OM-ROLE TO OPF-ROLE-CODE
           MOVE WS-CURRENT-OPERATOR TO OPF-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO OPF-UPDATED-DATE
           IF WS-OM-PROFILE-FOUND = "Y"
               REWRITE OPERATOR-PROFILE-RECORD
           ELSE
               WRITE OPERATOR-PROFILE-RECORD
           END-IF
           IF OPRF-STATUS = "00"
               IF WS-OM-ROLE = SPACES
                   DISPLAY "Role removed from " WS-OM-ID "."
               ELSE
                   DISPLAY "Role " WS-OM-ROLE " assigned to "
                           WS-OM-ID "."
               END-IF
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "OPERATOR=" WS-OM-ID " ROLE=" WS-OM-OLD-ROLE
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-BEFORE
               END-STRING
               STRING "OPERATOR=" WS-OM-ID " ROLE=" WS-OM-ROLE
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-AFTER
               END-STRING
               MOVE ZEROS TO EMPLOYEE-ID
               MOVE "ROLE" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY "Error saving operator profile. Status: "
                       OPRF-STATUS
           END-IF.
           CLOSE OPERATOR-PROFILE-FILE
           IF OPRF-STATUS = "00" AND WS-OM-ID = WS-CURRENT-OPERATOR
               MOVE WS-OM-ROLE TO WS-CURRENT-ROLE
               PERFORM LOAD-MENU-ACCESS
           END-IF
           PERFORM PRESS-ENTER.

       ROLE-MAINTENANCE.
           MOVE 0 TO WS-RM-CHOICE
           PERFORM UNTIL WS-RM-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "            Role Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Roles"
               DISPLAY "2. Show Role"
               DISPLAY "3. Add/Change Role"
               DISPLAY "4. Delete Role"
               DISPLAY "9. Return to Operator Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-RM-CHOICE

               EVALUATE WS-RM-CHOICE
                   WHEN 1
                       PERFORM RM-LIST
                   WHEN 2
                       PERFORM RM-SHOW-ROLE
                   WHEN 3
                       PERFORM RM-SET-ROLE
                   WHEN 4
                       PERFORM RM-DELETE-ROLE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       RM-LIST.
           PERFORM CLEAR-SCREEN
           OPEN INPUT ROLE-FILE
           IF ROLE-STATUS NOT = "00"
               DISPLAY "No roles on file."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "+----------+--------------------------------+"
                   "-------+-------+------------+"
           DISPLAY "| Role     | Description                    |"
                   " Menus | Batch | Updated By |"
           DISPLAY "+----------+--------------------------------+"
                   "-------+-------+------------+"
           MOVE 0 TO WS-RM-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ROLE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE 0 TO WS-RM-GRANTED
                       PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                               UNTIL WS-RM-IDX > 36
                           IF WS-RM-IDX NOT = 9
                              AND WS-RM-IDX NOT = 16
                              AND RL-MENU-LEVEL(WS-RM-IDX) NOT = "N"
                               ADD 1 TO WS-RM-GRANTED
                           END-IF
                       END-PERFORM
                       DISPLAY "| " RL-ROLE-CODE " | " RL-DESC " |   "
                               WS-RM-GRANTED "  |   " RL-BATCH-COUNT
                               "  | " RL-UPDATED-BY " |"
                       ADD 1 TO WS-RM-LISTED
               END-READ
           END-PERFORM
           CLOSE ROLE-FILE
           MOVE "N" TO END-OF-FILE
           DISPLAY "+----------+--------------------------------+"
                   "-------+-------+------------+"
           DISPLAY WS-RM-LISTED " role(s) on file."
           PERFORM PRESS-ENTER.

       RM-SHOW-ROLE.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Role Code: "
           ACCEPT WS-RM-CODE
           MOVE FUNCTION UPPER-CASE(WS-RM-CODE) TO WS-RM-CODE
           MOVE "N" TO WS-RM-FOUND
           OPEN INPUT ROLE-FILE
           IF ROLE-STATUS = "00"
               MOVE WS-RM-CODE TO RL-ROLE-CODE
               READ ROLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RM-FOUND
               END-READ
               CLOSE ROLE-FILE
           END-IF.
           IF WS-RM-FOUND NOT = "Y"
               DISPLAY "Role not found."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Role: " RL-ROLE-CODE "  " RL-DESC
           DISPLAY "Last updated by " RL-UPDATED-BY " on "
                   RL-UPDATED-DATE
           PERFORM RM-SHOW-MENU-LEVELS
           PERFORM RM-SHOW-BATCH-LEVELS
           PERFORM PRESS-ENTER.

       RM-SHOW-MENU-LEVELS.
           DISPLAY "Menu options (N = none, V = view only, "
                   "U = update):"
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > 36
               IF WS-RM-IDX NOT = 9 AND WS-RM-IDX NOT = 16
                   DISPLAY "  " WS-MENU-TEXT(WS-RM-IDX)(1:36) " "
                           RL-MENU-LEVEL(WS-RM-IDX)
               END-IF
           END-PERFORM.

       RM-SHOW-BATCH-LEVELS.
           IF RL-BATCH-COUNT = 0
               DISPLAY "Batch programs: none granted."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Batch programs:"
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > RL-BATCH-COUNT
               MOVE 0 TO WS-RM-NAME-IDX
               PERFORM VARYING WS-RM-BX FROM 1 BY 1
                       UNTIL WS-RM-BX > 40 OR WS-RM-NAME-IDX > 0
                   IF WS-BATCH-NAME(WS-RM-BX)
                      = RL-BATCH-PROGRAM(WS-RM-IDX)
                       MOVE WS-RM-BX TO WS-RM-NAME-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-RM-NAME-IDX = 0
                   WHEN WS-BATCH-NEEDS(WS-RM-NAME-IDX) = SPACE
                       DISPLAY "  " RL-BATCH-PROGRAM(WS-RM-IDX) " "
                               RL-BATCH-LEVEL(WS-RM-IDX)
                               "  (not enforced)"
                   WHEN WS-BATCH-NEEDS(WS-RM-NAME-IDX) = "U" AND
                        RL-BATCH-LEVEL(WS-RM-IDX) = "V"
                       DISPLAY "  " RL-BATCH-PROGRAM(WS-RM-IDX) " "
                               RL-BATCH-LEVEL(WS-RM-IDX)
                               "  (needs U to run)"
                   WHEN OTHER
                       DISPLAY "  " RL-BATCH-PROGRAM(WS-RM-IDX) " "
                               RL-BATCH-LEVEL(WS-RM-IDX)
               END-EVALUATE
           END-PERFORM.

       RM-SET-ROLE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Role Code: "
           ACCEPT WS-RM-CODE
           MOVE FUNCTION UPPER-CASE(WS-RM-CODE) TO WS-RM-CODE
           IF WS-RM-CODE = SPACES
               DISPLAY "Role code cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-ROLE-FILE-IO
           IF ROLE-STATUS NOT = "00"
               DISPLAY "Error opening roles.dat. Status: " ROLE-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RM-CODE TO RL-ROLE-CODE
           READ ROLE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-RM-FOUND
           END-READ.
           IF WS-RM-FOUND = "N"
               MOVE SPACES TO ROLE-RECORD
               MOVE WS-RM-CODE TO RL-ROLE-CODE
               PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                       UNTIL WS-RM-IDX > 36
                   MOVE "N" TO RL-MENU-LEVEL(WS-RM-IDX)
               END-PERFORM
               MOVE "U" TO RL-MENU-LEVEL(9)
               MOVE "U" TO RL-MENU-LEVEL(16)
               MOVE 0 TO RL-BATCH-COUNT
               MOVE "N/A" TO WS-RM-IMAGE-BEFORE
               DISPLAY "New role " WS-RM-CODE "."
           ELSE
               PERFORM RM-BUILD-IMAGE
               MOVE WS-RM-IMAGE TO WS-RM-IMAGE-BEFORE
               DISPLAY "Current description: " RL-DESC
           END-IF.

           DISPLAY "Enter Description (blank = keep): "
           ACCEPT WS-RM-DESC
           IF WS-RM-DESC NOT = SPACES
               MOVE WS-RM-DESC TO RL-DESC
           END-IF
           IF RL-DESC = SPACES
               DISPLAY "Description cannot be empty."
               CLOSE ROLE-FILE
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM RM-SET-MENU-LEVELS
           PERFORM RM-SET-BATCH-LEVELS

           IF WS-RM-CODE = WS-CURRENT-ROLE
              AND RL-MENU-LEVEL(15) NOT = "U"
               DISPLAY "This is your own role. It must keep update "
                       "access to Operator Maintenance (15)."
               DISPLAY "Role not saved."
               CLOSE ROLE-FILE
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURRENT-OPERATOR TO RL-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-UPDATED-DATE
           IF WS-RM-FOUND = "Y"
               REWRITE ROLE-RECORD
           ELSE
               WRITE ROLE-RECORD
           END-IF
           IF ROLE-STATUS = "00"
               DISPLAY "Role " WS-RM-CODE " saved."
               PERFORM RM-BUILD-IMAGE
               MOVE WS-RM-IMAGE-BEFORE TO WS-AUDIT-BEFORE
               MOVE WS-RM-IMAGE TO WS-AUDIT-AFTER
               MOVE ZEROS TO EMPLOYEE-ID
               MOVE "ROLE" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY "Error saving role. Status: " ROLE-STATUS
           END-IF.
           CLOSE ROLE-FILE
           IF WS-RM-CODE = WS-CURRENT-ROLE
               PERFORM LOAD-MENU-ACCESS
           END-IF
           PERFORM PRESS-ENTER.

       RM-SET-MENU-LEVELS.
           PERFORM RM-SHOW-MENU-LEVELS
           MOVE 99 TO WS-RM-OPTION
           PERFORM UNTIL WS-RM-OPTION = 0
               DISPLAY "Menu option to change (1-36, 0 = done): "
               ACCEPT WS-RM-OPTION
               EVALUATE TRUE
                   WHEN WS-RM-OPTION IS NOT NUMERIC
                       DISPLAY "Enter a number from 1 to 36."
                       MOVE 99 TO WS-RM-OPTION
                   WHEN WS-RM-OPTION = 0
                       CONTINUE
                   WHEN WS-RM-OPTION > 36
                       DISPLAY "Enter a number from 1 to 36."
                   WHEN WS-RM-OPTION = 9 OR WS-RM-OPTION = 16
                       DISPLAY "Exit and Change My Password are "
                               "always allowed."
                   WHEN OTHER
                       DISPLAY WS-MENU-TEXT(WS-RM-OPTION)
                       DISPLAY "Level (N = none, V = view only, "
                               "U = update): "
                       ACCEPT WS-RM-LEVEL
                       MOVE FUNCTION UPPER-CASE(WS-RM-LEVEL)
                           TO WS-RM-LEVEL
                       IF WS-RM-LEVEL = "N" OR WS-RM-LEVEL = "V"
                          OR WS-RM-LEVEL = "U"
                           MOVE WS-RM-LEVEL
                               TO RL-MENU-LEVEL(WS-RM-OPTION)
                       ELSE
                           DISPLAY "Level must be N, V or U."
                       END-IF
               END-EVALUATE
           END-PERFORM.

       RM-SET-BATCH-LEVELS.
           PERFORM RM-SHOW-BATCH-LEVELS
           MOVE "*" TO WS-RM-PROGRAM
           PERFORM UNTIL WS-RM-PROGRAM = SPACES
               DISPLAY "Batch program to change (blank = done): "
               ACCEPT WS-RM-PROGRAM
               IF WS-RM-PROGRAM NOT = SPACES
                   PERFORM RM-SET-ONE-BATCH
               END-IF
           END-PERFORM.

       RM-SET-ONE-BATCH.
           MOVE 0 TO WS-RM-NAME-IDX
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > 40 OR WS-RM-NAME-IDX > 0
               IF FUNCTION UPPER-CASE(WS-BATCH-NAME(WS-RM-IDX))
                  = FUNCTION UPPER-CASE(WS-RM-PROGRAM)
                   MOVE WS-RM-IDX TO WS-RM-NAME-IDX
               END-IF
           END-PERFORM
           IF WS-RM-NAME-IDX = 0
               DISPLAY "Unknown batch program " WS-RM-PROGRAM "."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BATCH-NAME(WS-RM-NAME-IDX) TO WS-RM-PROGRAM
           EVALUATE WS-BATCH-NEEDS(WS-RM-NAME-IDX)
               WHEN "U"
                   DISPLAY "Note: " FUNCTION TRIM(WS-RM-PROGRAM)
                           " updates master files and runs only "
                           "at level U."
               WHEN "V"
                   DISPLAY "Note: " FUNCTION TRIM(WS-RM-PROGRAM)
                           " runs at level V or U."
               WHEN OTHER
                   DISPLAY "Note: " FUNCTION TRIM(WS-RM-PROGRAM)
                           " does not check roles; the level is "
                           "recorded but not enforced."
           END-EVALUATE
           DISPLAY "Level for " WS-RM-PROGRAM
                   " (N = none, V = view only, U = update): "
           ACCEPT WS-RM-LEVEL
           MOVE FUNCTION UPPER-CASE(WS-RM-LEVEL) TO WS-RM-LEVEL
           IF WS-RM-LEVEL NOT = "N" AND WS-RM-LEVEL NOT = "V"
              AND WS-RM-LEVEL NOT = "U"
               DISPLAY "Level must be N, V or U."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RM-SLOT
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > RL-BATCH-COUNT
               IF RL-BATCH-PROGRAM(WS-RM-IDX) = WS-RM-PROGRAM
                   MOVE WS-RM-IDX TO WS-RM-SLOT
               END-IF
           END-PERFORM

           IF WS-RM-LEVEL = "N"
               IF WS-RM-SLOT > 0
                   PERFORM VARYING WS-RM-IDX FROM WS-RM-SLOT BY 1
                           UNTIL WS-RM-IDX >= RL-BATCH-COUNT
                       MOVE RL-BATCH(WS-RM-IDX + 1)
                           TO RL-BATCH(WS-RM-IDX)
                   END-PERFORM
                   MOVE SPACES TO RL-BATCH(RL-BATCH-COUNT)
                   SUBTRACT 1 FROM RL-BATCH-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-RM-SLOT = 0
               IF RL-BATCH-COUNT >= 40
                   DISPLAY "Batch program list is full."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO RL-BATCH-COUNT
               MOVE RL-BATCH-COUNT TO WS-RM-SLOT
               MOVE WS-RM-PROGRAM TO RL-BATCH-PROGRAM(WS-RM-SLOT)
           END-IF
           MOVE WS-RM-LEVEL TO RL-BATCH-LEVEL(WS-RM-SLOT).

       RM-BUILD-IMAGE.
           MOVE SPACES TO WS-RM-IMAGE
           STRING "ROLE=" RL-ROLE-CODE
                  " MENU=" RL-MENU-LEVELS
                  " BATCH=" RL-BATCH-COUNT
                  " DESC=" RL-DESC
                  DELIMITED BY SIZE
                  INTO WS-RM-IMAGE
           END-STRING.

       RM-DELETE-ROLE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Role Code to delete: "
           ACCEPT WS-RM-CODE
           MOVE FUNCTION UPPER-CASE(WS-RM-CODE) TO WS-RM-CODE

           MOVE 0 TO WS-RM-IN-USE
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF OPRF-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ OPERATOR-PROFILE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF OPF-ROLE-CODE = WS-RM-CODE
                               ADD 1 TO WS-RM-IN-USE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-PROFILE-FILE
               MOVE "N" TO END-OF-FILE
           END-IF.
           IF WS-RM-IN-USE > 0
               DISPLAY "Role " WS-RM-CODE " is assigned to "
                       WS-RM-IN-USE " operator(s). Reassign them "
                       "first."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-ROLE-FILE-IO
           IF ROLE-STATUS NOT = "00"
               DISPLAY "Error opening roles.dat. Status: " ROLE-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RM-CODE TO RL-ROLE-CODE
           READ ROLE-FILE
               INVALID KEY
                   MOVE "N" TO WS-RM-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-RM-FOUND
           END-READ.
           IF WS-RM-FOUND NOT = "Y"
               DISPLAY "Role not found."
               CLOSE ROLE-FILE
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Delete role " RL-ROLE-CODE " - " RL-DESC
                   "? (Y/N): "
           ACCEPT CONFIRM-DELETE
           IF CONFIRM-DELETE NOT = "Y" AND CONFIRM-DELETE NOT = "y"
               DISPLAY "Deletion cancelled."
               CLOSE ROLE-FILE
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM RM-BUILD-IMAGE
           DELETE ROLE-FILE RECORD
           IF ROLE-STATUS = "00"
               DISPLAY "Role " WS-RM-CODE " deleted."
               MOVE WS-RM-IMAGE TO WS-AUDIT-BEFORE
               MOVE "N/A" TO WS-AUDIT-AFTER
               MOVE ZEROS TO EMPLOYEE-ID
               MOVE "ROLE" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY "Error deleting role. Status: " ROLE-STATUS
           END-IF.
           CLOSE ROLE-FILE
           PERFORM PRESS-ENTER.

       OPEN-ROLE-FILE-IO.
           OPEN I-O ROLE-FILE
           IF ROLE-STATUS = "35"
               OPEN OUTPUT ROLE-FILE
               CLOSE ROLE-FILE
               OPEN I-O ROLE-FILE
           END-IF.

       DEPARTMENT-COST-REPORT.
           PERFORM CLEAR-SCREEN
           DISPLAY "Producing department cost report..."

           SORT SORT-FILE ON ASCENDING KEY SORT-DEPARTMENT
                                          SORT-NAME
               USING EMPLOYEE-FILE
               GIVING SORTED-OUTPUT-FILE

           OPEN INPUT SORTED-OUTPUT-FILE
           IF SORT-OUT-STATUS NOT = "00"
               DISPLAY "Error opening sorted roster. No records exist."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT DEPT-REPORT-FILE
           IF DEPTRPT-STATUS NOT = "00"
               DISPLAY "Error opening dept_cost_report.txt for output."
               CLOSE SORTED-OUTPUT-FILE
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DEPT-REPORT-LINE
           STRING "Department Cost Report   Run Date: "
                      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  INTO DEPT-REPORT-LINE
           END-STRING
           WRITE DEPT-REPORT-LINE
           MOVE SPACES TO DEPT-REPORT-LINE
           WRITE DEPT-REPORT-LINE

           MOVE "Y" TO WS-DC-FIRST
           MOVE 0 TO WS-DC-COUNT WS-DC-TOTAL WS-DC-MIN WS-DC-MAX
           MOVE 0 TO WS-DC-ALL-COUNT WS-DC-ALL-TOTAL
           MOVE 0 TO WS-DC-ALL-MIN WS-DC-ALL-MAX
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SORTED-OUTPUT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-DC-FIRST = "Y"
                           MOVE SO-DEPARTMENT TO WS-DC-PRIOR-DEPT
                           MOVE "N" TO WS-DC-FIRST
                       END-IF
                       IF SO-DEPARTMENT NOT = WS-DC-PRIOR-DEPT
                           PERFORM DC-WRITE-DEPT-BLOCK
                           MOVE SO-DEPARTMENT TO WS-DC-PRIOR-DEPT
                       END-IF
                       PERFORM DC-TALLY-EMPLOYEE
               END-READ
           END-PERFORM.

           IF WS-DC-FIRST = "N"
               PERFORM DC-WRITE-DEPT-BLOCK
           END-IF
           PERFORM DC-WRITE-SUMMARY

           CLOSE SORTED-OUTPUT-FILE
           CLOSE DEPT-REPORT-FILE
           MOVE WS-DC-ALL-COUNT TO WS-DC-COUNT-DISP
           DISPLAY "Report written to dept_cost_report.txt ("
                   WS-DC-COUNT-DISP " employee(s))."
           PERFORM PRESS-ENTER.

       DC-TALLY-EMPLOYEE.
           ADD 1 TO WS-DC-COUNT
           ADD SO-SALARY TO WS-DC-TOTAL
           IF WS-DC-COUNT = 1 OR SO-SALARY < WS-DC-MIN
               MOVE SO-SALARY TO WS-DC-MIN
           END-IF
           IF SO-SALARY > WS-DC-MAX
               MOVE SO-SALARY TO WS-DC-MAX
           END-IF
           ADD 1 TO WS-DC-ALL-COUNT
           ADD SO-SALARY TO WS-DC-ALL-TOTAL
           IF WS-DC-ALL-COUNT = 1 OR SO-SALARY < WS-DC-ALL-MIN
               MOVE SO-SALARY TO WS-DC-ALL-MIN
           END-IF
           IF SO-SALARY > WS-DC-ALL-MAX
               MOVE SO-SALARY TO WS-DC-ALL-MAX
           END-IF.

       DC-WRITE-DEPT-BLOCK.
           DIVIDE WS-DC-TOTAL BY WS-DC-COUNT
               GIVING WS-DC-AVG ROUNDED
           MOVE WS-DC-COUNT TO WS-DC-COUNT-DISP
           MOVE WS-DC-TOTAL TO WS-DC-TOTAL-DISP
           MOVE WS-DC-AVG TO WS-DC-AVG-DISP
           MOVE WS-DC-MIN TO WS-DC-MIN-DISP
           MOVE WS-DC-MAX TO WS-DC-MAX-DISP

           MOVE SPACES TO DEPT-REPORT-LINE
           STRING "Department: " DELIMITED BY SIZE
                  WS-DC-PRIOR-DEPT DELIMITED BY SIZE
                  "  Headcount: " DELIMITED BY SIZE
                  WS-DC-COUNT-DISP DELIMITED BY SIZE
                  INTO DEPT-REPORT-LINE
           END-STRING
           WRITE DEPT-REPORT-LINE

           MOVE SPACES TO DEPT-REPORT-LINE
           STRING "  Total: " DELIMITED BY SIZE
                  WS-DC-TOTAL-DISP DELIMITED BY SIZE
                  "  Avg: " DELIMITED BY SIZE
                  WS-DC-AVG-DISP DELIMITED BY SIZE
                  "  Min: " DELIMITED BY SIZE
                  WS-DC-MIN-DISP DELIMITED BY SIZE
                  "  Max: " DELIMITED BY SIZE
                  WS-DC-MAX-DISP DELIMITED BY SIZE
                  INTO DEPT-REPORT-LINE
           END-STRING
           WRITE DEPT-REPORT-LINE
           MOVE SPACES TO DEPT-REPORT-LINE
           WRITE DEPT-REPORT-LINE

           MOVE 0 TO WS-DC-COUNT
           MOVE 0 TO WS-DC-TOTAL
           MOVE 0 TO WS-DC-MIN
           MOVE 0 TO WS-DC-MAX.

       DC-WRITE-SUMMARY.
           MOVE SPACES TO DEPT-REPORT-LINE
           STRING "Company Summary" DELIMITED BY SIZE
                  INTO DEPT-REPORT-LINE
           END-STRING
           WRITE DEPT-REPORT-LINE

           IF WS-DC-ALL-COUNT > 0
               DIVIDE WS-DC-ALL-TOTAL BY WS-DC-ALL-COUNT
                   GIVING WS-DC-AVG ROUNDED
           ELSE
               MOVE 0 TO WS-DC-AVG
           END-IF
           MOVE WS-DC-ALL-COUNT TO WS-DC-COUNT-DISP
           MOVE WS-DC-ALL-TOTAL TO WS-DC-ALL-TOT-DISP
           MOVE WS-DC-AVG TO WS-DC-AVG-DISP
           MOVE WS-DC-ALL-MIN TO WS-DC-MIN-DISP
           MOVE WS-DC-ALL-MAX TO WS-DC-MAX-DISP

           MOVE SPACES TO DEPT-REPORT-LINE
           STRING "  Headcount: " DELIMITED BY SIZE
                  WS-DC-COUNT-DISP DELIMITED BY SIZE
                  "  Total: " DELIMITED BY SIZE
                  WS-DC-ALL-TOT-DISP DELIMITED BY SIZE
                  INTO DEPT-REPORT-LINE
           END-STRING
           WRITE DEPT-REPORT-LINE

           MOVE SPACES TO DEPT-REPORT-LINE
           STRING "  Avg: " DELIMITED BY SIZE
                  WS-DC-AVG-DISP DELIMITED BY SIZE
                  "  Min: " DELIMITED BY SIZE
                  WS-DC-MIN-DISP DELIMITED BY SIZE
                  "  Max: " DELIMITED BY SIZE
                  WS-DC-MAX-DISP DELIMITED BY SIZE
                  INTO DEPT-REPORT-LINE
           END-STRING
           WRITE DEPT-REPORT-LINE.

       REHIRE-EMPLOYEE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           OPEN INPUT TERMINATED-FILE
           IF TERM-STATUS NOT = "00"
               DISPLAY "No terminated employees on file."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+-------+--------------------+------------+"
                   "------------+"
           DISPLAY "| ID    | Name               | Dept       |"
                   " Term Date  |"
           DISPLAY "+-------+--------------------+------------+"
                   "------------+"

           MOVE 0 TO WS-REH-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TERMINATED-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TERM-REHIRE-FLAG NOT = "R"
                           ADD 1 TO WS-REH-LISTED
                           DISPLAY "| " TERM-EMPLOYEE-ID " | "
                                   TERM-EMPLOYEE-NAME(1:18) " | "
                                   TERM-DEPARTMENT-CODE " | "
                                   TERM-TERMINATION-DATE "   |"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERMINATED-FILE

           DISPLAY "+-------+--------------------+------------+"
                   "------------+"
           IF WS-REH-LISTED = ZEROS
               DISPLAY "No terminated employees available to rehire."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Employee ID to rehire (0 to cancel): "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Rehire cancelled."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-TERMINATED-RECORD
           IF WS-REH-MATCHES = ZEROS
               DISPLAY "No terminated record found for that ID."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK-OK NOT = "Y"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Rehiring: " WS-REH-NAME
           DISPLAY "Department: " WS-REH-DEPT
           DISPLAY "Job Title: " WS-REH-JOB
           MOVE WS-REH-SALARY TO WS-SALARY-DISPLAY
           DISPLAY "Salary: " WS-SALARY-DISPLAY

           MOVE WS-REH-DEPT TO WS-DEPT-LOOKUP
           PERFORM CHECK-DEPARTMENT-CODE
           IF WS-DEPT-VALID NOT = "Y"
               DISPLAY "Warning: department " WS-REH-DEPT
                       "is unknown or retired; please edit the"
               DISPLAY "record after rehiring."
           END-IF

           MOVE WS-REH-DEPT TO WS-PB-DEPT
           PERFORM ENFORCE-POSITION-BUDGET
           IF WS-PB-BLOCKED = "Y"
               PERFORM RELEASE-RECORD-LOCK
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Enter new Hire Date (YYYYMMDD): "
           ACCEPT WS-REH-HIRE-DATE
           MOVE WS-REH-HIRE-DATE TO WS-VAL-DATE
           MOVE WS-REH-AGE TO WS-VAL-AGE
           PERFORM CHECK-HIRE-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid hire date: " WS-VAL-ERROR
               PERFORM RELEASE-RECORD-LOCK
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-EMPLOYEE-FILE-IO
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. Status: " FILE-STATUS
               PERFORM RELEASE-RECORD-LOCK
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "Y"
               CLOSE EMPLOYEE-FILE
               DISPLAY "That ID is already on the active roster."
               PERFORM RELEASE-RECORD-LOCK
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO EMPLOYEE-ID
           MOVE WS-REH-NAME TO EMPLOYEE-NAME
           MOVE WS-REH-AGE TO EMPLOYEE-AGE
           MOVE WS-REH-DEPT TO DEPARTMENT-CODE
           MOVE WS-REH-JOB TO JOB-TITLE
           MOVE WS-REH-HIRE-DATE TO HIRE-DATE
           MOVE WS-REH-SALARY TO SALARY
           MOVE ZEROS TO MANAGER-ID

           WRITE EMPLOYEE-RECORD
           IF FILE-STATUS = "00"
               DISPLAY "Employee reinstated successfully!"
               MOVE SPACES TO WS-AUDIT-BEFORE
               STRING "TERMINATED TERM-DATE=" DELIMITED BY SIZE
                      WS-REH-TERM-DATE DELIMITED BY SIZE
                      INTO WS-AUDIT-BEFORE
               END-STRING
               PERFORM BUILD-AUDIT-AFTER
               MOVE "REHIRE" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               PERFORM FLAG-TERMINATED-RECORD
           ELSE
               DISPLAY "Error writing record. Status: " FILE-STATUS
           END-IF.

           CLOSE EMPLOYEE-FILE
           PERFORM RELEASE-RECORD-LOCK
           PERFORM PRESS-ENTER.

       FIND-TERMINATED-RECORD.
           MOVE 0 TO WS-REH-MATCHES
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
                       IF TERM-EMPLOYEE-ID = SEARCH-ID AND
                          TERM-REHIRE-FLAG NOT = "R"
                           ADD 1 TO WS-REH-MATCHES
                           MOVE TERM-EMPLOYEE-NAME TO WS-REH-NAME
                           MOVE TERM-EMPLOYEE-AGE TO WS-REH-AGE
                           MOVE TERM-DEPARTMENT-CODE TO WS-REH-DEPT
                           MOVE TERM-JOB-TITLE TO WS-REH-JOB
                           MOVE TERM-SALARY TO WS-REH-SALARY
                           MOVE TERM-TERMINATION-DATE
                               TO WS-REH-TERM-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERMINATED-FILE.

       FLAG-TERMINATED-RECORD.
           OPEN INPUT TERMINATED-FILE
           IF TERM-STATUS NOT = "00"
               DISPLAY "Warning: could not reopen terminated.dat; "
                       "archive row not flagged."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TERM-TEMP-FILE
           IF TERM-TEMP-STATUS NOT = "00"
               CLOSE TERMINATED-FILE
               DISPLAY "Warning: could not open terminated.tmp; "
                       "archive row not flagged."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-REH-SEQ
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TERMINATED-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TERM-EMPLOYEE-ID = SEARCH-ID AND
                          TERM-REHIRE-FLAG NOT = "R"
                           ADD 1 TO WS-REH-SEQ
                           IF WS-REH-SEQ = WS-REH-MATCHES
                               MOVE "R" TO TERM-REHIRE-FLAG
                           END-IF
                       END-IF
                       MOVE TERMINATED-RECORD TO TERM-TEMP-RECORD
                       WRITE TERM-TEMP-RECORD
               END-READ
           END-PERFORM.

           CLOSE TERMINATED-FILE
           CLOSE TERM-TEMP-FILE

           CALL "CBL_COPY_FILE" USING "terminated.tmp"
                                       "terminated.dat"
               RETURNING WS-BACKUP-STATUS
           END-CALL
           IF WS-BACKUP-STATUS NOT = 0
               DISPLAY "Warning: could not update terminated.dat; "
                       "archive row not flagged."
           END-IF.

       WRITE-SALARY-HISTORY.
           MOVE EMPLOYEE-ID TO SH-EMPLOYEE-ID
           MOVE WS-OLD-SALARY TO SH-OLD-SALARY
           MOVE SALARY TO SH-NEW-SALARY
           MOVE FUNCTION CURRENT-DATE(1:8) TO SH-EFFECTIVE-DATE
           MOVE WS-CURRENT-OPERATOR TO SH-OPERATOR

           OPEN EXTEND SALARY-HISTORY-FILE
           IF SALHIST-STATUS = "35"
               OPEN OUTPUT SALARY-HISTORY-FILE
           END-IF.
           IF SALHIST-STATUS = "00"
               WRITE SALARY-HISTORY-RECORD
           ELSE
               DISPLAY "Warning: could not write to salary history."
           END-IF.
           CLOSE SALARY-HISTORY-FILE.

       SALARY-HISTORY-INQUIRY.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID for pay history: "
           ACCEPT SEARCH-ID

           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT SALARY-HISTORY-FILE
           IF SALHIST-STATUS NOT = "00"
               DISPLAY "No salary history on file."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+-------+------------+------------+----------"
                   "+------------+"
           DISPLAY "| ID    | Old Salary | New Salary | Eff Date "
                   "| Operator   |"
           DISPLAY "+-------+------------+------------+----------"
                   "+------------+"

           MOVE 0 TO WS-HIST-HITS
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SALARY-HISTORY-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF SH-EMPLOYEE-ID = SEARCH-ID
                           ADD 1 TO WS-HIST-HITS
                           DISPLAY "| " SH-EMPLOYEE-ID " | "
                                   SH-OLD-SALARY " | "
                                   SH-NEW-SALARY " | "
                                   SH-EFFECTIVE-DATE " | "
                                   SH-OPERATOR " |"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SALARY-HISTORY-FILE
           DISPLAY "+-------+------------+------------+----------"
                   "+------------+"

           IF WS-HIST-HITS = ZEROS
               DISPLAY "No salary history for that employee."
           ELSE
               DISPLAY WS-HIST-HITS " change(s) on file."
           END-IF.

           PERFORM PRESS-ENTER.

       LEAVE-TRACKING.
           MOVE 0 TO WS-LV-CHOICE
           PERFORM UNTIL WS-LV-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Leave Tracking"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. View Leave Balance"
               DISPLAY "2. Request Leave"
               DISPLAY "3. Approve/Reject Leave Requests"
               DISPLAY "4. List Leave Requests"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-LV-CHOICE

               EVALUATE WS-LV-CHOICE
                   WHEN 1
                       PERFORM LEAVE-VIEW-BALANCE
                   WHEN 2
                       PERFORM LEAVE-REQUEST
                   WHEN 3
                       PERFORM LEAVE-DECIDE-REQUEST
                   WHEN 4
                       PERFORM LEAVE-LIST-REQUESTS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       LEAVE-VIEW-BALANCE.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LEAVE-FILE
           IF LEAVE-STATUS NOT = "00"
               DISPLAY "No leave balances on file yet. Run the "
                       "monthly accrual batch first."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO LV-EMPLOYEE-ID
           READ LEAVE-FILE
               INVALID KEY
                   DISPLAY "No leave balance record for that "
                           "employee."
               NOT INVALID KEY
                   MOVE LV-VACATION-BAL TO WS-LV-VAC-DISP
                   MOVE LV-SICK-BAL TO WS-LV-SICK-DISP
                   DISPLAY "Employee ID:      " LV-EMPLOYEE-ID
                   DISPLAY "Vacation Balance: " WS-LV-VAC-DISP
                           " day(s)"
                   DISPLAY "Sick Balance:     " WS-LV-SICK-DISP
                           " day(s)"
                   DISPLAY "Last Accrual:     " LV-LAST-ACCRUAL
                   MOVE 0 TO WS-LV-REQ-NUMBER
                   PERFORM LV-SUM-PENDING
                   MOVE WS-LV-PEND-VAC TO WS-LV-VAC-DISP
                   MOVE WS-LV-PEND-SICK TO WS-LV-SICK-DISP
                   DISPLAY "Pending approval: " WS-LV-VAC-DISP
                           " vacation, " WS-LV-SICK-DISP " sick"
           END-READ.

           CLOSE LEAVE-FILE
           PERFORM PRESS-ENTER.

       LEAVE-REQUEST.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
                   MOVE MANAGER-ID TO WS-LV-MANAGER
           END-READ.
           CLOSE EMPLOYEE-FILE
           IF FOUND-FLAG = "N"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Requesting leave for: " EMPLOYEE-NAME

           DISPLAY "Leave type - (V)acation or (S)ick: "
           ACCEPT WS-LV-TYPE
           IF WS-LV-TYPE = "v"
               MOVE "V" TO WS-LV-TYPE
           END-IF
           IF WS-LV-TYPE = "s"
               MOVE "S" TO WS-LV-TYPE
           END-IF
           IF WS-LV-TYPE NOT = "V" AND WS-LV-TYPE NOT = "S"
               DISPLAY "Invalid leave type. Enter V or S."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter first day of leave (YYYYMMDD): "
           ACCEPT WS-LV-FROM-DATE
           MOVE WS-LV-FROM-DATE TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid leave date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter last day of leave (YYYYMMDD): "
           ACCEPT WS-LV-TO-DATE
           MOVE WS-LV-TO-DATE TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid leave date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-LV-TO-DATE < WS-LV-FROM-DATE
               DISPLAY "Last day cannot be before the first day."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LV-SPAN =
               FUNCTION INTEGER-OF-DATE(WS-LV-TO-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-LV-FROM-DATE)
           IF WS-LV-SPAN > 365
               DISPLAY "A single request cannot span more than a "
                       "year."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM LV-COUNT-BUSINESS-DAYS
           IF WS-LV-DAYS = ZEROS
               DISPLAY "No business days in that range (weekends "
                       "and holidays only)."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LV-DAYS TO WS-LV-DAYS-DISP
           DISPLAY "Business days in range: " WS-LV-DAYS-DISP

           MOVE 0 TO WS-LV-REQ-NUMBER
           PERFORM LV-CHECK-OVERLAP
           IF WS-LV-OVERLAP = "Y"
               DISPLAY "Refused: overlaps " WS-LV-CLASH-TEXT
                       " leave from " WS-LV-CLASH-FROM " to "
                       WS-LV-CLASH-TO "."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM LV-SUM-PENDING
           OPEN INPUT LEAVE-FILE
           IF LEAVE-STATUS NOT = "00"
               DISPLAY "No leave balances on file yet. Run the "
                       "monthly accrual batch first."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO LV-EMPLOYEE-ID
           READ LEAVE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
                   IF WS-LV-TYPE = "V"
                       COMPUTE WS-LV-AVAIL =
                           LV-VACATION-BAL - WS-LV-PEND-VAC
                   ELSE
                       COMPUTE WS-LV-AVAIL =
                           LV-SICK-BAL - WS-LV-PEND-SICK
                   END-IF
           END-READ.
           CLOSE LEAVE-FILE
           IF FOUND-FLAG = "N"
               DISPLAY "No leave balance record for that employee. "
                       "Run the monthly accrual batch first."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           IF WS-LV-DAYS > WS-LV-AVAIL
               MOVE WS-LV-AVAIL TO WS-LV-AVAIL-DISP
               DISPLAY "Refused: only " WS-LV-AVAIL-DISP
                       " day(s) available after pending requests."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-LEAVE-REQUEST-FILE-IO
           IF LREQ-STATUS NOT = "00"
               DISPLAY "Error opening leave_requests.dat. Status: "
                       LREQ-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-LV-REQ-NUMBER
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEAVE-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE LR-REQ-NUMBER TO WS-LV-REQ-NUMBER
               END-READ
           END-PERFORM
           ADD 1 TO WS-LV-REQ-NUMBER

           MOVE SPACES TO LEAVE-REQUEST-RECORD
           MOVE WS-LV-REQ-NUMBER TO LR-REQ-NUMBER
           MOVE SEARCH-ID TO LR-EMPLOYEE-ID
           MOVE WS-LV-TYPE TO LR-LEAVE-TYPE
           MOVE WS-LV-FROM-DATE TO LR-FROM-DATE
           MOVE WS-LV-TO-DATE TO LR-TO-DATE
           MOVE WS-LV-DAYS TO LR-DAYS
           MOVE "P" TO LR-STATUS
           MOVE WS-LV-MANAGER TO LR-MANAGER-ID
           MOVE WS-CURRENT-OPERATOR TO LR-REQUESTED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO LR-REQUESTED-DATE
           MOVE ZEROS TO LR-DECIDED-DATE
           WRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "Error saving leave request. Status: "
                           LREQ-STATUS
               NOT INVALID KEY
                   DISPLAY "Leave request " WS-LV-REQ-NUMBER
                           " submitted; pending approval."
                   IF WS-LV-MANAGER = ZEROS
                       DISPLAY "No manager on file; a supervisor "
                               "must approve it."
                   ELSE
                       DISPLAY "Approver: manager " WS-LV-MANAGER
                               " (or a supervisor)."
                   END-IF
           END-WRITE.
           CLOSE LEAVE-REQUEST-FILE
           PERFORM PRESS-ENTER.

       LEAVE-DECIDE-REQUEST.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LREQ-STATUS NOT = "00"
               DISPLAY "No leave requests on file."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-IS-SUPERVISOR NOT = "Y" AND
              WS-CURRENT-OPER-EMP = ZEROS
               CLOSE LEAVE-REQUEST-FILE
               DISPLAY "Access denied: your operator ID is not "
                       "linked to an employee, so you have no "
                       "reports to approve."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Pending requests you may decide:"
           PERFORM LV-SHOW-HEADER
           MOVE 0 TO WS-LV-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEAVE-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LR-STATUS = "P"
                           PERFORM LV-CHECK-MAY-DECIDE
                           IF WS-LV-MAY-DECIDE = "Y"
                               ADD 1 TO WS-LV-LISTED
                               PERFORM LV-SHOW-REQUEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE
           PERFORM LV-SHOW-FOOTER
           IF WS-LV-LISTED = ZEROS
               DISPLAY "Nothing is waiting for your decision."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Request Number (blank=cancel): "
           ACCEPT WS-LV-REQ-TEXT
           IF WS-LV-REQ-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-LV-REQ-TEXT) NOT = 0
               DISPLAY "Invalid request number."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-LV-REQ-TEXT) TO WS-LV-REQ-NUMBER

           OPEN INPUT LEAVE-REQUEST-FILE
           MOVE WS-LV-REQ-NUMBER TO LR-REQ-NUMBER
           READ LEAVE-REQUEST-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.
           CLOSE LEAVE-REQUEST-FILE
           IF FOUND-FLAG = "N"
               DISPLAY "Leave request not found."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF LR-STATUS NOT = "P"
               DISPLAY "That request has already been decided."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM LV-CHECK-MAY-DECIDE
           IF WS-LV-MAY-DECIDE NOT = "Y"
               DISPLAY "Access denied: only the employee's manager "
                       "or a supervisor may decide this request."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE LR-EMPLOYEE-ID TO SEARCH-ID
           MOVE LR-LEAVE-TYPE TO WS-LV-TYPE
           MOVE LR-FROM-DATE TO WS-LV-FROM-DATE
           MOVE LR-TO-DATE TO WS-LV-TO-DATE
           MOVE LR-DAYS TO WS-LV-DAYS

           DISPLAY "(A)pprove or (R)eject request "
                   WS-LV-REQ-NUMBER "? "
           ACCEPT WS-LV-DECISION
           MOVE FUNCTION UPPER-CASE(WS-LV-DECISION) TO WS-LV-DECISION
           EVALUATE WS-LV-DECISION
               WHEN "A"
                   PERFORM LV-APPROVE-REQUEST
               WHEN "R"
                   PERFORM LV-REJECT-REQUEST
               WHEN OTHER
                   DISPLAY "No decision recorded."
           END-EVALUATE
           PERFORM PRESS-ENTER.

       LV-APPROVE-REQUEST.
           PERFORM LV-CHECK-OVERLAP
           IF WS-LV-OVERLAP = "Y"
               DISPLAY "Cannot approve: overlaps " WS-LV-CLASH-TEXT
                       " leave from " WS-LV-CLASH-FROM " to "
                       WS-LV-CLASH-TO ". Reject it instead."
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O LEAVE-FILE
           IF LEAVE-STATUS NOT = "00"
               DISPLAY "No leave balances on file yet. Run the "
                       "monthly accrual batch first."
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO LV-EMPLOYEE-ID
           READ LEAVE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "N"
               CLOSE LEAVE-FILE
               DISPLAY "No leave balance record for that employee."
               EXIT PARAGRAPH
           END-IF.

           IF WS-LV-TYPE = "V"
               IF WS-LV-DAYS > LV-VACATION-BAL
                   CLOSE LEAVE-FILE
                   MOVE LV-VACATION-BAL TO WS-LV-VAC-DISP
                   DISPLAY "Cannot approve: only " WS-LV-VAC-DISP
                           " vacation day(s) available."
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-LV-DAYS FROM LV-VACATION-BAL
           ELSE
               IF WS-LV-DAYS > LV-SICK-BAL
                   CLOSE LEAVE-FILE
                   MOVE LV-SICK-BAL TO WS-LV-SICK-DISP
                   DISPLAY "Cannot approve: only " WS-LV-SICK-DISP
                           " sick day(s) available."
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-LV-DAYS FROM LV-SICK-BAL
           END-IF

           REWRITE LEAVE-RECORD
           IF LEAVE-STATUS NOT = "00"
               CLOSE LEAVE-FILE
               DISPLAY "Error updating leave balance. Status: "
                       LEAVE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE LV-VACATION-BAL TO WS-LV-VAC-DISP
           MOVE LV-SICK-BAL TO WS-LV-SICK-DISP
           CLOSE LEAVE-FILE
           PERFORM WRITE-LEAVE-HISTORY

           MOVE "A" TO WS-LV-DECISION
           MOVE SPACES TO WS-LV-REASON
           PERFORM LV-SAVE-DECISION
           DISPLAY "Leave approved. New balances - vacation: "
                   WS-LV-VAC-DISP "  sick: " WS-LV-SICK-DISP.

       LV-REJECT-REQUEST.
           DISPLAY "Reason for rejection: "
           ACCEPT WS-LV-REASON
           IF WS-LV-REASON = SPACES
               DISPLAY "A reason is required to reject a request."
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO WS-LV-DECISION
           PERFORM LV-SAVE-DECISION
           DISPLAY "Leave request rejected.".

       LV-SAVE-DECISION.
           PERFORM OPEN-LEAVE-REQUEST-FILE-IO
           IF LREQ-STATUS NOT = "00"
               DISPLAY "Error opening leave_requests.dat. Status: "
                       LREQ-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LV-REQ-NUMBER TO LR-REQ-NUMBER
           READ LEAVE-REQUEST-FILE
               INVALID KEY
                   CLOSE LEAVE-REQUEST-FILE
                   DISPLAY "Leave request disappeared from file."
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-LV-DECISION TO LR-STATUS
           MOVE WS-CURRENT-OPERATOR TO LR-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO LR-DECIDED-DATE
           MOVE WS-LV-REASON TO LR-REJECT-REASON
           REWRITE LEAVE-REQUEST-RECORD
           IF LREQ-STATUS NOT = "00"
               DISPLAY "Error updating leave request. Status: "
                       LREQ-STATUS
           END-IF.
           CLOSE LEAVE-REQUEST-FILE.

       LV-CHECK-MAY-DECIDE.
           MOVE "N" TO WS-LV-MAY-DECIDE
           IF WS-CURRENT-OPER-EMP NOT = ZEROS AND
              LR-EMPLOYEE-ID = WS-CURRENT-OPER-EMP
               EXIT PARAGRAPH
           END-IF
           IF WS-IS-SUPERVISOR = "Y"
               MOVE "Y" TO WS-LV-MAY-DECIDE
               EXIT PARAGRAPH
           END-IF
           IF WS-CURRENT-OPER-EMP NOT = ZEROS AND
              LR-MANAGER-ID = WS-CURRENT-OPER-EMP
               MOVE "Y" TO WS-LV-MAY-DECIDE
           END-IF.

       LEAVE-LIST-REQUESTS.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID (blank=all pending): "
           ACCEPT WS-LV-EMP-TEXT
           IF WS-LV-EMP-TEXT = SPACES
               MOVE ZEROS TO SEARCH-ID
           ELSE
               IF WS-LV-EMP-TEXT IS NOT NUMERIC OR
                  WS-LV-EMP-TEXT = ZEROS
                   DISPLAY "Invalid ID format. Must be 5 digits."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LV-EMP-TEXT TO SEARCH-ID
           END-IF.

           OPEN INPUT LEAVE-REQUEST-FILE
           IF LREQ-STATUS NOT = "00"
               DISPLAY "No leave requests on file."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM LV-SHOW-HEADER
           MOVE 0 TO WS-LV-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEAVE-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF (SEARCH-ID = ZEROS AND LR-STATUS = "P") OR
                          (SEARCH-ID NOT = ZEROS AND
                           LR-EMPLOYEE-ID = SEARCH-ID)
                           ADD 1 TO WS-LV-LISTED
                           PERFORM LV-SHOW-REQUEST
                           IF LR-STATUS = "R"
                               DISPLAY "|        |   rejected: "
                                       LR-REJECT-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE
           PERFORM LV-SHOW-FOOTER
           IF WS-LV-LISTED = ZEROS
               DISPLAY "No matching leave requests."
           END-IF
           PERFORM PRESS-ENTER.

       LV-SHOW-HEADER.
           DISPLAY "+--------+-------+---+----------+----------+-----"
                   "--+----------+-------+"
           DISPLAY "| Req No | Emp   | T | From     | To       | Days"
                   "  | Status   | Mgr   |"
           DISPLAY "+--------+-------+---+----------+----------+-----"
                   "--+----------+-------+".

       LV-SHOW-FOOTER.
           DISPLAY "+--------+-------+---+----------+----------+-----"
                   "--+----------+-------+".

       LV-SHOW-REQUEST.
           EVALUATE LR-STATUS
               WHEN "P"
                   MOVE "Pending" TO WS-LV-STATUS-TEXT
               WHEN "A"
                   MOVE "Approved" TO WS-LV-STATUS-TEXT
               WHEN "R"
                   MOVE "Rejected" TO WS-LV-STATUS-TEXT
               WHEN OTHER
                   MOVE LR-STATUS TO WS-LV-STATUS-TEXT
           END-EVALUATE
           MOVE LR-DAYS TO WS-LV-DAYS-DISP
           DISPLAY "| " LR-REQ-NUMBER " | " LR-EMPLOYEE-ID " | "
                   LR-LEAVE-TYPE " | " LR-FROM-DATE " | " LR-TO-DATE
                   " |" WS-LV-DAYS-DISP " | " WS-LV-STATUS-TEXT
                   "| " LR-MANAGER-ID " |".

       LV-SUM-PENDING.
           MOVE 0 TO WS-LV-PEND-VAC
           MOVE 0 TO WS-LV-PEND-SICK
           OPEN INPUT LEAVE-REQUEST-FILE
           IF LREQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LEAVE-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF LR-EMPLOYEE-ID = SEARCH-ID AND
                          LR-STATUS = "P" AND
                          LR-REQ-NUMBER NOT = WS-LV-REQ-NUMBER
                           IF LR-LEAVE-TYPE = "V"
                               ADD LR-DAYS TO WS-LV-PEND-VAC
                           ELSE
                               ADD LR-DAYS TO WS-LV-PEND-SICK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE.

       LV-COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-LV-DAYS
           PERFORM LV-OPEN-HOLIDAYS
           MOVE WS-LV-FROM-DATE TO WS-VAL-DATE
           PERFORM UNTIL WS-VAL-DATE > WS-LV-TO-DATE
               PERFORM LV-CHECK-BUSINESS-DAY
               IF WS-LV-BUS-DAY = "Y"
                   ADD 1 TO WS-LV-DAYS
               END-IF
               PERFORM LV-NEXT-DAY
           END-PERFORM
           IF WS-LV-HOL-OPEN = "Y"
               CLOSE HOLIDAY-FILE
           END-IF.

       LV-OPEN-HOLIDAYS.
           MOVE "N" TO WS-LV-HOL-OPEN
           OPEN INPUT HOLIDAY-FILE
           IF HOLI-STATUS = "00"
               MOVE "Y" TO WS-LV-HOL-OPEN
           END-IF.

       LV-CHECK-BUSINESS-DAY.
           MOVE "Y" TO WS-LV-BUS-DAY
           COMPUTE WS-LV-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-VAL-DATE)
           DIVIDE WS-LV-DAY-INT BY 7
               GIVING WS-LV-WEEKS REMAINDER WS-LV-DOW
           IF WS-LV-DOW = 6 OR WS-LV-DOW = 0
               MOVE "N" TO WS-LV-BUS-DAY
               EXIT PARAGRAPH
           END-IF
           IF WS-LV-HOL-OPEN = "Y"
               MOVE WS-VAL-DATE TO HD-DATE
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-LV-BUS-DAY
               END-READ
           END-IF.

       LV-NEXT-DAY.
           ADD 1 TO WS-VAL-DAY
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               MOVE 1 TO WS-VAL-DAY
               ADD 1 TO WS-VAL-MONTH
               IF WS-VAL-MONTH > 12
                   MOVE 1 TO WS-VAL-MONTH
                   ADD 1 TO WS-VAL-YEAR
               END-IF
           END-IF.

       LV-CHECK-OVERLAP.
           MOVE "N" TO WS-LV-OVERLAP
           PERFORM LV-OPEN-HOLIDAYS
           OPEN INPUT LEAVE-HISTORY-FILE
           IF LVHIST-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y" OR WS-LV-OVERLAP = "Y"
                   READ LEAVE-HISTORY-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF LH-EMPLOYEE-ID = SEARCH-ID
                               PERFORM LV-CHECK-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-HISTORY-FILE
           END-IF
           IF WS-LV-HOL-OPEN = "Y"
               CLOSE HOLIDAY-FILE
           END-IF
           IF WS-LV-OVERLAP = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT LEAVE-REQUEST-FILE
           IF LREQ-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y" OR WS-LV-OVERLAP = "Y"
                   READ LEAVE-REQUEST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF LR-EMPLOYEE-ID = SEARCH-ID AND
                              LR-STATUS = "P" AND
                              LR-REQ-NUMBER NOT = WS-LV-REQ-NUMBER AND
                              LR-FROM-DATE <= WS-LV-TO-DATE AND
                              LR-TO-DATE >= WS-LV-FROM-DATE
                               MOVE "Y" TO WS-LV-OVERLAP
                               MOVE "pending" TO WS-LV-CLASH-TEXT
                               MOVE LR-FROM-DATE TO WS-LV-CLASH-FROM
                               MOVE LR-TO-DATE TO WS-LV-CLASH-TO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEAVE-REQUEST-FILE
           END-IF.

       LV-CHECK-HISTORY-ROW.
           IF LH-FROM-DATE IS NOT NUMERIC OR LH-FROM-DATE = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF LH-TO-DATE IS NUMERIC AND LH-TO-DATE NOT = ZEROS
               MOVE LH-TO-DATE TO WS-LV-LH-END
           ELSE
               PERFORM LV-LEGACY-END
           END-IF
           IF LH-FROM-DATE <= WS-LV-TO-DATE AND
              WS-LV-LH-END >= WS-LV-FROM-DATE
               MOVE "Y" TO WS-LV-OVERLAP
               MOVE "recorded" TO WS-LV-CLASH-TEXT
               MOVE LH-FROM-DATE TO WS-LV-CLASH-FROM
               MOVE WS-LV-LH-END TO WS-LV-CLASH-TO
           END-IF.

       LV-LEGACY-END.
           MOVE LH-FROM-DATE TO WS-LV-LH-END
           MOVE FUNCTION NUMVAL(LH-DAYS-TAKEN) TO WS-LV-LH-DAYS
           IF WS-LV-LH-DAYS <= 1
               EXIT PARAGRAPH
           END-IF
           MOVE LH-FROM-DATE TO WS-VAL-DATE
           MOVE 0 TO WS-LV-LH-COUNT
           MOVE 0 TO WS-LV-STEPS
           PERFORM UNTIL WS-LV-LH-COUNT >= WS-LV-LH-DAYS OR
                         WS-LV-STEPS > 400
               PERFORM LV-CHECK-BUSINESS-DAY
               IF WS-LV-BUS-DAY = "Y"
                   ADD 1 TO WS-LV-LH-COUNT
                   MOVE WS-VAL-DATE TO WS-LV-LH-END
               END-IF
               ADD 1 TO WS-LV-STEPS
               PERFORM LV-NEXT-DAY
           END-PERFORM.

       WRITE-LEAVE-HISTORY.
           MOVE SEARCH-ID TO LH-EMPLOYEE-ID
           MOVE WS-LV-TYPE TO LH-LEAVE-TYPE
           MOVE WS-LV-DAYS TO LH-DAYS-TAKEN
           MOVE WS-LV-FROM-DATE TO LH-FROM-DATE
           MOVE WS-CURRENT-OPERATOR TO LH-OPERATOR
           MOVE WS-LV-TO-DATE TO LH-TO-DATE

           OPEN EXTEND LEAVE-HISTORY-FILE
           IF LVHIST-STATUS = "35"
               OPEN OUTPUT LEAVE-HISTORY-FILE
           END-IF.
           IF LVHIST-STATUS = "00"
               WRITE LEAVE-HISTORY-RECORD
           ELSE
               DISPLAY "Warning: could not write to leave history."
           END-IF.
           CLOSE LEAVE-HISTORY-FILE.

       OPEN-LEAVE-REQUEST-FILE-IO.
           OPEN I-O LEAVE-REQUEST-FILE
           IF LREQ-STATUS = "35"
               OPEN OUTPUT LEAVE-REQUEST-FILE
               CLOSE LEAVE-REQUEST-FILE
               OPEN I-O LEAVE-REQUEST-FILE
           END-IF.

       DEDUCTIONS-MAINTENANCE.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for deductions maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DM-CHOICE
           PERFORM UNTIL WS-DM-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Deductions Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Deductions for Employee"
               DISPLAY "2. Add Deduction"
               DISPLAY "3. Change Deduction"
               DISPLAY "4. Stop Deduction"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-DM-CHOICE

               EVALUATE WS-DM-CHOICE
                   WHEN 1
                       PERFORM DM-LIST
                   WHEN 2
                       PERFORM DM-ADD
                   WHEN 3
                       PERFORM DM-CHANGE
                   WHEN 4
                       PERFORM DM-STOP
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       DM-LIST.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT DEDUCTION-FILE
           IF DED-STATUS NOT = "00"
               DISPLAY "No deductions on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+------+----------------------+---+----------"
                   "+-------+----------+----------+"
           DISPLAY "| Code | Description          | M | Amount   "
                   "| Pct   | Start    | Stop     |"
           DISPLAY "+------+----------------------+---+----------"
                   "+-------+----------+----------+"

           MOVE 0 TO WS-DM-LISTED
           MOVE SEARCH-ID TO DED-EMPLOYEE-ID
           MOVE LOW-VALUES TO DED-CODE
           START DEDUCTION-FILE KEY IS >= DED-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DEDUCTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF DED-EMPLOYEE-ID NOT = SEARCH-ID
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-DM-LISTED
                           MOVE DED-AMOUNT TO WS-DM-AMT-DISP
                           MOVE DED-PERCENT TO WS-DM-PCT-DISP
                           DISPLAY "| " DED-CODE " | " DED-DESC
                                   " | " DED-METHOD " | "
                                   WS-DM-AMT-DISP " | "
                                   WS-DM-PCT-DISP " | "
                                   DED-START-DATE " | "
                                   DED-STOP-DATE " |"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DEDUCTION-FILE
           DISPLAY "+------+----------------------+---+----------"
                   "+-------+----------+----------+"
           IF WS-DM-LISTED = ZEROS
               DISPLAY "No deductions on file for that employee."
           END-IF.
           PERFORM PRESS-ENTER.

       DM-ADD.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.
           CLOSE EMPLOYEE-FILE
           IF FOUND-FLAG = "N"
               DISPLAY "Employee not found!"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Adding deduction for: " EMPLOYEE-NAME

           DISPLAY "Enter Deduction Code (4 chars, e.g. TAX1): "
           ACCEPT WS-DM-CODE
           IF WS-DM-CODE = SPACES
               DISPLAY "Deduction code cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Description: "
           ACCEPT WS-DM-DESC
           IF WS-DM-DESC = SPACES
               DISPLAY "Description cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Method - (F)lat amount or (P)ercent of gross: "
           ACCEPT WS-DM-METHOD
           IF WS-DM-METHOD = "f"
               MOVE "F" TO WS-DM-METHOD
           END-IF
           IF WS-DM-METHOD = "p"
               MOVE "P" TO WS-DM-METHOD
           END-IF
           IF WS-DM-METHOD NOT = "F" AND WS-DM-METHOD NOT = "P"
               DISPLAY "Invalid method. Enter F or P."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-DEDUCTION-FILE-IO
           IF DED-STATUS NOT = "00"
               DISPLAY "Error opening deductions.dat. Status: "
                       DED-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO DED-EMPLOYEE-ID
           MOVE WS-DM-CODE TO DED-CODE
           MOVE WS-DM-DESC TO DED-DESC
           MOVE WS-DM-METHOD TO DED-METHOD
           MOVE ZEROS TO DED-AMOUNT
           MOVE ZEROS TO DED-PERCENT

           IF WS-DM-METHOD = "F"
               DISPLAY "Enter per-period amount (e.g. 125.00): "
               ACCEPT WS-DM-VALUE-TEXT
               IF FUNCTION TEST-NUMVAL(WS-DM-VALUE-TEXT) NOT = 0
                   CLOSE DEDUCTION-FILE
                   DISPLAY "Invalid amount."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-DM-VALUE-TEXT) TO DED-AMOUNT
           ELSE
               DISPLAY "Enter percent of gross (e.g. 05.50): "
               ACCEPT WS-DM-VALUE-TEXT
               IF FUNCTION TEST-NUMVAL(WS-DM-VALUE-TEXT) NOT = 0
                   CLOSE DEDUCTION-FILE
                   DISPLAY "Invalid percentage."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-DM-VALUE-TEXT) TO DED-PERCENT
           END-IF

           DISPLAY "Enter Start Date (YYYYMMDD): "
           ACCEPT WS-DM-DATE-TEXT
           MOVE FUNCTION NUMVAL(WS-DM-DATE-TEXT) TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               CLOSE DEDUCTION-FILE
               DISPLAY "Invalid start date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VAL-DATE TO DED-START-DATE

           DISPLAY "Enter Stop Date (YYYYMMDD, 0=open-ended): "
           ACCEPT WS-DM-DATE-TEXT
           MOVE FUNCTION NUMVAL(WS-DM-DATE-TEXT) TO WS-VAL-DATE
           IF WS-VAL-DATE = ZEROS
               MOVE ZEROS TO DED-STOP-DATE
           ELSE
               PERFORM CHECK-CALENDAR-DATE
               IF WS-VAL-OK NOT = "Y"
                   CLOSE DEDUCTION-FILE
                   DISPLAY "Invalid stop date: " WS-VAL-ERROR
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VAL-DATE TO DED-STOP-DATE
           END-IF

           WRITE DEDUCTION-RECORD
               INVALID KEY
                   DISPLAY "That deduction code already exists for "
                           "this employee."
               NOT INVALID KEY
                   DISPLAY "Deduction added successfully!"
           END-WRITE.

           CLOSE DEDUCTION-FILE
           PERFORM PRESS-ENTER.

       DM-CHANGE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM DM-FETCH
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE DED-AMOUNT TO WS-DM-AMT-DISP
           MOVE DED-PERCENT TO WS-DM-PCT-DISP
           DISPLAY "Current: " DED-DESC " method " DED-METHOD
                   " amount " WS-DM-AMT-DISP
                   " pct " WS-DM-PCT-DISP
           DISPLAY "Start " DED-START-DATE "  Stop " DED-STOP-DATE
           DISPLAY "Enter new details (blank=keep):"

           DISPLAY "New Description: "
           ACCEPT WS-DM-DESC
           IF WS-DM-DESC NOT = SPACES
               MOVE WS-DM-DESC TO DED-DESC
           END-IF

           IF DED-METHOD = "F"
               DISPLAY "New per-period amount: "
           ELSE
               DISPLAY "New percent of gross: "
           END-IF
           ACCEPT WS-DM-VALUE-TEXT
           IF WS-DM-VALUE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-DM-VALUE-TEXT) NOT = 0
                   DISPLAY "Invalid value; keeping current."
               ELSE
                   IF DED-METHOD = "F"
                       MOVE FUNCTION NUMVAL(WS-DM-VALUE-TEXT)
                           TO DED-AMOUNT
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-DM-VALUE-TEXT)
                           TO DED-PERCENT
                   END-IF
               END-IF
           END-IF

           DISPLAY "New Start Date (YYYYMMDD): "
           ACCEPT WS-DM-DATE-TEXT
           IF WS-DM-DATE-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DM-DATE-TEXT) TO WS-VAL-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF WS-VAL-OK = "Y"
                   MOVE WS-VAL-DATE TO DED-START-DATE
               ELSE
                   DISPLAY "Invalid start date; keeping current."
               END-IF
           END-IF

           DISPLAY "New Stop Date (YYYYMMDD, 0=open-ended): "
           ACCEPT WS-DM-DATE-TEXT
           IF WS-DM-DATE-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-DM-DATE-TEXT) TO WS-VAL-DATE
               IF WS-VAL-DATE = ZEROS
                   MOVE ZEROS TO DED-STOP-DATE
               ELSE
                   PERFORM CHECK-CALENDAR-DATE
                   IF WS-VAL-OK = "Y"
                       MOVE WS-VAL-DATE TO DED-STOP-DATE
                   ELSE
                       DISPLAY "Invalid stop date; keeping current."
                   END-IF
               END-IF
           END-IF

           REWRITE DEDUCTION-RECORD
           IF DED-STATUS = "00"
               DISPLAY "Deduction updated successfully!"
           ELSE
               DISPLAY "Error updating deduction. Status: " DED-STATUS
           END-IF.

           CLOSE DEDUCTION-FILE
           PERFORM PRESS-ENTER.

       DM-STOP.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM DM-FETCH
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Stopping: " DED-DESC
           DISPLAY "Enter Stop Date (YYYYMMDD): "
           ACCEPT WS-DM-DATE-TEXT
           MOVE FUNCTION NUMVAL(WS-DM-DATE-TEXT) TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               CLOSE DEDUCTION-FILE
               DISPLAY "Invalid stop date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-VAL-DATE TO DED-STOP-DATE

           REWRITE DEDUCTION-RECORD
           IF DED-STATUS = "00"
               DISPLAY "Deduction stopped."
           ELSE
               DISPLAY "Error updating deduction. Status: " DED-STATUS
           END-IF.

           CLOSE DEDUCTION-FILE
           PERFORM PRESS-ENTER.

       DM-FETCH.
           MOVE "N" TO FOUND-FLAG
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Deduction Code: "
           ACCEPT WS-DM-CODE

           OPEN I-O DEDUCTION-FILE
           IF DED-STATUS NOT = "00"
               DISPLAY "No deductions on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO DED-EMPLOYEE-ID
           MOVE WS-DM-CODE TO DED-CODE
           READ DEDUCTION-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "N"
               CLOSE DEDUCTION-FILE
               DISPLAY "Deduction not found for that employee."
               PERFORM PRESS-ENTER
           END-IF.

       OPEN-DEDUCTION-FILE-IO.
           OPEN I-O DEDUCTION-FILE
           IF DED-STATUS = "35"
               OPEN OUTPUT DEDUCTION-FILE
               CLOSE DEDUCTION-FILE
               OPEN I-O DEDUCTION-FILE
           END-IF.

       PAY-CALENDAR-MAINTENANCE.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for pay calendar maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PCAL-CHOICE
           PERFORM UNTIL WS-PCAL-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Pay Calendar Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Pay Periods"
               DISPLAY "2. Add Pay Period"
               DISPLAY "3. Reopen Closed Period"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-PCAL-CHOICE

               EVALUATE WS-PCAL-CHOICE
                   WHEN 1
                       PERFORM PCAL-LIST
                   WHEN 2
                       PERFORM PCAL-ADD
                   WHEN 3
                       PERFORM PCAL-REOPEN
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       PCAL-LIST.
           PERFORM CLEAR-SCREEN
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "No pay calendar on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+------------+-----------+--------+"
           DISPLAY "| Period End | Frequency | Status |"
           DISPLAY "+------------+-----------+--------+"

           MOVE 0 TO WS-PCAL-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ CALENDAR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PCAL-LISTED
                       DISPLAY "| " PC-PERIOD-END "   | "
                               PC-FREQUENCY "         | "
                               PC-STATUS "      |"
               END-READ
           END-PERFORM.

           CLOSE CALENDAR-FILE
           DISPLAY "+------------+-----------+--------+"
           IF WS-PCAL-LISTED = ZEROS
               DISPLAY "No pay periods on file."
           END-IF.
           PERFORM PRESS-ENTER.

       PCAL-ADD.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Period End Date (YYYYMMDD): "
           ACCEPT WS-PCAL-DATE
           MOVE WS-PCAL-DATE TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid period end date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Pay Frequency - (M)onthly or (F)ortnightly: "
           ACCEPT WS-PCAL-FREQ
           IF WS-PCAL-FREQ = "m"
               MOVE "M" TO WS-PCAL-FREQ
           END-IF
           IF WS-PCAL-FREQ = "f"
               MOVE "F" TO WS-PCAL-FREQ
           END-IF
           IF WS-PCAL-FREQ NOT = "M" AND WS-PCAL-FREQ NOT = "F"
               DISPLAY "Invalid frequency. Enter M or F."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-CALENDAR-FILE-IO
           IF CAL-STATUS NOT = "00"
               DISPLAY "Error opening paycalendar.dat. Status: "
                       CAL-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PCAL-DATE TO PC-PERIOD-END
           MOVE WS-PCAL-FREQ TO PC-FREQUENCY
           MOVE "O" TO PC-STATUS
           WRITE CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "That period end date is already on the "
                           "calendar."
               NOT INVALID KEY
                   DISPLAY "Pay period added (status Open)."
           END-WRITE.

           CLOSE CALENDAR-FILE
           PERFORM PRESS-ENTER.

       PCAL-REOPEN.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Period End Date to reopen (YYYYMMDD): "
           ACCEPT WS-PCAL-DATE

           OPEN I-O CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "No pay calendar on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PCAL-DATE TO PC-PERIOD-END
           READ CALENDAR-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.

           IF FOUND-FLAG = "N"
               CLOSE CALENDAR-FILE
               DISPLAY "Period not found on the calendar."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           IF PC-STATUS NOT = "C"
               CLOSE CALENDAR-FILE
               DISPLAY "That period is not closed."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE "O" TO PC-STATUS
           REWRITE CALENDAR-RECORD
           IF CAL-STATUS = "00"
               DISPLAY "Period reopened."
           ELSE
               DISPLAY "Error updating period. Status: " CAL-STATUS
           END-IF.

           CLOSE CALENDAR-FILE
           PERFORM PRESS-ENTER.

       OPEN-CALENDAR-FILE-IO.
           OPEN I-O CALENDAR-FILE
           IF CAL-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.

       PENDING-CHANGES.
           MOVE 0 TO WS-PT-CHOICE
           PERFORM UNTIL WS-PT-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Pending Changes"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. Enter Pending Change"
               DISPLAY "2. List Pending Changes for Employee"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-PT-CHOICE

               EVALUATE WS-PT-CHOICE
                   WHEN 1
                       PERFORM PT-ENTER
                   WHEN 2
                       PERFORM PT-LIST
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       PT-ENTER.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required to enter pending changes."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.
           CLOSE EMPLOYEE-FILE
           IF FOUND-FLAG = "N"
               DISPLAY "Employee not found!"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Pending change for: " EMPLOYEE-NAME

           DISPLAY "Change type - (D)ept transfer, (T)itle change "
                   "or (S)alary change: "
           ACCEPT WS-PT-TYPE
           IF WS-PT-TYPE = "d"
               MOVE "D" TO WS-PT-TYPE
           END-IF
           IF WS-PT-TYPE = "t"
               MOVE "T" TO WS-PT-TYPE
           END-IF
           IF WS-PT-TYPE = "s"
               MOVE "S" TO WS-PT-TYPE
           END-IF
           IF WS-PT-TYPE NOT = "D" AND WS-PT-TYPE NOT = "T" AND
              WS-PT-TYPE NOT = "S"
               DISPLAY "Invalid change type. Enter D, T or S."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-PT-TYPE
               WHEN "D"
                   DISPLAY "Enter new Department Code: "
                   ACCEPT WS-PT-VALUE
                   MOVE WS-PT-VALUE(1:10) TO WS-DEPT-LOOKUP
                   PERFORM CHECK-DEPARTMENT-CODE
                   IF WS-DEPT-VALID NOT = "Y"
                       DISPLAY "Unknown or retired department code."
                       PERFORM PRESS-ENTER
                       EXIT PARAGRAPH
                   END-IF
               WHEN "T"
                   DISPLAY "Enter new Job Title: "
                   ACCEPT WS-PT-VALUE
                   IF WS-PT-VALUE = SPACES
                       DISPLAY "Job title cannot be empty."
                       PERFORM PRESS-ENTER
                       EXIT PARAGRAPH
                   END-IF
               WHEN "S"
                   DISPLAY "Enter new Salary (e.g. 0045000.00): "
                   ACCEPT WS-PT-VALUE
                   IF FUNCTION TEST-NUMVAL(WS-PT-VALUE) NOT = 0
                       DISPLAY "Invalid salary."
                       PERFORM PRESS-ENTER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-PT-VALUE)
                       TO WS-PT-SALARY
                   IF WS-PT-SALARY = ZEROS
                       DISPLAY "Salary must be greater than zero."
                       PERFORM PRESS-ENTER
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE.

           DISPLAY "Enter Effective Date (YYYYMMDD): "
           ACCEPT WS-PT-EFF-DATE
           MOVE WS-PT-EFF-DATE TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid effective date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PT-TODAY
           IF WS-PT-EFF-DATE <= WS-PT-TODAY
               DISPLAY "Effective date must be in the future. Use "
                       "Edit Employee for same-day changes."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO PT-EMPLOYEE-ID
           MOVE WS-PT-TYPE TO PT-TRANS-TYPE
           MOVE WS-PT-VALUE TO PT-NEW-VALUE
           MOVE WS-PT-EFF-DATE TO PT-EFFECTIVE-DATE
           MOVE "P" TO PT-STATUS
           MOVE WS-CURRENT-OPERATOR TO PT-ENTERED-BY

           OPEN EXTEND PENDING-FILE
           IF PEND-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF.
           IF PEND-STATUS = "00"
               WRITE PENDING-TRANS-RECORD
               IF PEND-STATUS = "00"
                   DISPLAY "Pending change recorded. It will be "
                           "applied by the daily batch on "
                           WS-PT-EFF-DATE "."
               ELSE
                   DISPLAY "Error writing pending change. Status: "
                           PEND-STATUS
               END-IF
           ELSE
               DISPLAY "Error opening pending_trans.dat. Status: "
                       PEND-STATUS
           END-IF.
           CLOSE PENDING-FILE
           PERFORM PRESS-ENTER.

       PT-LIST.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID (0 = all employees): "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT PENDING-FILE
           IF PEND-STATUS NOT = "00"
               DISPLAY "No pending changes on file."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+-------+---+----------------------+----------"
                   "+------------+"
           DISPLAY "| ID    | T | New Value            | Eff Date "
                   "| Entered By |"
           DISPLAY "+-------+---+----------------------+----------"
                   "+------------+"

           MOVE 0 TO WS-PT-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ PENDING-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF PT-STATUS = "P" AND
                          (SEARCH-ID = ZEROS OR
                           PT-EMPLOYEE-ID = SEARCH-ID)
                           ADD 1 TO WS-PT-LISTED
                           DISPLAY "| " PT-EMPLOYEE-ID " | "
                                   PT-TRANS-TYPE " | "
                                   PT-NEW-VALUE " | "
                                   PT-EFFECTIVE-DATE " | "
                                   PT-ENTERED-BY " |"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PENDING-FILE
           DISPLAY "+-------+---+----------------------+----------"
                   "+------------+"
           IF WS-PT-LISTED = ZEROS
               DISPLAY "No pending changes matched."
           ELSE
               DISPLAY WS-PT-LISTED " pending change(s) on file."
           END-IF.
           PERFORM PRESS-ENTER.

       SUBMIT-APPROVAL-REQUEST.
           MOVE SPACES TO APPROVAL-QUEUE-RECORD
           MOVE "P" TO AQ-STATUS
           MOVE WS-AQ-ACTION TO AQ-ACTION
           MOVE EMPLOYEE-ID TO AQ-EMPLOYEE-ID
           IF WS-AQ-ACTION = "DELETE"
               MOVE WS-TERM-REASON TO AQ-REASON-CODE
               MOVE WS-TERM-LAST-DAY TO AQ-LAST-DAY
           ELSE
               MOVE SPACES TO AQ-REASON-CODE
               MOVE ZEROS TO AQ-LAST-DAY
           END-IF
           IF WS-AQ-ACTION = "ADD"
               MOVE WS-RQ-NUMBER TO AQ-REQ-NUMBER
           END-IF
           IF WS-AQ-ACTION = "EARN"
               MOVE WS-OE-IMAGE TO AQ-NEW-RECORD
           ELSE
               MOVE EMPLOYEE-RECORD TO AQ-NEW-RECORD
           END-IF
           MOVE WS-AUDIT-BEFORE TO AQ-BEFORE
           MOVE WS-AUDIT-AFTER TO AQ-AFTER
           MOVE WS-CURRENT-OPERATOR TO AQ-SUBMITTED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO AQ-SUBMITTED-TS
           MOVE SPACES TO AQ-REVIEWED-BY

           OPEN EXTEND APPROVAL-FILE
           IF AQUE-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
           END-IF.
           IF AQUE-STATUS = "00"
               WRITE APPROVAL-QUEUE-RECORD
               IF AQUE-STATUS = "00"
                   DISPLAY "Request submitted for supervisor "
                           "approval."
               ELSE
                   DISPLAY "Error writing to the approval queue. "
                           "Status: " AQUE-STATUS
               END-IF
           ELSE
               DISPLAY "Error opening approval_queue.dat. Status: "
                       AQUE-STATUS
           END-IF.
           CLOSE APPROVAL-FILE.

       APPROVAL-QUEUE-REVIEW.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required to review the approval queue."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT APPROVAL-FILE
           IF AQUE-STATUS NOT = "00"
               DISPLAY "No approval queue on file."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT AQ-TEMP-FILE
           IF AQTMP-STATUS NOT = "00"
               CLOSE APPROVAL-FILE
               DISPLAY "Could not open approval_queue.tmp; review "
                       "cancelled."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-AQ-PENDING
           MOVE 0 TO WS-AQ-ACTIONED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ APPROVAL-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF AQ-STATUS = "P"
                           PERFORM REVIEW-ONE-REQUEST
                       END-IF
                       MOVE APPROVAL-QUEUE-RECORD TO AQ-TEMP-RECORD
                       WRITE AQ-TEMP-RECORD
               END-READ
           END-PERFORM.

           CLOSE APPROVAL-FILE
           CLOSE AQ-TEMP-FILE

           CALL "CBL_COPY_FILE" USING "approval_queue.tmp"
                                       "approval_queue.dat"
               RETURNING WS-BACKUP-STATUS
           END-CALL
           IF WS-BACKUP-STATUS NOT = 0
               DISPLAY "Warning: could not update approval_queue"
                       ".dat; decisions were NOT saved."
           END-IF

           IF WS-AQ-PENDING = ZEROS
               DISPLAY "No pending requests in the approval queue."
           ELSE
               DISPLAY WS-AQ-ACTIONED " of " WS-AQ-PENDING
                       " pending request(s) actioned."
           END-IF.
           PERFORM PRESS-ENTER.

       REVIEW-ONE-REQUEST.
           ADD 1 TO WS-AQ-PENDING
           DISPLAY "-------------------------------------------"
           DISPLAY "Action: " AQ-ACTION "  Employee ID: "
                   AQ-EMPLOYEE-ID
           DISPLAY "Submitted by " AQ-SUBMITTED-BY " at "
                   AQ-SUBMITTED-TS(1:8) " " AQ-SUBMITTED-TS(9:6)
           DISPLAY "  Before: " AQ-BEFORE
           DISPLAY "  After:  " AQ-AFTER
           DISPLAY "(A)pprove, (R)eject or (S)kip? "
           ACCEPT WS-AQ-DECISION
           IF WS-AQ-DECISION = "a"
               MOVE "A" TO WS-AQ-DECISION
           END-IF
           IF WS-AQ-DECISION = "r"
               MOVE "R" TO WS-AQ-DECISION
           END-IF

           EVALUATE WS-AQ-DECISION
               WHEN "A"
                   PERFORM AQ-APPLY-REQUEST
                   IF WS-AQ-APPLY-OK = "Y"
                       MOVE "A" TO AQ-STATUS
                       MOVE WS-CURRENT-OPERATOR TO AQ-REVIEWED-BY
                       ADD 1 TO WS-AQ-ACTIONED
                   ELSE
                       DISPLAY "Request left pending."
                   END-IF
               WHEN "R"
                   MOVE "R" TO AQ-STATUS
                   MOVE WS-CURRENT-OPERATOR TO AQ-REVIEWED-BY
                   ADD 1 TO WS-AQ-ACTIONED
                   DISPLAY "Request rejected."
               WHEN OTHER
                   DISPLAY "Request skipped."
           END-EVALUATE.

       AQ-APPLY-REQUEST.
           MOVE "N" TO WS-AQ-APPLY-OK
           MOVE AQ-NEW-RECORD TO WS-AQ-NEW-IMAGE
           EVALUATE AQ-ACTION
               WHEN "ADD"
                   PERFORM AQ-APPLY-ADD
               WHEN "EDIT"
                   PERFORM AQ-APPLY-EDIT
               WHEN "DELETE"
                   PERFORM AQ-APPLY-DELETE
               WHEN "EARN"
                   PERFORM AQ-APPLY-EARNING
               WHEN OTHER
                   DISPLAY "Unknown queued action " AQ-ACTION "."
           END-EVALUATE.

       AQ-APPLY-ADD.
           MOVE WS-AQ-NEW-IMAGE(38:10) TO WS-PB-DEPT
           PERFORM ENFORCE-POSITION-BUDGET
           IF WS-PB-BLOCKED = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-EMPLOYEE-FILE-IO
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. Status: " FILE-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AQ-NEW-IMAGE TO EMPLOYEE-RECORD
           PERFORM GET-NEXT-EMPLOYEE-ID
           IF WS-COUNTER-OK NOT = "Y"
               CLOSE EMPLOYEE-FILE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Assigned Employee ID: " EMPLOYEE-ID
           WRITE EMPLOYEE-RECORD
           IF FILE-STATUS = "00"
               DISPLAY "Employee record added successfully!"
               MOVE "N/A" TO WS-AUDIT-BEFORE
               PERFORM AQ-BUILD-AUDIT-AFTER
               MOVE "ADD" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               MOVE "Y" TO WS-AQ-APPLY-OK
               IF AQ-REQ-NUMBER IS NUMERIC AND
                  AQ-REQ-NUMBER NOT = ZEROS
                   MOVE AQ-REQ-NUMBER TO WS-RQ-NUMBER
                   PERFORM RQ-CLOSE-REQUISITION
               END-IF
           ELSE
               DISPLAY "Error writing record. Status: " FILE-STATUS
           END-IF.
           CLOSE EMPLOYEE-FILE.

       AQ-APPLY-EDIT.
           MOVE AQ-EMPLOYEE-ID TO SEARCH-ID
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. Status: " FILE-STATUS
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF.

           MOVE AQ-EMPLOYEE-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CLOSE EMPLOYEE-FILE
                   DISPLAY "Employee no longer on the active roster;"
                           " reject this request."
                   PERFORM RELEASE-RECORD-LOCK
                   EXIT PARAGRAPH
           END-READ

           PERFORM BUILD-AUDIT-BEFORE
           MOVE SALARY TO WS-OLD-SALARY
           MOVE WS-AQ-NEW-IMAGE TO EMPLOYEE-RECORD

           REWRITE EMPLOYEE-RECORD
           IF FILE-STATUS = "00"
               DISPLAY "Employee record updated successfully!"
               PERFORM AQ-BUILD-AUDIT-AFTER
               MOVE "EDIT" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               IF SALARY NOT = WS-OLD-SALARY
                   PERFORM WRITE-SALARY-HISTORY
               END-IF
               MOVE "Y" TO WS-AQ-APPLY-OK
           ELSE
               DISPLAY "Error updating record. Status: " FILE-STATUS
           END-IF.
           CLOSE EMPLOYEE-FILE
           PERFORM RELEASE-RECORD-LOCK.

       AQ-APPLY-DELETE.
           MOVE AQ-EMPLOYEE-ID TO SEARCH-ID
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. Status: " FILE-STATUS
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF.

           MOVE AQ-REASON-CODE TO WS-TERM-REASON
           IF AQ-LAST-DAY IS NUMERIC
               MOVE AQ-LAST-DAY TO WS-TERM-LAST-DAY
           ELSE
               MOVE ZEROS TO WS-TERM-LAST-DAY
           END-IF
           PERFORM RESOLVE-DIRECT-REPORTS
           IF WS-RPT-CHOICE = "C"
               CLOSE EMPLOYEE-FILE
               DISPLAY "Delete not applied: direct reports were "
                       "not reassigned."
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE SEARCH-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   CLOSE EMPLOYEE-FILE
                   DISPLAY "Employee no longer on the active roster;"
                           " reject this request."
                   PERFORM RELEASE-RECORD-LOCK
                   EXIT PARAGRAPH
           END-READ

           PERFORM BUILD-AUDIT-BEFORE
           PERFORM ARCHIVE-TERMINATED-EMPLOYEE
           IF WS-ARCHIVE-OK NOT = "Y"
               CLOSE EMPLOYEE-FILE
               DISPLAY "Delete not applied: could not archive the "
                       "record to terminated.dat."
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           DELETE EMPLOYEE-FILE
           IF FILE-STATUS = "00"
               DISPLAY "Employee record deleted successfully!"
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "N/A SUB=" DELIMITED BY SIZE
                      AQ-SUBMITTED-BY DELIMITED BY SIZE
                      INTO WS-AUDIT-AFTER
               END-STRING
               MOVE "DELETE" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
               PERFORM ARCHIVE-CONTACT-RECORD
               IF WS-RPT-CHOICE = "R"
                   PERFORM REASSIGN-DIRECT-REPORTS
               END-IF
               MOVE "Y" TO WS-AQ-APPLY-OK
           ELSE
               DISPLAY "Error deleting record. Status: " FILE-STATUS
           END-IF.
           CLOSE EMPLOYEE-FILE
           PERFORM RELEASE-RECORD-LOCK.

       AQ-BUILD-AUDIT-AFTER.
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "NAME=" DELIMITED BY SIZE
                  EMPLOYEE-NAME DELIMITED BY SIZE
                  " AGE=" DELIMITED BY SIZE
                  EMPLOYEE-AGE DELIMITED BY SIZE
                  " DEPT=" DELIMITED BY SIZE
                  DEPARTMENT-CODE DELIMITED BY SIZE
                  " JOB=" DELIMITED BY SIZE
                  JOB-TITLE DELIMITED BY SIZE
                  " HIRE=" DELIMITED BY SIZE
                  HIRE-DATE DELIMITED BY SIZE
                  " SALARY=" DELIMITED BY SIZE
                  SALARY DELIMITED BY SIZE
                  " MGR=" DELIMITED BY SIZE
                  MANAGER-ID DELIMITED BY SIZE
                  " SUB=" DELIMITED BY SIZE
                  AQ-SUBMITTED-BY DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING.

       TERM-REASON-MAINTENANCE.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for termination reason maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-TRM-CHOICE
           PERFORM UNTIL WS-TRM-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Termination Reason Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Reason Codes"
               DISPLAY "2. Add Reason Code"
               DISPLAY "3. Update Reason Code"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-TRM-CHOICE

               EVALUATE WS-TRM-CHOICE
                   WHEN 1
                       PERFORM TRM-LIST
                   WHEN 2
                       PERFORM TRM-ADD
                   WHEN 3
                       PERFORM TRM-UPDATE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       TRM-LIST.
           PERFORM CLEAR-SCREEN
           OPEN INPUT TERM-REASON-FILE
           IF TREAS-STATUS NOT = "00"
               DISPLAY "No termination reasons on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+------+--------------------------------+-----+"
           DISPLAY "| Code | Description                    | Vol |"
           DISPLAY "+------+--------------------------------+-----+"

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TERM-REASON-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       DISPLAY "| " TR-CODE " | " TR-DESC " | "
                               TR-VOLUNTARY "   |"
               END-READ
           END-PERFORM.

           CLOSE TERM-REASON-FILE
           DISPLAY "+------+--------------------------------+-----+"
           PERFORM PRESS-ENTER.

       TRM-ADD.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter new Reason Code (4 chars): "
           ACCEPT WS-TRM-CODE
           IF WS-TRM-CODE = SPACES
               DISPLAY "Reason code cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Description: "
           ACCEPT WS-TRM-DESC
           IF WS-TRM-DESC = SPACES
               DISPLAY "Description cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Voluntary termination? (Y/N): "
           ACCEPT WS-TRM-VOL
           IF WS-TRM-VOL = "y"
               MOVE "Y" TO WS-TRM-VOL
           END-IF
           IF WS-TRM-VOL NOT = "Y"
               MOVE "N" TO WS-TRM-VOL
           END-IF

           PERFORM OPEN-TERM-REASON-FILE-IO
           IF TREAS-STATUS NOT = "00"
               DISPLAY "Error opening term_reasons.dat. Status: "
                       TREAS-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TRM-CODE TO TR-CODE
           MOVE WS-TRM-DESC TO TR-DESC
           MOVE WS-TRM-VOL TO TR-VOLUNTARY
           WRITE TERM-REASON-RECORD
               INVALID KEY
                   DISPLAY "That reason code already exists."
               NOT INVALID KEY
                   DISPLAY "Reason code added successfully!"
           END-WRITE.

           CLOSE TERM-REASON-FILE
           PERFORM PRESS-ENTER.

       TRM-UPDATE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Reason Code to update: "
           ACCEPT WS-TRM-CODE

           OPEN I-O TERM-REASON-FILE
           IF TREAS-STATUS NOT = "00"
               DISPLAY "No termination reasons on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TRM-CODE TO TR-CODE
           READ TERM-REASON-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.

           IF FOUND-FLAG = "N"
               CLOSE TERM-REASON-FILE
               DISPLAY "Reason code not found!"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Current Description: " TR-DESC
           DISPLAY "Current Voluntary flag: " TR-VOLUNTARY
           DISPLAY "Enter new Description (blank=keep): "
           ACCEPT WS-TRM-DESC
           IF WS-TRM-DESC NOT = SPACES
               MOVE WS-TRM-DESC TO TR-DESC
           END-IF
           DISPLAY "Voluntary termination? (Y/N, blank=keep): "
           ACCEPT WS-TRM-VOL
           IF WS-TRM-VOL = "y"
               MOVE "Y" TO WS-TRM-VOL
           END-IF
           IF WS-TRM-VOL = "n"
               MOVE "N" TO WS-TRM-VOL
           END-IF
           IF WS-TRM-VOL = "Y" OR WS-TRM-VOL = "N"
               MOVE WS-TRM-VOL TO TR-VOLUNTARY
           END-IF

           REWRITE TERM-REASON-RECORD
           IF TREAS-STATUS = "00"
               DISPLAY "Reason code updated successfully!"
           ELSE
               DISPLAY "Error updating reason code. Status: "
                       TREAS-STATUS
           END-IF.

           CLOSE TERM-REASON-FILE
           PERFORM PRESS-ENTER.

       OPEN-TERM-REASON-FILE-IO.
           OPEN I-O TERM-REASON-FILE
           IF TREAS-STATUS = "35"
               OPEN OUTPUT TERM-REASON-FILE
               CLOSE TERM-REASON-FILE
               OPEN I-O TERM-REASON-FILE
           END-IF.

       CHECK-TERM-REASON.
           MOVE "N" TO WS-TRM-VALID
           OPEN INPUT TERM-REASON-FILE
           IF TREAS-STATUS NOT = "00"
               DISPLAY "Warning: could not open term_reasons.dat "
                       "(status " TREAS-STATUS ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TERM-REASON TO TR-CODE
           READ TERM-REASON-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRM-VALID
               NOT INVALID KEY
                   MOVE "Y" TO WS-TRM-VALID
           END-READ.
           CLOSE TERM-REASON-FILE.

       ACQUIRE-RECORD-LOCK.
           MOVE "N" TO WS-LOCK-OK
           OPEN I-O LOCK-FILE
           IF LOCK-STATUS = "35"
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
               OPEN I-O LOCK-FILE
           END-IF.
           IF LOCK-STATUS NOT = "00"
               DISPLAY "Warning: could not open record_locks.dat "
                       "(status " LOCK-STATUS "); proceeding "
                       "without a lock."
               MOVE "Y" TO WS-LOCK-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO LCK-EMPLOYEE-ID
           READ LOCK-FILE
               INVALID KEY
                   MOVE SEARCH-ID TO LCK-EMPLOYEE-ID
                   MOVE WS-CURRENT-OPERATOR TO LCK-OPERATOR
                   MOVE FUNCTION CURRENT-DATE(1:14)
                       TO LCK-TIMESTAMP
                   WRITE LOCK-RECORD
                       INVALID KEY
                           DISPLAY "Record is in use at another "
                                   "terminal; try again shortly."
                       NOT INVALID KEY
                           MOVE "Y" TO WS-LOCK-OK
                   END-WRITE
               NOT INVALID KEY
                   IF LCK-OPERATOR = WS-CURRENT-OPERATOR
                       MOVE "Y" TO WS-LOCK-OK
                   ELSE
                       DISPLAY "Record " LCK-EMPLOYEE-ID " is in "
                               "use by operator " LCK-OPERATOR
                               " since " LCK-TIMESTAMP(1:8) " "
                               LCK-TIMESTAMP(9:6) "."
                       DISPLAY "If that session crashed, a "
                               "supervisor can clear the lock from "
                               "Record Lock Maintenance."
                   END-IF
           END-READ.
           CLOSE LOCK-FILE.

       RELEASE-RECORD-LOCK.
           OPEN I-O LOCK-FILE
           IF LOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO LCK-EMPLOYEE-ID
           READ LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LCK-OPERATOR = WS-CURRENT-OPERATOR
                       DELETE LOCK-FILE
                   END-IF
           END-READ.
           CLOSE LOCK-FILE.

       LOCK-MAINTENANCE.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for record lock maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-LOCK-CHOICE
           PERFORM UNTIL WS-LOCK-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Record Lock Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Locks"
               DISPLAY "2. Clear Stale Lock"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-LOCK-CHOICE

               EVALUATE WS-LOCK-CHOICE
                   WHEN 1
                       PERFORM LOCK-LIST
                   WHEN 2
                       PERFORM LOCK-CLEAR
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       LOCK-LIST.
           PERFORM CLEAR-SCREEN
           OPEN INPUT LOCK-FILE
           IF LOCK-STATUS NOT = "00"
               DISPLAY "No record locks on file."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+-------+------------+----------------+"
           DISPLAY "| ID    | Operator   | Locked At      |"
           DISPLAY "+-------+------------+----------------+"

           MOVE 0 TO WS-LOCK-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ LOCK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LOCK-LISTED
                       DISPLAY "| " LCK-EMPLOYEE-ID " | "
                               LCK-OPERATOR " | "
                               LCK-TIMESTAMP " |"
               END-READ
           END-PERFORM.

           CLOSE LOCK-FILE
           DISPLAY "+-------+------------+----------------+"
           IF WS-LOCK-LISTED = ZEROS
               DISPLAY "No records are locked."
           END-IF.
           PERFORM PRESS-ENTER.

       LOCK-CLEAR.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID of the lock to clear: "
           ACCEPT WS-LOCK-CLEAR-ID
           IF WS-LOCK-CLEAR-ID IS NOT NUMERIC OR
              WS-LOCK-CLEAR-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O LOCK-FILE
           IF LOCK-STATUS NOT = "00"
               DISPLAY "No record locks on file."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LOCK-CLEAR-ID TO LCK-EMPLOYEE-ID
           READ LOCK-FILE
               INVALID KEY
                   DISPLAY "No lock held on that record."
               NOT INVALID KEY
                   DISPLAY "Clearing lock held by " LCK-OPERATOR
                           " since " LCK-TIMESTAMP(1:8) " "
                           LCK-TIMESTAMP(9:6) "."
                   DELETE LOCK-FILE
                   IF LOCK-STATUS = "00"
                       DISPLAY "Lock cleared."
                   ELSE
                       DISPLAY "Error clearing lock. Status: "
                               LOCK-STATUS
                   END-IF
           END-READ.
           CLOSE LOCK-FILE
           PERFORM PRESS-ENTER.

       POSITION-BUDGET-MAINTENANCE.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for position budget maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PB-CHOICE
           PERFORM UNTIL WS-PB-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Position Budget Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Position Budgets"
               DISPLAY "2. Add Position Budget"
               DISPLAY "3. Update Position Budget"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-PB-CHOICE

               EVALUATE WS-PB-CHOICE
                   WHEN 1
                       PERFORM PB-LIST
                   WHEN 2
                       PERFORM PB-ADD
                   WHEN 3
                       PERFORM PB-UPDATE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       PB-LIST.
           PERFORM CLEAR-SCREEN
           OPEN INPUT BUDGET-FILE
           IF PBUD-STATUS NOT = "00"
               DISPLAY "No position budgets on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+------------+------+----------+--------------"
                   "--+"
           DISPLAY "| Dept       | FY   | AuthHead | Budget Salary"
                   "  |"
           DISPLAY "+------------+------+----------+--------------"
                   "--+"

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE PB-BUDGET-SALARY TO WS-PB-SAL-DISP
                       DISPLAY "| " PB-DEPT-CODE " | "
                               PB-FISCAL-YEAR " | "
                               PB-AUTH-HEADCOUNT "     | "
                               WS-PB-SAL-DISP " |"
               END-READ
           END-PERFORM.

           CLOSE BUDGET-FILE
           DISPLAY "+------------+------+----------+--------------"
                   "--+"
           PERFORM PRESS-ENTER.

       PB-ADD.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Department Code: "
           ACCEPT WS-PB-DEPT
           MOVE WS-PB-DEPT TO WS-DEPT-LOOKUP
           PERFORM CHECK-DEPARTMENT-CODE
           IF WS-DEPT-VALID NOT = "Y"
               DISPLAY "Unknown or retired department code."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Fiscal Year (YYYY): "
           ACCEPT WS-PB-YEAR
           IF WS-PB-YEAR IS NOT NUMERIC OR
              WS-PB-YEAR < 1900 OR WS-PB-YEAR > 2100
               DISPLAY "Invalid fiscal year."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-BUDGET-FILE-IO
           IF PBUD-STATUS NOT = "00"
               DISPLAY "Error opening position_budget.dat. Status: "
                       PBUD-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PB-DEPT TO PB-DEPT-CODE
           MOVE WS-PB-YEAR TO PB-FISCAL-YEAR

           DISPLAY "Enter Authorized Headcount: "
           ACCEPT WS-PB-AUTH-TEXT
           IF FUNCTION TEST-NUMVAL(WS-PB-AUTH-TEXT) NOT = 0
               CLOSE BUDGET-FILE
               DISPLAY "Invalid headcount."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PB-AUTH-TEXT)
               TO PB-AUTH-HEADCOUNT

           DISPLAY "Enter Budgeted Salary Total (e.g. 1250000.00): "
           ACCEPT WS-PB-SAL-TEXT
           IF FUNCTION TEST-NUMVAL(WS-PB-SAL-TEXT) NOT = 0
               CLOSE BUDGET-FILE
               DISPLAY "Invalid budgeted salary total."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-PB-SAL-TEXT)
               TO PB-BUDGET-SALARY

           WRITE BUDGET-RECORD
               INVALID KEY
                   DISPLAY "A budget for that department and fiscal "
                           "year already exists."
               NOT INVALID KEY
                   DISPLAY "Position budget added successfully!"
           END-WRITE.

           CLOSE BUDGET-FILE
           PERFORM PRESS-ENTER.

       PB-UPDATE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Department Code: "
           ACCEPT WS-PB-DEPT
           DISPLAY "Enter Fiscal Year (YYYY): "
           ACCEPT WS-PB-YEAR

           OPEN I-O BUDGET-FILE
           IF PBUD-STATUS NOT = "00"
               DISPLAY "No position budgets on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PB-DEPT TO PB-DEPT-CODE
           MOVE WS-PB-YEAR TO PB-FISCAL-YEAR
           READ BUDGET-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.

           IF FOUND-FLAG = "N"
               CLOSE BUDGET-FILE
               DISPLAY "No budget on file for that department and "
                       "fiscal year."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE PB-BUDGET-SALARY TO WS-PB-SAL-DISP
           DISPLAY "Current Authorized Headcount: "
                   PB-AUTH-HEADCOUNT
           DISPLAY "Current Budgeted Salary: " WS-PB-SAL-DISP
           DISPLAY "Enter new Authorized Headcount (blank=keep): "
           ACCEPT WS-PB-AUTH-TEXT
           IF WS-PB-AUTH-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PB-AUTH-TEXT) = 0
                   MOVE FUNCTION NUMVAL(WS-PB-AUTH-TEXT)
                       TO PB-AUTH-HEADCOUNT
               ELSE
                   DISPLAY "Invalid headcount; keeping current."
               END-IF
           END-IF
           DISPLAY "Enter new Budgeted Salary Total (blank=keep): "
           ACCEPT WS-PB-SAL-TEXT
           IF WS-PB-SAL-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PB-SAL-TEXT) = 0
                   MOVE FUNCTION NUMVAL(WS-PB-SAL-TEXT)
                       TO PB-BUDGET-SALARY
               ELSE
                   DISPLAY "Invalid budget total; keeping current."
               END-IF
           END-IF

           REWRITE BUDGET-RECORD
           IF PBUD-STATUS = "00"
               DISPLAY "Position budget updated successfully!"
           ELSE
               DISPLAY "Error updating budget. Status: " PBUD-STATUS
           END-IF.

           CLOSE BUDGET-FILE
           PERFORM PRESS-ENTER.

       OPEN-BUDGET-FILE-IO.
           OPEN I-O BUDGET-FILE
           IF PBUD-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.

       CHECK-POSITION-BUDGET.
           MOVE "N" TO WS-PB-OVER
           MOVE 0 TO WS-PB-COUNT
           MOVE 0 TO WS-PB-AUTH
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PB-YEAR

           OPEN INPUT BUDGET-FILE
           IF PBUD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PB-DEPT TO PB-DEPT-CODE
           MOVE WS-PB-YEAR TO PB-FISCAL-YEAR
           READ BUDGET-FILE
               INVALID KEY
                   CLOSE BUDGET-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE PB-AUTH-HEADCOUNT TO WS-PB-AUTH
           CLOSE BUDGET-FILE

           MOVE EMPLOYEE-RECORD TO WS-SAVED-EMPLOYEE
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
                       IF DEPARTMENT-CODE = WS-PB-DEPT
                           ADD 1 TO WS-PB-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE WS-SAVED-EMPLOYEE TO EMPLOYEE-RECORD
           MOVE "N" TO END-OF-FILE

           IF WS-PB-COUNT >= WS-PB-AUTH
               MOVE "Y" TO WS-PB-OVER
           END-IF.

       ENFORCE-POSITION-BUDGET.
           MOVE "N" TO WS-PB-BLOCKED
           PERFORM CHECK-POSITION-BUDGET
           IF WS-PB-OVER NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Department " WS-PB-DEPT " is at or over its "
                   "authorized headcount (" WS-PB-COUNT " of "
                   WS-PB-AUTH ") for FY " WS-PB-YEAR "."
           IF WS-IS-SUPERVISOR = "Y"
               DISPLAY "Supervisor override - hire anyway? (Y/N): "
               ACCEPT WS-PB-OVERRIDE
               IF WS-PB-OVERRIDE NOT = "Y" AND
                  WS-PB-OVERRIDE NOT = "y"
                   MOVE "Y" TO WS-PB-BLOCKED
               END-IF
           ELSE
               DISPLAY "Hire blocked: a supervisor override is "
                       "required to exceed the position budget."
               MOVE "Y" TO WS-PB-BLOCKED
           END-IF.

       SALARY-BAND-MAINTENANCE.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for salary band maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SB-CHOICE
           PERFORM UNTIL WS-SB-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Salary Band Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Salary Bands"
               DISPLAY "2. Add Salary Band"
               DISPLAY "3. Update Salary Band"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-SB-CHOICE

               EVALUATE WS-SB-CHOICE
                   WHEN 1
                       PERFORM SB-LIST
                   WHEN 2
                       PERFORM SB-ADD
                   WHEN 3
                       PERFORM SB-UPDATE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       SB-LIST.
           PERFORM CLEAR-SCREEN
           OPEN INPUT BAND-FILE
           IF SBND-STATUS NOT = "00"
               DISPLAY "No salary bands on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+----------------------+------------+---------"
                   "---+------------+"
           DISPLAY "| Job Title            | Minimum    | Midpoint"
                   "   | Maximum    |"
           DISPLAY "+----------------------+------------+---------"
                   "---+------------+"

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BAND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SB-BAND-MIN TO WS-SB-MIN-DISP
                       MOVE SB-BAND-MID TO WS-SB-MID-DISP
                       MOVE SB-BAND-MAX TO WS-SB-MAX-DISP
                       DISPLAY "| " SB-JOB-TITLE " | "
                               WS-SB-MIN-DISP " | "
                               WS-SB-MID-DISP " | "
                               WS-SB-MAX-DISP " |"
               END-READ
           END-PERFORM.

           CLOSE BAND-FILE
           DISPLAY "+----------------------+------------+---------"
                   "---+------------+"
           PERFORM PRESS-ENTER.

       SB-ADD.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Job Title: "
           ACCEPT WS-SB-JOB
           IF WS-SB-JOB = SPACES
               DISPLAY "Job title cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-BAND-FILE-IO
           IF SBND-STATUS NOT = "00"
               DISPLAY "Error opening salary_bands.dat. Status: "
                       SBND-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SB-JOB TO SB-JOB-TITLE

           DISPLAY "Enter Band Minimum (e.g. 0038000.00): "
           ACCEPT WS-SB-VALUE-TEXT
           IF FUNCTION TEST-NUMVAL(WS-SB-VALUE-TEXT) NOT = 0
               CLOSE BAND-FILE
               DISPLAY "Invalid amount."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SB-VALUE-TEXT) TO SB-BAND-MIN

           DISPLAY "Enter Band Midpoint: "
           ACCEPT WS-SB-VALUE-TEXT
           IF FUNCTION TEST-NUMVAL(WS-SB-VALUE-TEXT) NOT = 0
               CLOSE BAND-FILE
               DISPLAY "Invalid amount."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SB-VALUE-TEXT) TO SB-BAND-MID

           DISPLAY "Enter Band Maximum: "
           ACCEPT WS-SB-VALUE-TEXT
           IF FUNCTION TEST-NUMVAL(WS-SB-VALUE-TEXT) NOT = 0
               CLOSE BAND-FILE
               DISPLAY "Invalid amount."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-SB-VALUE-TEXT) TO SB-BAND-MAX

           IF SB-BAND-MIN > SB-BAND-MID OR
              SB-BAND-MID > SB-BAND-MAX
               CLOSE BAND-FILE
               DISPLAY "Band must satisfy minimum <= midpoint <= "
                       "maximum."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           WRITE BAND-RECORD
               INVALID KEY
                   DISPLAY "A band for that job title already "
                           "exists."
               NOT INVALID KEY
                   DISPLAY "Salary band added successfully!"
           END-WRITE.

           CLOSE BAND-FILE
           PERFORM PRESS-ENTER.

       SB-UPDATE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Job Title: "
           ACCEPT WS-SB-JOB

           OPEN I-O BAND-FILE
           IF SBND-STATUS NOT = "00"
               DISPLAY "No salary bands on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SB-JOB TO SB-JOB-TITLE
           READ BAND-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.

           IF FOUND-FLAG = "N"
               CLOSE BAND-FILE
               DISPLAY "No band on file for that job title."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SB-BAND-MIN TO WS-SB-MIN-DISP
           MOVE SB-BAND-MID TO WS-SB-MID-DISP
           MOVE SB-BAND-MAX TO WS-SB-MAX-DISP
           DISPLAY "Current: min " WS-SB-MIN-DISP
                   "  mid " WS-SB-MID-DISP
                   "  max " WS-SB-MAX-DISP

           DISPLAY "Enter new Minimum (blank=keep): "
           ACCEPT WS-SB-VALUE-TEXT
           IF WS-SB-VALUE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SB-VALUE-TEXT) = 0
                   MOVE FUNCTION NUMVAL(WS-SB-VALUE-TEXT)
                       TO SB-BAND-MIN
               ELSE
                   DISPLAY "Invalid amount; keeping current."
               END-IF
           END-IF
           DISPLAY "Enter new Midpoint (blank=keep): "
           ACCEPT WS-SB-VALUE-TEXT
           IF WS-SB-VALUE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SB-VALUE-TEXT) = 0
                   MOVE FUNCTION NUMVAL(WS-SB-VALUE-TEXT)
                       TO SB-BAND-MID
               ELSE
                   DISPLAY "Invalid amount; keeping current."
               END-IF
           END-IF
           DISPLAY "Enter new Maximum (blank=keep): "
           ACCEPT WS-SB-VALUE-TEXT
           IF WS-SB-VALUE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-SB-VALUE-TEXT) = 0
                   MOVE FUNCTION NUMVAL(WS-SB-VALUE-TEXT)
                       TO SB-BAND-MAX
               ELSE
                   DISPLAY "Invalid amount; keeping current."
               END-IF
           END-IF

           IF SB-BAND-MIN > SB-BAND-MID OR
              SB-BAND-MID > SB-BAND-MAX
               CLOSE BAND-FILE
               DISPLAY "Band must satisfy minimum <= midpoint <= "
                       "maximum. No change made."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF

           REWRITE BAND-RECORD
           IF SBND-STATUS = "00"
               DISPLAY "Salary band updated successfully!"
           ELSE
               DISPLAY "Error updating band. Status: " SBND-STATUS
           END-IF.

           CLOSE BAND-FILE
           PERFORM PRESS-ENTER.

       OPEN-BAND-FILE-IO.
           OPEN I-O BAND-FILE
           IF SBND-STATUS = "35"
               OPEN OUTPUT BAND-FILE
               CLOSE BAND-FILE
               OPEN I-O BAND-FILE
           END-IF.

       CHECK-SALARY-BAND.
           MOVE "N" TO WS-SB-FOUND
           OPEN INPUT BAND-FILE
           IF SBND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SB-JOB TO SB-JOB-TITLE
           READ BAND-FILE
               INVALID KEY
                   CLOSE BAND-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO WS-SB-FOUND
           CLOSE BAND-FILE

           IF WS-SB-SALARY < SB-BAND-MIN
               MOVE SB-BAND-MIN TO WS-SB-MIN-DISP
               DISPLAY "Warning: salary is BELOW the band minimum "
                       "of " WS-SB-MIN-DISP " for " WS-SB-JOB
           END-IF
           IF WS-SB-SALARY > SB-BAND-MAX
               MOVE SB-BAND-MAX TO WS-SB-MAX-DISP
               DISPLAY "Warning: salary is ABOVE the band maximum "
                       "of " WS-SB-MAX-DISP " for " WS-SB-JOB
           END-IF.

       PERFORMANCE-REVIEWS.
           MOVE 0 TO WS-RV-CHOICE
           PERFORM UNTIL WS-RV-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Performance Reviews"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. Enter Review"
               DISPLAY "2. Browse Reviews for Employee"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-RV-CHOICE

               EVALUATE WS-RV-CHOICE
                   WHEN 1
                       PERFORM RV-ENTER
                   WHEN 2
                       PERFORM RV-BROWSE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       RV-ENTER.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.
           CLOSE EMPLOYEE-FILE
           IF FOUND-FLAG = "N"
               DISPLAY "Employee not found!"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Recording review for: " EMPLOYEE-NAME

           DISPLAY "Enter Review Date (YYYYMMDD): "
           ACCEPT WS-RV-DATE
           MOVE WS-RV-DATE TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid review date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RV-TODAY
           IF WS-RV-DATE > WS-RV-TODAY
               DISPLAY "Review date must not be in the future."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Rating (1=lowest to 5=highest): "
           ACCEPT WS-RV-RATING
           IF WS-RV-RATING IS NOT NUMERIC OR
              WS-RV-RATING < 1 OR WS-RV-RATING > 5
               DISPLAY "Invalid rating. Must be 1-5."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Next Review Due Date (YYYYMMDD): "
           ACCEPT WS-RV-NEXT-DUE
           MOVE WS-RV-NEXT-DUE TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid next due date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-RV-NEXT-DUE <= WS-RV-DATE
               DISPLAY "Next due date must be after the review "
                       "date."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-REVIEW-FILE-IO
           IF REVIEW-STATUS NOT = "00"
               DISPLAY "Error opening reviews.dat. Status: "
                       REVIEW-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO RV-EMPLOYEE-ID
           MOVE WS-RV-DATE TO RV-REVIEW-DATE
           MOVE WS-RV-RATING TO RV-RATING
           MOVE WS-RV-NEXT-DUE TO RV-NEXT-DUE
           MOVE WS-CURRENT-OPERATOR TO RV-ENTERED-BY
           WRITE REVIEW-RECORD
               INVALID KEY
                   DISPLAY "A review is already on file for that "
                           "employee and date."
               NOT INVALID KEY
                   DISPLAY "Review recorded successfully!"
           END-WRITE.

           CLOSE REVIEW-FILE
           PERFORM PRESS-ENTER.

       RV-BROWSE.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT REVIEW-FILE
           IF REVIEW-STATUS NOT = "00"
               DISPLAY "No reviews on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+-------+------------+--------+------------+"
                   "------------+"
           DISPLAY "| ID    | Review     | Rating | Next Due   |"
                   " Entered By |"
           DISPLAY "+-------+------------+--------+------------+"
                   "------------+"

           MOVE 0 TO WS-RV-LISTED
           MOVE SEARCH-ID TO RV-EMPLOYEE-ID
           MOVE ZEROS TO RV-REVIEW-DATE
           START REVIEW-FILE KEY IS >= RV-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REVIEW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RV-EMPLOYEE-ID NOT = SEARCH-ID
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-RV-LISTED
                           DISPLAY "| " RV-EMPLOYEE-ID " | "
                                   RV-REVIEW-DATE "   | "
                                   RV-RATING "      | "
                                   RV-NEXT-DUE "   | "
                                   RV-ENTERED-BY " |"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REVIEW-FILE
           DISPLAY "+-------+------------+--------+------------+"
                   "------------+"
           IF WS-RV-LISTED = ZEROS
               DISPLAY "No reviews on file for that employee."
           END-IF.
           PERFORM PRESS-ENTER.

       OPEN-REVIEW-FILE-IO.
           OPEN I-O REVIEW-FILE
           IF REVIEW-STATUS = "35"
               OPEN OUTPUT REVIEW-FILE
               CLOSE REVIEW-FILE
               OPEN I-O REVIEW-FILE
           END-IF.

       SEARCH-SHOW-CONTACT.
           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS NOT = "00"
               DISPLAY "Contact details: (none on file)"
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO CT-EMPLOYEE-ID
           READ CONTACT-FILE
               INVALID KEY
                   DISPLAY "Contact details: (none on file)"
               NOT INVALID KEY
                   PERFORM SHOW-CONTACT-DETAILS
           END-READ.
           CLOSE CONTACT-FILE.

       CONTACT-MAINTENANCE.
           MOVE 0 TO WS-CT-CHOICE
           PERFORM UNTIL WS-CT-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Contact Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. View Contact Details"
               DISPLAY "2. Add/Update Contact Details"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-CT-CHOICE

               EVALUATE WS-CT-CHOICE
                   WHEN 1
                       PERFORM CT-VIEW
                   WHEN 2
                       PERFORM CT-UPDATE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       CT-VIEW.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CONTACT-FILE
           IF CONTACT-STATUS NOT = "00"
               DISPLAY "No contact details on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO CT-EMPLOYEE-ID
           READ CONTACT-FILE
               INVALID KEY
                   DISPLAY "No contact details on file for that "
                           "employee."
               NOT INVALID KEY
                   PERFORM SHOW-CONTACT-DETAILS
           END-READ.
           CLOSE CONTACT-FILE
           PERFORM PRESS-ENTER.

       CT-UPDATE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.
           CLOSE EMPLOYEE-FILE
           IF FOUND-FLAG = "N"
               DISPLAY "Employee not found!"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Contact details for: " EMPLOYEE-NAME

           PERFORM CONTACT-CAPTURE
           PERFORM PRESS-ENTER.

       SHOW-CONTACT-DETAILS.
           DISPLAY "Address:   " CT-ADDRESS-1
           DISPLAY "           " CT-ADDRESS-2
           DISPLAY "Phone:     " CT-PHONE
           DISPLAY "Email:     " CT-EMAIL
           DISPLAY "Emergency contact 1: " CT-EC1-NAME
           DISPLAY "  Relationship: " CT-EC1-RELATION
                   "  Phone: " CT-EC1-PHONE
           DISPLAY "Emergency contact 2: " CT-EC2-NAME
           DISPLAY "  Relationship: " CT-EC2-RELATION
                   "  Phone: " CT-EC2-PHONE.

       CONTACT-CAPTURE.
           PERFORM OPEN-CONTACT-FILE-IO
           IF CONTACT-STATUS NOT = "00"
               DISPLAY "Error opening contacts.dat. Status: "
                       CONTACT-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO CT-EMPLOYEE-ID
           READ CONTACT-FILE
               INVALID KEY
                   MOVE "N" TO WS-CT-EXISTS
                   MOVE SEARCH-ID TO CT-EMPLOYEE-ID
                   MOVE SPACES TO CT-ADDRESS-1
                   MOVE SPACES TO CT-ADDRESS-2
                   MOVE SPACES TO CT-PHONE
                   MOVE SPACES TO CT-EMAIL
                   MOVE SPACES TO CT-EC1-NAME
                   MOVE SPACES TO CT-EC1-RELATION
                   MOVE SPACES TO CT-EC1-PHONE
                   MOVE SPACES TO CT-EC2-NAME
                   MOVE SPACES TO CT-EC2-RELATION
                   MOVE SPACES TO CT-EC2-PHONE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CT-EXISTS
                   PERFORM SHOW-CONTACT-DETAILS
                   DISPLAY "Enter new details (blank=keep):"
           END-READ

           DISPLAY "Address line 1: "
           ACCEPT WS-CT-IN-30
           IF WS-CT-IN-30 NOT = SPACES
               MOVE WS-CT-IN-30 TO CT-ADDRESS-1
           END-IF
           DISPLAY "Address line 2: "
           ACCEPT WS-CT-IN-30
           IF WS-CT-IN-30 NOT = SPACES
               MOVE WS-CT-IN-30 TO CT-ADDRESS-2
           END-IF
           DISPLAY "Phone: "
           ACCEPT WS-CT-IN-15
           IF WS-CT-IN-15 NOT = SPACES
               MOVE WS-CT-IN-15 TO CT-PHONE
           END-IF
           DISPLAY "Personal email: "
           ACCEPT WS-CT-IN-30
           IF WS-CT-IN-30 NOT = SPACES
               MOVE WS-CT-IN-30 TO CT-EMAIL
           END-IF
           DISPLAY "Emergency contact 1 name: "
           ACCEPT WS-CT-IN-30
           IF WS-CT-IN-30 NOT = SPACES
               MOVE WS-CT-IN-30 TO CT-EC1-NAME
           END-IF
           DISPLAY "Emergency contact 1 relationship: "
           ACCEPT WS-CT-IN-15
           IF WS-CT-IN-15 NOT = SPACES
               MOVE WS-CT-IN-15 TO CT-EC1-RELATION
           END-IF
           DISPLAY "Emergency contact 1 phone: "
           ACCEPT WS-CT-IN-15
           IF WS-CT-IN-15 NOT = SPACES
               MOVE WS-CT-IN-15 TO CT-EC1-PHONE
           END-IF
           DISPLAY "Emergency contact 2 name (optional): "
           ACCEPT WS-CT-IN-30
           IF WS-CT-IN-30 NOT = SPACES
               MOVE WS-CT-IN-30 TO CT-EC2-NAME
           END-IF
           DISPLAY "Emergency contact 2 relationship: "
           ACCEPT WS-CT-IN-15
           IF WS-CT-IN-15 NOT = SPACES
               MOVE WS-CT-IN-15 TO CT-EC2-RELATION
           END-IF
           DISPLAY "Emergency contact 2 phone: "
           ACCEPT WS-CT-IN-15
           IF WS-CT-IN-15 NOT = SPACES
               MOVE WS-CT-IN-15 TO CT-EC2-PHONE
           END-IF

           IF WS-CT-EXISTS = "Y"
               REWRITE CONTACT-RECORD
           ELSE
               WRITE CONTACT-RECORD
           END-IF
           IF CONTACT-STATUS = "00"
               DISPLAY "Contact details saved."
           ELSE
               DISPLAY "Error saving contact details. Status: "
                       CONTACT-STATUS
           END-IF.
           CLOSE CONTACT-FILE.

       OPEN-CONTACT-FILE-IO.
           OPEN I-O CONTACT-FILE
           IF CONTACT-STATUS = "35"
               OPEN OUTPUT CONTACT-FILE
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF.

       ARCHIVE-CONTACT-RECORD.
           OPEN I-O CONTACT-FILE
           IF CONTACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO CT-EMPLOYEE-ID
           READ CONTACT-FILE
               INVALID KEY
                   CLOSE CONTACT-FILE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO CONTACT-ARCHIVE-RECORD
           MOVE CT-EMPLOYEE-ID TO CA-EMPLOYEE-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO CA-ARCHIVE-DATE
           MOVE CONTACT-RECORD(6:225) TO CA-CONTACT-DATA

           OPEN EXTEND CONTACT-ARCHIVE-FILE
           IF CTARC-STATUS = "35"
               OPEN OUTPUT CONTACT-ARCHIVE-FILE
           END-IF.
           IF CTARC-STATUS = "00"
               WRITE CONTACT-ARCHIVE-RECORD
               IF CTARC-STATUS = "00"
                   DELETE CONTACT-FILE
               ELSE
                   DISPLAY "Warning: contact details not archived."
               END-IF
               CLOSE CONTACT-ARCHIVE-FILE
           ELSE
               DISPLAY "Warning: contact details not archived."
           END-IF.
           CLOSE CONTACT-FILE.

       AUDIT-LOG-INQUIRY.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for audit inquiry."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Audit Log Inquiry - blank filter matches all"
           DISPLAY "Employee ID filter: "
           ACCEPT WS-AUD-FILTER-ID
           IF WS-AUD-FILTER-ID NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-AUD-FILTER-ID) NOT = 0
                   DISPLAY "Employee ID filter must be numeric."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-AUD-FILTER-ID)
                   TO WS-AUD-FILTER-ID-N
           END-IF
           DISPLAY "Operator filter: "
           ACCEPT WS-AUD-FILTER-OPER
           DISPLAY "Operation filter (ADD/EDIT/DELETE/REHIRE): "
           ACCEPT WS-AUD-FILTER-OP
           DISPLAY "From date (YYYYMMDD, blank=open): "
           ACCEPT WS-AUD-FROM-DATE
           DISPLAY "To date (YYYYMMDD, blank=open): "
           ACCEPT WS-AUD-TO-DATE

           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "No audit log on file."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-AUD-SHOWN
           MOVE 0 TO WS-AUD-PAGE-COUNT
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-AUDIT-FILTERS
                       IF WS-AUD-MATCH = "Y"
                           PERFORM SHOW-AUDIT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUDIT-FILE

           IF WS-AUD-SHOWN = ZEROS
               DISPLAY "No audit entries matched the filters."
           ELSE
               DISPLAY WS-AUD-SHOWN " audit entr(y/ies) matched."
           END-IF.

           PERFORM PRESS-ENTER.

       CHECK-AUDIT-FILTERS.
           MOVE "Y" TO WS-AUD-MATCH

           IF WS-AUD-FILTER-ID NOT = SPACES AND
              AUDIT-EMPLOYEE-ID NOT = WS-AUD-FILTER-ID-N
               MOVE "N" TO WS-AUD-MATCH
           END-IF

           IF WS-AUD-FILTER-OPER NOT = SPACES AND
              AUDIT-OPERATOR NOT = WS-AUD-FILTER-OPER
               MOVE "N" TO WS-AUD-MATCH
           END-IF

           IF WS-AUD-FILTER-OP NOT = SPACES AND
              AUDIT-OPERATION NOT = WS-AUD-FILTER-OP
               MOVE "N" TO WS-AUD-MATCH
           END-IF

           IF WS-AUD-FROM-DATE NOT = SPACES AND
              AUDIT-TIMESTAMP(1:8) < WS-AUD-FROM-DATE
               MOVE "N" TO WS-AUD-MATCH
           END-IF

           IF WS-AUD-TO-DATE NOT = SPACES AND
              AUDIT-TIMESTAMP(1:8) > WS-AUD-TO-DATE
               MOVE "N" TO WS-AUD-MATCH
           END-IF.

       SHOW-AUDIT-ENTRY.
           IF WS-AUD-PAGE-COUNT >= WS-AUD-PAGE-SIZE
               DISPLAY "-- Press Enter for next page --"
               ACCEPT CONTINUE-FLAG
               PERFORM CLEAR-SCREEN
               MOVE 0 TO WS-AUD-PAGE-COUNT
           END-IF

           ADD 1 TO WS-AUD-SHOWN
           ADD 1 TO WS-AUD-PAGE-COUNT
           DISPLAY "-------------------------------------------"
           DISPLAY AUDIT-TIMESTAMP(1:8) " " AUDIT-TIMESTAMP(9:6)
                   "  " AUDIT-OPERATION "  ID: " AUDIT-EMPLOYEE-ID
                   "  By: " AUDIT-OPERATOR
           DISPLAY "  Before: " AUDIT-BEFORE
           DISPLAY "  After:  " AUDIT-AFTER.

       CHECK-CALENDAR-DATE.
           MOVE "N" TO WS-VAL-OK
           MOVE SPACES TO WS-VAL-ERROR
           IF WS-VAL-DATE IS NOT NUMERIC OR WS-VAL-DATE = ZEROS
               MOVE "date must be 8 digits, YYYYMMDD"
                   TO WS-VAL-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL-YEAR < 1900 OR WS-VAL-YEAR > 2100
               MOVE "year out of range (1900-2100)" TO WS-VAL-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-VAL-MONTH < 1 OR WS-VAL-MONTH > 12
               MOVE "month must be 01-12" TO WS-VAL-ERROR
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-VAL-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-VAL-MAX-DAY
               WHEN 2
                   MOVE WS-VAL-YEAR TO WS-LY-YEAR
                   PERFORM CHECK-LEAP-YEAR
                   IF WS-IS-LEAP = "Y"
                       MOVE 29 TO WS-VAL-MAX-DAY
                   ELSE
                       MOVE 28 TO WS-VAL-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-VAL-MAX-DAY
           END-EVALUATE
           IF WS-VAL-DAY < 1 OR WS-VAL-DAY > WS-VAL-MAX-DAY
               MOVE "day not valid for that month" TO WS-VAL-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VAL-OK.

       CHECK-HIRE-DATE.
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VAL-TODAY
           IF WS-VAL-DATE > WS-VAL-TODAY
               MOVE "N" TO WS-VAL-OK
               MOVE "hire date must not be in the future"
                   TO WS-VAL-ERROR
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VAL-YEARS =
               WS-VAL-TODAY-Y - WS-VAL-YEAR
           IF WS-VAL-TODAY(5:4) < WS-VAL-DATE(5:4)
               SUBTRACT 1 FROM WS-VAL-YEARS
           END-IF
           COMPUTE WS-VAL-HIRE-AGE = WS-VAL-AGE - WS-VAL-YEARS
           IF WS-VAL-HIRE-AGE < 14
               MOVE "N" TO WS-VAL-OK
               MOVE "hire date not consistent with age"
                   TO WS-VAL-ERROR
           END-IF.

       CHECK-LEAP-YEAR.
           MOVE "N" TO WS-IS-LEAP
           DIVIDE WS-LY-YEAR BY 4 GIVING WS-LY-QUOT
               REMAINDER WS-LY-REM
           IF WS-LY-REM = 0
               MOVE "Y" TO WS-IS-LEAP
               DIVIDE WS-LY-YEAR BY 100 GIVING WS-LY-QUOT
                   REMAINDER WS-LY-REM
               IF WS-LY-REM = 0
                   MOVE "N" TO WS-IS-LEAP
                   DIVIDE WS-LY-YEAR BY 400 GIVING WS-LY-QUOT
                       REMAINDER WS-LY-REM
                   IF WS-LY-REM = 0
                       MOVE "Y" TO WS-IS-LEAP
                   END-IF
               END-IF
           END-IF.

       CHECK-DEPARTMENT-CODE.
           MOVE "N" TO WS-DEPT-VALID
           OPEN INPUT DEPARTMENT-FILE
           IF DEPT-STATUS = "35"
               MOVE "Y" TO WS-DEPT-VALID
               EXIT PARAGRAPH
           END-IF.
           IF DEPT-STATUS NOT = "00"
               DISPLAY "Warning: could not open departments.dat "
                       "(status " DEPT-STATUS ")."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DEPT-LOOKUP TO DEPT-CODE
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-DEPT-VALID
               NOT INVALID KEY
                   IF DEPT-ACTIVE = "N"
                       MOVE "N" TO WS-DEPT-VALID
                   ELSE
                       MOVE "Y" TO WS-DEPT-VALID
                   END-IF
           END-READ.
           CLOSE DEPARTMENT-FILE.

       DEPARTMENT-MAINTENANCE.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for department maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-DEPT-CHOICE
           PERFORM UNTIL WS-DEPT-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Department Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Departments"
               DISPLAY "2. Add Department"
               DISPLAY "3. Rename Department"
               DISPLAY "4. Retire Department"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-DEPT-CHOICE

               EVALUATE WS-DEPT-CHOICE
                   WHEN 1
                       PERFORM DEPT-LIST
                   WHEN 2
                       PERFORM DEPT-ADD
                   WHEN 3
                       PERFORM DEPT-RENAME
                   WHEN 4
                       PERFORM DEPT-RETIRE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       DEPT-LIST.
           PERFORM CLEAR-SCREEN
           OPEN INPUT DEPARTMENT-FILE
           IF DEPT-STATUS NOT = "00"
               DISPLAY "No departments on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+------------+--------------------------------"
                   "+--------+--------+"
           DISPLAY "| Code       | Name                           "
                   "| CostCtr| Active |"
           DISPLAY "+------------+--------------------------------"
                   "+--------+--------+"

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ DEPARTMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       DISPLAY "| " DEPT-CODE " | " DEPT-NAME
                               " | " DEPT-COST-CENTER " | "
                               DEPT-ACTIVE "      |"
               END-READ
           END-PERFORM.

           CLOSE DEPARTMENT-FILE
           DISPLAY "+------------+--------------------------------"
                   "+--------+--------+"
           PERFORM PRESS-ENTER.

       DEPT-ADD.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter new Department Code: "
           ACCEPT WS-DEPT-LOOKUP
           IF WS-DEPT-LOOKUP = SPACES
               DISPLAY "Department code cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Department Name: "
           ACCEPT WS-DEPT-NEW-NAME
           IF WS-DEPT-NEW-NAME = SPACES
               DISPLAY "Department name cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Cost Center: "
           ACCEPT WS-DEPT-NEW-CC

           PERFORM OPEN-DEPARTMENT-FILE-IO
           IF DEPT-STATUS NOT = "00"
               DISPLAY "Error opening departments.dat. Status: "
                       DEPT-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DEPT-LOOKUP TO DEPT-CODE
           MOVE WS-DEPT-NEW-NAME TO DEPT-NAME
           MOVE WS-DEPT-NEW-CC TO DEPT-COST-CENTER
           MOVE "Y" TO DEPT-ACTIVE
           WRITE DEPARTMENT-RECORD
               INVALID KEY
                   DISPLAY "Department code already exists."
               NOT INVALID KEY
                   DISPLAY "Department added successfully!"
           END-WRITE.

           CLOSE DEPARTMENT-FILE
           PERFORM PRESS-ENTER.

       DEPT-RENAME.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Department Code to rename: "
           ACCEPT WS-DEPT-LOOKUP

           OPEN I-O DEPARTMENT-FILE
           IF DEPT-STATUS NOT = "00"
               DISPLAY "No departments on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DEPT-LOOKUP TO DEPT-CODE
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.

           IF FOUND-FLAG = "N"
               CLOSE DEPARTMENT-FILE
               DISPLAY "Department not found!"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Current Name: " DEPT-NAME
           DISPLAY "Current Cost Center: " DEPT-COST-CENTER
           DISPLAY "Enter new Name (blank=keep): "
           ACCEPT WS-DEPT-NEW-NAME
           IF WS-DEPT-NEW-NAME NOT = SPACES
               MOVE WS-DEPT-NEW-NAME TO DEPT-NAME
           END-IF
           DISPLAY "Enter new Cost Center (blank=keep): "
           ACCEPT WS-DEPT-NEW-CC
           IF WS-DEPT-NEW-CC NOT = SPACES
               MOVE WS-DEPT-NEW-CC TO DEPT-COST-CENTER
           END-IF

           REWRITE DEPARTMENT-RECORD
           IF DEPT-STATUS = "00"
               DISPLAY "Department updated successfully!"
           ELSE
               DISPLAY "Error updating department. Status: "
                       DEPT-STATUS
           END-IF.

           CLOSE DEPARTMENT-FILE
           PERFORM PRESS-ENTER.

       DEPT-RETIRE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Department Code to retire: "
           ACCEPT WS-DEPT-LOOKUP

           PERFORM CHECK-DEPT-IN-USE
           IF WS-DEPT-IN-USE = "Y"
               DISPLAY "Cannot retire: active employees still carry "
                       "this department code."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O DEPARTMENT-FILE
           IF DEPT-STATUS NOT = "00"
               DISPLAY "No departments on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DEPT-LOOKUP TO DEPT-CODE
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.

           IF FOUND-FLAG = "N"
               CLOSE DEPARTMENT-FILE
               DISPLAY "Department not found!"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO DEPT-ACTIVE
           REWRITE DEPARTMENT-RECORD
           IF DEPT-STATUS = "00"
               DISPLAY "Department retired successfully!"
           ELSE
               DISPLAY "Error retiring department. Status: "
                       DEPT-STATUS
           END-IF.

           CLOSE DEPARTMENT-FILE
           PERFORM PRESS-ENTER.

       CHECK-DEPT-IN-USE.
           MOVE "N" TO WS-DEPT-IN-USE
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-DEPT-IN-USE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF DEPARTMENT-CODE = WS-DEPT-LOOKUP
                           MOVE "Y" TO WS-DEPT-IN-USE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-FILE.

       OPEN-DEPARTMENT-FILE-IO.
           OPEN I-O DEPARTMENT-FILE
           IF DEPT-STATUS = "35"
               OPEN OUTPUT DEPARTMENT-FILE
               CLOSE DEPARTMENT-FILE
               OPEN I-O DEPARTMENT-FILE
           END-IF.

       HOURLY-TIMESHEETS.
           MOVE 0 TO WS-HR-CHOICE
           PERFORM UNTIL WS-HR-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Hourly Pay & Timesheets"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. View Employee Pay Type"
               DISPLAY "2. Set Pay Type / Hourly Rate"
               DISPLAY "3. List Timesheets for Period"
               DISPLAY "4. Enter/Change Timesheet"
               DISPLAY "5. Delete Timesheet"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-HR-CHOICE

               EVALUATE WS-HR-CHOICE
                   WHEN 1
                       PERFORM HR-VIEW-PAY-TYPE
                   WHEN 2
                       PERFORM HR-SET-PAY-TYPE
                   WHEN 3
                       PERFORM HR-LIST-TIMESHEETS
                   WHEN 4
                       PERFORM HR-ENTER-TIMESHEET
                   WHEN 5
                       PERFORM HR-DELETE-TIMESHEET
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       HR-FETCH-EMPLOYEE.
           MOVE "N" TO FOUND-FLAG
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening file. No records exist."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.
           CLOSE EMPLOYEE-FILE
           IF FOUND-FLAG = "N"
               DISPLAY "Employee not found!"
               PERFORM PRESS-ENTER
           END-IF.

       HR-READ-PAY-PROFILE.
           MOVE "N" TO WS-HR-EXISTS
           MOVE SEARCH-ID TO PP-EMPLOYEE-ID
           MOVE "S" TO PP-PAY-TYPE
           MOVE ZEROS TO PP-HOURLY-RATE
           MOVE 1.50 TO PP-OT-MULTIPLIER
           OPEN INPUT PAY-PROFILE-FILE
           IF PPROF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ PAY-PROFILE-FILE
               INVALID KEY
                   MOVE SEARCH-ID TO PP-EMPLOYEE-ID
                   MOVE "S" TO PP-PAY-TYPE
                   MOVE ZEROS TO PP-HOURLY-RATE
                   MOVE 1.50 TO PP-OT-MULTIPLIER
               NOT INVALID KEY
                   MOVE "Y" TO WS-HR-EXISTS
           END-READ.
           CLOSE PAY-PROFILE-FILE.

       HR-SHOW-PAY-TYPE.
           MOVE PP-HOURLY-RATE TO WS-HR-RATE-DISP
           MOVE PP-OT-MULTIPLIER TO WS-HR-MULT-DISP
           IF PP-PAY-TYPE = "H"
               DISPLAY "Pay type: HOURLY  Rate: " WS-HR-RATE-DISP
                       "  Overtime multiplier: " WS-HR-MULT-DISP
           ELSE
               MOVE SALARY TO WS-SALARY-DISPLAY
               DISPLAY "Pay type: SALARIED  Annual salary: "
                       WS-SALARY-DISPLAY
           END-IF.

       HR-VIEW-PAY-TYPE.
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Employee: " EMPLOYEE-NAME
           PERFORM HR-READ-PAY-PROFILE
           PERFORM HR-SHOW-PAY-TYPE
           PERFORM PRESS-ENTER.

       HR-SET-PAY-TYPE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required to change pay type."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Employee: " EMPLOYEE-NAME
           PERFORM HR-READ-PAY-PROFILE
           PERFORM HR-SHOW-PAY-TYPE

           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "PAYTYPE=" DELIMITED BY SIZE
                  PP-PAY-TYPE DELIMITED BY SIZE
                  " RATE=" DELIMITED BY SIZE
                  PP-HOURLY-RATE DELIMITED BY SIZE
                  " OTX=" DELIMITED BY SIZE
                  PP-OT-MULTIPLIER DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING

           DISPLAY "Pay type - (S)alaried or (H)ourly: "
           ACCEPT WS-HR-TYPE
           IF WS-HR-TYPE = "s"
               MOVE "S" TO WS-HR-TYPE
           END-IF
           IF WS-HR-TYPE = "h"
               MOVE "H" TO WS-HR-TYPE
           END-IF
           IF WS-HR-TYPE NOT = "S" AND WS-HR-TYPE NOT = "H"
               DISPLAY "Invalid pay type. Enter S or H."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HR-TYPE TO PP-PAY-TYPE

           IF PP-PAY-TYPE = "H"
               DISPLAY "Hourly rate (e.g. 24.50, blank=keep): "
               ACCEPT WS-HR-VALUE-TEXT
               IF WS-HR-VALUE-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-HR-VALUE-TEXT) NOT = 0
                       DISPLAY "Invalid hourly rate."
                       PERFORM PRESS-ENTER
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION NUMVAL(WS-HR-VALUE-TEXT) NOT > 0 OR
                      FUNCTION NUMVAL(WS-HR-VALUE-TEXT) > 9999.99
                       DISPLAY "Hourly rate must be above 0 and no "
                               "more than 9999.99."
                       PERFORM PRESS-ENTER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-HR-VALUE-TEXT)
                       TO PP-HOURLY-RATE
               END-IF
               IF PP-HOURLY-RATE = ZEROS
                   DISPLAY "An hourly employee needs a rate above "
                           "zero."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Overtime multiplier (e.g. 1.50, "
                       "blank=keep): "
               ACCEPT WS-HR-VALUE-TEXT
               IF WS-HR-VALUE-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-HR-VALUE-TEXT) NOT = 0
                       DISPLAY "Invalid overtime multiplier."
                       PERFORM PRESS-ENTER
                       EXIT PARAGRAPH
                   END-IF
                   IF FUNCTION NUMVAL(WS-HR-VALUE-TEXT) < 1 OR
                      FUNCTION NUMVAL(WS-HR-VALUE-TEXT) > 9.99
                       DISPLAY "Overtime multiplier must be 1.00 to "
                               "9.99."
                       PERFORM PRESS-ENTER
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-HR-VALUE-TEXT)
                       TO PP-OT-MULTIPLIER
               END-IF
               IF PP-OT-MULTIPLIER < 1
                   DISPLAY "Overtime multiplier must be at least "
                           "1.00."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE ZEROS TO PP-HOURLY-RATE
           END-IF

           PERFORM OPEN-PAY-PROFILE-FILE-IO
           IF PPROF-STATUS NOT = "00"
               DISPLAY "Error opening pay_profiles.dat. Status: "
                       PPROF-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO PP-EMPLOYEE-ID
           IF WS-HR-EXISTS = "Y"
               REWRITE PAY-PROFILE-RECORD
           ELSE
               WRITE PAY-PROFILE-RECORD
           END-IF
           IF PPROF-STATUS = "00"
               DISPLAY "Pay type saved."
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "PAYTYPE=" DELIMITED BY SIZE
                      PP-PAY-TYPE DELIMITED BY SIZE
                      " RATE=" DELIMITED BY SIZE
                      PP-HOURLY-RATE DELIMITED BY SIZE
                      " OTX=" DELIMITED BY SIZE
                      PP-OT-MULTIPLIER DELIMITED BY SIZE
                      INTO WS-AUDIT-AFTER
               END-STRING
               MOVE SEARCH-ID TO EMPLOYEE-ID
               MOVE "PAYTYP" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY "Error saving pay type. Status: "
                       PPROF-STATUS
           END-IF.
           CLOSE PAY-PROFILE-FILE
           PERFORM PRESS-ENTER.

       HR-LIST-TIMESHEETS.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Period End Date (YYYYMMDD): "
           ACCEPT WS-HR-PERIOD
           IF WS-HR-PERIOD IS NOT NUMERIC OR WS-HR-PERIOD = ZEROS
               DISPLAY "Invalid period end date. Must be 8 digits, "
                       "YYYYMMDD."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT TIMESHEET-FILE
           IF TSHT-STATUS NOT = "00"
               DISPLAY "No timesheets on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+-------+---------+---------+------------+"
           DISPLAY "| ID    | Regular | Overtime| Entered By |"
           DISPLAY "+-------+---------+---------+------------+"
           MOVE 0 TO WS-HR-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ TIMESHEET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF TS-PERIOD-END = WS-HR-PERIOD
                           ADD 1 TO WS-HR-LISTED
                           MOVE TS-REG-HOURS TO WS-HR-REG-DISP
                           MOVE TS-OT-HOURS TO WS-HR-OT-DISP
                           DISPLAY "| " TS-EMPLOYEE-ID " | "
                                   WS-HR-REG-DISP "  | "
                                   WS-HR-OT-DISP "  | "
                                   TS-ENTERED-BY " |"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIMESHEET-FILE
           DISPLAY "+-------+---------+---------+------------+"
           IF WS-HR-LISTED = ZEROS
               DISPLAY "No timesheets on file for that period."
           END-IF.
           PERFORM PRESS-ENTER.

       HR-CHECK-OPEN-PERIOD.
           MOVE "N" TO WS-HR-EXISTS
           DISPLAY "Enter Period End Date (YYYYMMDD): "
           ACCEPT WS-HR-PERIOD-TEXT
           MOVE FUNCTION NUMVAL(WS-HR-PERIOD-TEXT) TO WS-HR-PERIOD
           OPEN INPUT CALENDAR-FILE
           IF CAL-STATUS NOT = "00"
               DISPLAY "No pay calendar on file. Set up the pay "
                       "periods in Pay Calendar Maintenance first."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HR-PERIOD TO PC-PERIOD-END
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "That period is not on the pay calendar."
               NOT INVALID KEY
                   IF PC-STATUS = "O"
                       MOVE "Y" TO WS-HR-EXISTS
                   ELSE
                       DISPLAY "That period is closed; its "
                               "timesheets can no longer change."
                   END-IF
           END-READ.
           CLOSE CALENDAR-FILE
           IF WS-HR-EXISTS NOT = "Y"
               PERFORM PRESS-ENTER
           END-IF.

       HR-ENTER-TIMESHEET.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Timesheet for: " EMPLOYEE-NAME
           PERFORM HR-READ-PAY-PROFILE
           IF PP-PAY-TYPE NOT = "H"
               DISPLAY "That employee is salaried; timesheets are "
                       "only kept for hourly staff."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM HR-CHECK-OPEN-PERIOD
           IF WS-HR-EXISTS NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-TIMESHEET-FILE-IO
           IF TSHT-STATUS NOT = "00"
               DISPLAY "Error opening timesheets.dat. Status: "
                       TSHT-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO TS-EMPLOYEE-ID
           MOVE WS-HR-PERIOD TO TS-PERIOD-END
           READ TIMESHEET-FILE
               INVALID KEY
                   MOVE "N" TO WS-HR-EXISTS
                   MOVE ZEROS TO TS-REG-HOURS
                   MOVE ZEROS TO TS-OT-HOURS
               NOT INVALID KEY
                   MOVE "Y" TO WS-HR-EXISTS
                   MOVE TS-REG-HOURS TO WS-HR-REG-DISP
                   MOVE TS-OT-HOURS TO WS-HR-OT-DISP
                   DISPLAY "Current: regular " WS-HR-REG-DISP
                           "  overtime " WS-HR-OT-DISP
                           "  entered by " TS-ENTERED-BY
                   DISPLAY "Enter new hours (blank=keep):"
           END-READ

           DISPLAY "Regular hours (e.g. 80.00): "
           ACCEPT WS-HR-VALUE-TEXT
           IF WS-HR-VALUE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-HR-VALUE-TEXT) NOT = 0
                   CLOSE TIMESHEET-FILE
                   DISPLAY "Invalid regular hours."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-HR-VALUE-TEXT) < 0 OR
                  FUNCTION NUMVAL(WS-HR-VALUE-TEXT) > 999.99
                   CLOSE TIMESHEET-FILE
                   DISPLAY "Regular hours must be 0 to 999.99."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-HR-VALUE-TEXT) TO TS-REG-HOURS
           END-IF
           DISPLAY "Overtime hours (e.g. 4.50, 0=none): "
           ACCEPT WS-HR-VALUE-TEXT
           IF WS-HR-VALUE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-HR-VALUE-TEXT) NOT = 0
                   CLOSE TIMESHEET-FILE
                   DISPLAY "Invalid overtime hours."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-HR-VALUE-TEXT) < 0 OR
                  FUNCTION NUMVAL(WS-HR-VALUE-TEXT) > 999.99
                   CLOSE TIMESHEET-FILE
                   DISPLAY "Overtime hours must be 0 to 999.99."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-HR-VALUE-TEXT) TO TS-OT-HOURS
           END-IF

           MOVE WS-CURRENT-OPERATOR TO TS-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO TS-ENTERED-DATE
           IF WS-HR-EXISTS = "Y"
               REWRITE TIMESHEET-RECORD
           ELSE
               WRITE TIMESHEET-RECORD
           END-IF
           IF TSHT-STATUS = "00"
               DISPLAY "Timesheet saved."
           ELSE
               DISPLAY "Error saving timesheet. Status: " TSHT-STATUS
           END-IF.
           CLOSE TIMESHEET-FILE
           PERFORM PRESS-ENTER.

       HR-DELETE-TIMESHEET.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM HR-CHECK-OPEN-PERIOD
           IF WS-HR-EXISTS NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O TIMESHEET-FILE
           IF TSHT-STATUS NOT = "00"
               DISPLAY "No timesheets on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO TS-EMPLOYEE-ID
           MOVE WS-HR-PERIOD TO TS-PERIOD-END
           DELETE TIMESHEET-FILE
               INVALID KEY
                   DISPLAY "No timesheet on file for that employee "
                           "and period."
               NOT INVALID KEY
                   DISPLAY "Timesheet deleted."
           END-DELETE.
           CLOSE TIMESHEET-FILE
           PERFORM PRESS-ENTER.

       OPEN-PAY-PROFILE-FILE-IO.
           OPEN I-O PAY-PROFILE-FILE
           IF PPROF-STATUS = "35"
               OPEN OUTPUT PAY-PROFILE-FILE
               CLOSE PAY-PROFILE-FILE
               OPEN I-O PAY-PROFILE-FILE
           END-IF.

       OPEN-TIMESHEET-FILE-IO.
           OPEN I-O TIMESHEET-FILE
           IF TSHT-STATUS = "35"
               OPEN OUTPUT TIMESHEET-FILE
               CLOSE TIMESHEET-FILE
               OPEN I-O TIMESHEET-FILE
           END-IF.

       ONE-TIME-EARNINGS.
           MOVE 0 TO WS-OE-CHOICE
           PERFORM UNTIL WS-OE-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       One-Time Earnings"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Earnings for Employee"
               DISPLAY "2. Enter One-Time Earning"
               DISPLAY "3. Cancel Unpaid Earning"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-OE-CHOICE

               EVALUATE WS-OE-CHOICE
                   WHEN 1
                       PERFORM OE-LIST
                   WHEN 2
                       PERFORM OE-ENTER
                   WHEN 3
                       PERFORM OE-CANCEL
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       OE-LIST.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT EARNINGS-FILE
           IF EARN-STATUS NOT = "00"
               DISPLAY "No one-time earnings on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+----------+-----+------+----------------------"
                   "+-------------+---+----------+"
           DISPLAY "| Period   | Seq | Code | Description          "
                   "| Amount      | S | Paid In  |"
           DISPLAY "+----------+-----+------+----------------------"
                   "+-------------+---+----------+"
           MOVE 0 TO WS-OE-LISTED
           MOVE SEARCH-ID TO OE-EMPLOYEE-ID
           MOVE ZEROS TO OE-PERIOD-END
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
                       IF OE-EMPLOYEE-ID NOT = SEARCH-ID
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-OE-LISTED
                           MOVE OE-AMOUNT TO WS-OE-AMT-DISP
                           DISPLAY "| " OE-PERIOD-END " | " OE-SEQ
                                   " | " OE-EARN-CODE " | " OE-DESC
                                   " | " WS-OE-AMT-DISP " | "
                                   OE-STATUS " | " OE-PAID-PERIOD
                                   " |"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EARNINGS-FILE
           DISPLAY "+----------+-----+------+----------------------"
                   "+-------------+---+----------+"
           DISPLAY "Status: A=approved, awaiting pay  P=paid  "
                   "C=cancelled"
           IF WS-OE-LISTED = ZEROS
               DISPLAY "No one-time earnings on file for that "
                       "employee."
           END-IF.
           PERFORM PRESS-ENTER.

       OE-ENTER.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "One-time earning for: " EMPLOYEE-NAME

           DISPLAY "Earning code - BONU Bonus, COMM Commission, "
                   "ADJU Adjustment, RETR Retro pay: "
           ACCEPT WS-OE-CODE
           MOVE FUNCTION UPPER-CASE(WS-OE-CODE) TO WS-OE-CODE
           EVALUATE WS-OE-CODE
               WHEN "BONU"
                   MOVE "Bonus" TO WS-OE-DESC
               WHEN "COMM"
                   MOVE "Commission" TO WS-OE-DESC
               WHEN "ADJU"
                   MOVE "Adjustment" TO WS-OE-DESC
               WHEN "RETR"
                   MOVE "Retro pay" TO WS-OE-DESC
               WHEN OTHER
                   DISPLAY "Invalid earning code."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
           END-EVALUATE

           DISPLAY "Description (blank=" WS-OE-DESC "): "
           ACCEPT WS-DM-DESC
           IF WS-DM-DESC NOT = SPACES
               MOVE WS-DM-DESC TO WS-OE-DESC
           END-IF

           DISPLAY "Amount (e.g. 500.00; adjustments may be "
                   "negative): "
           ACCEPT WS-OE-VALUE-TEXT
           IF FUNCTION TEST-NUMVAL(WS-OE-VALUE-TEXT) NOT = 0
               DISPLAY "Invalid amount."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-OE-VALUE-TEXT) TO WS-OEI-AMOUNT
           IF WS-OEI-AMOUNT = ZEROS
               DISPLAY "Amount cannot be zero."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-OEI-AMOUNT < ZEROS AND
              WS-OE-CODE NOT = "ADJU" AND WS-OE-CODE NOT = "RETR"
               DISPLAY "Only adjustments and retro pay can be "
                       "negative."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Target pay period:"
           PERFORM HR-CHECK-OPEN-PERIOD
           IF WS-HR-EXISTS NOT = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE SEARCH-ID TO WS-OEI-EMPLOYEE-ID
           MOVE WS-HR-PERIOD TO WS-OEI-PERIOD-END
           MOVE WS-OE-CODE TO WS-OEI-EARN-CODE
           MOVE WS-OE-DESC TO WS-OEI-DESC
           MOVE WS-CURRENT-OPERATOR TO WS-OEI-ENTERED-BY
           MOVE WS-OEI-AMOUNT TO WS-OE-AMT-DISP
           MOVE "N/A" TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "EARN CODE=" DELIMITED BY SIZE
                  WS-OE-CODE DELIMITED BY SIZE
                  " DESC=" DELIMITED BY SIZE
                  WS-OE-DESC DELIMITED BY SIZE
                  " AMT=" DELIMITED BY SIZE
                  WS-OE-AMT-DISP DELIMITED BY SIZE
                  " PERIOD=" DELIMITED BY SIZE
                  WS-HR-PERIOD DELIMITED BY SIZE
                  INTO WS-AUDIT-AFTER
           END-STRING

           IF WS-IS-SUPERVISOR = "Y"
               PERFORM OE-WRITE-EARNING
               IF WS-AQ-APPLY-OK = "Y"
                   MOVE SEARCH-ID TO EMPLOYEE-ID
                   MOVE "EARN" TO AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
               END-IF
           ELSE
               MOVE SEARCH-ID TO EMPLOYEE-ID
               MOVE "EARN" TO WS-AQ-ACTION
               PERFORM SUBMIT-APPROVAL-REQUEST
           END-IF.
           PERFORM PRESS-ENTER.

       OE-WRITE-EARNING.
           MOVE "N" TO WS-AQ-APPLY-OK
           PERFORM OPEN-EARNINGS-FILE-IO
           IF EARN-STATUS NOT = "00"
               DISPLAY "Error opening one_time_earnings.dat. "
                       "Status: " EARN-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE 1 TO WS-OE-NEXT-SEQ
           MOVE WS-OEI-EMPLOYEE-ID TO OE-EMPLOYEE-ID
           MOVE WS-OEI-PERIOD-END TO OE-PERIOD-END
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
                       IF OE-EMPLOYEE-ID NOT = WS-OEI-EMPLOYEE-ID OR
                          OE-PERIOD-END NOT = WS-OEI-PERIOD-END
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           COMPUTE WS-OE-NEXT-SEQ = OE-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-OEI-EMPLOYEE-ID TO OE-EMPLOYEE-ID
           MOVE WS-OEI-PERIOD-END TO OE-PERIOD-END
           MOVE WS-OE-NEXT-SEQ TO OE-SEQ
           MOVE WS-OEI-EARN-CODE TO OE-EARN-CODE
           MOVE WS-OEI-DESC TO OE-DESC
           MOVE WS-OEI-AMOUNT TO OE-AMOUNT
           MOVE WS-OEI-ENTERED-BY TO OE-ENTERED-BY
           MOVE WS-CURRENT-OPERATOR TO OE-APPROVED-BY
           MOVE "A" TO OE-STATUS
           MOVE ZEROS TO OE-PAID-PERIOD
           WRITE EARNINGS-RECORD
           IF EARN-STATUS = "00"
               DISPLAY "One-time earning recorded for period "
                       OE-PERIOD-END " (seq " OE-SEQ ")."
               MOVE "Y" TO WS-AQ-APPLY-OK
           ELSE
               DISPLAY "Error writing one-time earning. Status: "
                       EARN-STATUS
           END-IF.
           CLOSE EARNINGS-FILE.

       AQ-APPLY-EARNING.
           MOVE AQ-NEW-RECORD TO WS-OE-IMAGE
           PERFORM OE-WRITE-EARNING
           IF WS-AQ-APPLY-OK = "Y"
               MOVE AQ-EMPLOYEE-ID TO EMPLOYEE-ID
               MOVE "N/A" TO WS-AUDIT-BEFORE
               MOVE AQ-AFTER TO WS-AUDIT-AFTER
               MOVE "EARN" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           END-IF.

       OE-CANCEL.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required to cancel a one-time earning."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Employee ID: "
           ACCEPT SEARCH-ID
           IF SEARCH-ID IS NOT NUMERIC OR SEARCH-ID = ZEROS
               DISPLAY "Invalid ID format. Must be 5 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter Target Period End (YYYYMMDD): "
           ACCEPT WS-HR-PERIOD
           DISPLAY "Enter Sequence Number: "
           ACCEPT WS-OE-SEQ

           OPEN I-O EARNINGS-FILE
           IF EARN-STATUS NOT = "00"
               DISPLAY "No one-time earnings on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO OE-EMPLOYEE-ID
           MOVE WS-HR-PERIOD TO OE-PERIOD-END
           MOVE WS-OE-SEQ TO OE-SEQ
           READ EARNINGS-FILE
               INVALID KEY
                   CLOSE EARNINGS-FILE
                   DISPLAY "One-time earning not found."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
           END-READ
           IF OE-STATUS NOT = "A"
               CLOSE EARNINGS-FILE
               DISPLAY "Only an approved, unpaid earning can be "
                       "cancelled (status is " OE-STATUS ")."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE OE-AMOUNT TO WS-OE-AMT-DISP
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING "EARN CODE=" DELIMITED BY SIZE
                  OE-EARN-CODE DELIMITED BY SIZE
                  " AMT=" DELIMITED BY SIZE
                  WS-OE-AMT-DISP DELIMITED BY SIZE
                  " PERIOD=" DELIMITED BY SIZE
                  OE-PERIOD-END DELIMITED BY SIZE
                  " STATUS=A" DELIMITED BY SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           MOVE "C" TO OE-STATUS
           REWRITE EARNINGS-RECORD
           IF EARN-STATUS = "00"
               DISPLAY "One-time earning cancelled."
               MOVE SPACES TO WS-AUDIT-AFTER
               STRING "EARN CODE=" DELIMITED BY SIZE
                      OE-EARN-CODE DELIMITED BY SIZE
                      " AMT=" DELIMITED BY SIZE
                      WS-OE-AMT-DISP DELIMITED BY SIZE
                      " PERIOD=" DELIMITED BY SIZE
                      OE-PERIOD-END DELIMITED BY SIZE
                      " STATUS=C" DELIMITED BY SIZE
                      INTO WS-AUDIT-AFTER
               END-STRING
               MOVE SEARCH-ID TO EMPLOYEE-ID
               MOVE "EARN" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY "Error updating one-time earning. Status: "
                       EARN-STATUS
           END-IF.
           CLOSE EARNINGS-FILE
           PERFORM PRESS-ENTER.

       OPEN-EARNINGS-FILE-IO.
           OPEN I-O EARNINGS-FILE
           IF EARN-STATUS = "35"
               OPEN OUTPUT EARNINGS-FILE
               CLOSE EARNINGS-FILE
               OPEN I-O EARNINGS-FILE
           END-IF.

       BANK-DETAILS-MAINTENANCE.
           MOVE 0 TO WS-BK-CHOICE
           PERFORM UNTIL WS-BK-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Bank Details Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. View Bank Details"
               DISPLAY "2. Add/Change Bank Details"
               DISPLAY "3. Remove Bank Details (pay by cheque)"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-BK-CHOICE

               EVALUATE WS-BK-CHOICE
                   WHEN 1
                       PERFORM BK-VIEW-DETAILS
                   WHEN 2
                       PERFORM BK-SET-DETAILS
                   WHEN 3
                       PERFORM BK-REMOVE-DETAILS
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       BK-READ-DETAILS.
           MOVE "N" TO WS-BK-EXISTS
           MOVE SPACES TO BANK-DETAIL-RECORD
           MOVE SEARCH-ID TO BK-EMPLOYEE-ID
           MOVE ZEROS TO BK-ROUTING
           MOVE ZEROS TO BK-SPLIT-AMOUNT
           MOVE ZEROS TO BK-ROUTING-2
           MOVE ZEROS TO BK-UPDATED-DATE
           OPEN INPUT BANK-DETAIL-FILE
           IF BANK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           READ BANK-DETAIL-FILE
               INVALID KEY
                   MOVE SPACES TO BANK-DETAIL-RECORD
                   MOVE SEARCH-ID TO BK-EMPLOYEE-ID
                   MOVE ZEROS TO BK-ROUTING
                   MOVE ZEROS TO BK-SPLIT-AMOUNT
                   MOVE ZEROS TO BK-ROUTING-2
                   MOVE ZEROS TO BK-UPDATED-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-BK-EXISTS
           END-READ.
           CLOSE BANK-DETAIL-FILE.

       BK-MASK-ACCOUNT.
           MOVE SPACES TO WS-BK-ACCT-MASK
           IF WS-BK-ACCT-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BK-ACCT-IN TRAILING))
               TO WS-BK-ACCT-LEN
           IF WS-BK-ACCT-LEN < 5
               MOVE "****" TO WS-BK-ACCT-MASK
           ELSE
               STRING "****" DELIMITED BY SIZE
                      WS-BK-ACCT-IN(WS-BK-ACCT-LEN - 3:4)
                          DELIMITED BY SIZE
                      INTO WS-BK-ACCT-MASK
               END-STRING
           END-IF.

       BK-BUILD-IMAGE.
           MOVE BK-ACCOUNT TO WS-BK-ACCT-IN
           PERFORM BK-MASK-ACCOUNT
           MOVE WS-BK-ACCT-MASK TO WS-BK-ACCT-MASK-2
           MOVE BK-ACCOUNT-2 TO WS-BK-ACCT-IN
           PERFORM BK-MASK-ACCOUNT
           MOVE BK-SPLIT-AMOUNT TO WS-BK-SPLIT-DISP
           MOVE SPACES TO WS-BK-IMAGE-TEXT
           STRING "RT=" DELIMITED BY SIZE
                  BK-ROUTING DELIMITED BY SIZE
                  " ACCT=" DELIMITED BY SIZE
                  WS-BK-ACCT-MASK-2 DELIMITED BY SIZE
                  " TYPE=" DELIMITED BY SIZE
                  BK-ACCT-TYPE DELIMITED BY SIZE
                  " SPLIT=" DELIMITED BY SIZE
                  WS-BK-SPLIT-DISP DELIMITED BY SIZE
                  " RT2=" DELIMITED BY SIZE
                  BK-ROUTING-2 DELIMITED BY SIZE
                  " ACCT2=" DELIMITED BY SIZE
                  WS-BK-ACCT-MASK DELIMITED BY SIZE
                  " TYPE2=" DELIMITED BY SIZE
                  BK-ACCT-TYPE-2 DELIMITED BY SIZE
                  INTO WS-BK-IMAGE-TEXT
           END-STRING.

       BK-SHOW-DETAILS.
           IF WS-BK-EXISTS NOT = "Y"
               DISPLAY "No bank details on file; this employee is "
                       "paid by cheque."
               EXIT PARAGRAPH
           END-IF.
           MOVE BK-ACCOUNT TO WS-BK-ACCT-IN
           PERFORM BK-MASK-ACCOUNT
           DISPLAY "Routing: " BK-ROUTING "  Account: "
                   WS-BK-ACCT-MASK "  Type: " BK-ACCT-TYPE
           IF BK-SPLIT-AMOUNT > ZEROS
               MOVE BK-SPLIT-AMOUNT TO WS-BK-SPLIT-DISP
               MOVE BK-ACCOUNT-2 TO WS-BK-ACCT-IN
               PERFORM BK-MASK-ACCOUNT
               DISPLAY "Split: " WS-BK-SPLIT-DISP " to routing "
                       BK-ROUTING-2 "  account " WS-BK-ACCT-MASK
                       "  type " BK-ACCT-TYPE-2
           END-IF
           DISPLAY "Last changed by " BK-UPDATED-BY " on "
                   BK-UPDATED-DATE.

       BK-VIEW-DETAILS.
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Employee: " EMPLOYEE-NAME
           PERFORM BK-READ-DETAILS
           PERFORM BK-SHOW-DETAILS
           PERFORM PRESS-ENTER.

       BK-CHECK-ROUTING.
           MOVE "N" TO WS-BK-RT-OK
           IF WS-BK-ROUTING = ZEROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BK-RT-SUM =
               3 * (WS-BK-RT-DIGIT(1) + WS-BK-RT-DIGIT(4)
                    + WS-BK-RT-DIGIT(7))
             + 7 * (WS-BK-RT-DIGIT(2) + WS-BK-RT-DIGIT(5)
                    + WS-BK-RT-DIGIT(8))
             + WS-BK-RT-DIGIT(3) + WS-BK-RT-DIGIT(6)
             + WS-BK-RT-DIGIT(9)
           IF FUNCTION MOD(WS-BK-RT-SUM, 10) = 0
               MOVE "Y" TO WS-BK-RT-OK
           END-IF.

       BK-ACCEPT-ROUTING.
           MOVE "N" TO WS-BK-RT-OK
           ACCEPT WS-BK-VALUE-TEXT
           IF WS-BK-VALUE-TEXT = SPACES
               MOVE "K" TO WS-BK-RT-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-BK-VALUE-TEXT(1:9) IS NOT NUMERIC OR
              WS-BK-VALUE-TEXT(10:) NOT = SPACES
               DISPLAY "Routing number must be exactly 9 digits."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BK-VALUE-TEXT(1:9) TO WS-BK-ROUTING
           PERFORM BK-CHECK-ROUTING
           IF WS-BK-RT-OK NOT = "Y"
               DISPLAY "Routing number " WS-BK-ROUTING
                       " fails the check-digit test."
           END-IF.

       BK-SET-DETAILS.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for changing bank details."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Employee: " EMPLOYEE-NAME
           PERFORM BK-READ-DETAILS
           PERFORM BK-SHOW-DETAILS
           IF WS-BK-EXISTS = "Y"
               PERFORM BK-BUILD-IMAGE
               MOVE WS-BK-IMAGE-TEXT TO WS-AUDIT-BEFORE
           ELSE
               MOVE "N/A" TO WS-AUDIT-BEFORE
           END-IF

           DISPLAY "Routing number (9 digits, blank=keep): "
           PERFORM BK-ACCEPT-ROUTING
           IF WS-BK-RT-OK = "N"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-BK-RT-OK = "Y"
               MOVE WS-BK-ROUTING TO BK-ROUTING
           END-IF
           IF BK-ROUTING = ZEROS
               DISPLAY "A routing number is required."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Account number (blank=keep): "
           ACCEPT WS-BK-VALUE-TEXT
           IF WS-BK-VALUE-TEXT NOT = SPACES
               MOVE WS-BK-VALUE-TEXT TO BK-ACCOUNT
           END-IF
           IF BK-ACCOUNT = SPACES
               DISPLAY "An account number is required."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Account type - (C)hecking or (S)avings "
                   "(blank=keep): "
           ACCEPT WS-BK-VALUE-TEXT
           IF WS-BK-VALUE-TEXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-BK-VALUE-TEXT(1:1))
                   TO BK-ACCT-TYPE
           END-IF
           IF BK-ACCT-TYPE NOT = "C" AND BK-ACCT-TYPE NOT = "S"
               DISPLAY "Invalid account type. Enter C or S."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Fixed amount to a second account each pay "
                   "(0=none, blank=keep): "
           ACCEPT WS-BK-VALUE-TEXT
           IF WS-BK-VALUE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-BK-VALUE-TEXT) NOT = 0
                   DISPLAY "Invalid split amount."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-BK-VALUE-TEXT)
                   TO BK-SPLIT-AMOUNT
           END-IF

           IF BK-SPLIT-AMOUNT = ZEROS
               MOVE ZEROS TO BK-ROUTING-2
               MOVE SPACES TO BK-ACCOUNT-2
               MOVE SPACES TO BK-ACCT-TYPE-2
           ELSE
               DISPLAY "Second account routing number (blank=keep): "
               PERFORM BK-ACCEPT-ROUTING
               IF WS-BK-RT-OK = "N"
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               IF WS-BK-RT-OK = "Y"
                   MOVE WS-BK-ROUTING TO BK-ROUTING-2
               END-IF
               DISPLAY "Second account number (blank=keep): "
               ACCEPT WS-BK-VALUE-TEXT
               IF WS-BK-VALUE-TEXT NOT = SPACES
                   MOVE WS-BK-VALUE-TEXT TO BK-ACCOUNT-2
               END-IF
               DISPLAY "Second account type - (C)hecking or "
                       "(S)avings (blank=keep): "
               ACCEPT WS-BK-VALUE-TEXT
               IF WS-BK-VALUE-TEXT NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-BK-VALUE-TEXT(1:1))
                       TO BK-ACCT-TYPE-2
               END-IF
               IF BK-ROUTING-2 = ZEROS OR BK-ACCOUNT-2 = SPACES OR
                  (BK-ACCT-TYPE-2 NOT = "C" AND
                   BK-ACCT-TYPE-2 NOT = "S")
                   DISPLAY "A split needs a valid second routing "
                           "number, account and type."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SEARCH-ID TO BK-EMPLOYEE-ID
           MOVE WS-CURRENT-OPERATOR TO BK-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO BK-UPDATED-DATE
           PERFORM OPEN-BANK-DETAIL-FILE-IO
           IF BANK-STATUS NOT = "00"
               DISPLAY "Error opening bank_details.dat. Status: "
                       BANK-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-BK-EXISTS = "Y"
               REWRITE BANK-DETAIL-RECORD
           ELSE
               WRITE BANK-DETAIL-RECORD
           END-IF
           IF BANK-STATUS = "00"
               DISPLAY "Bank details saved."
               PERFORM BK-BUILD-IMAGE
               MOVE WS-BK-IMAGE-TEXT TO WS-AUDIT-AFTER
               MOVE SEARCH-ID TO EMPLOYEE-ID
               MOVE "BANK" TO AUDIT-OPERATION
               PERFORM WRITE-AUDIT-LOG
           ELSE
               DISPLAY "Error saving bank details. Status: "
                       BANK-STATUS
           END-IF.
           CLOSE BANK-DETAIL-FILE
           PERFORM PRESS-ENTER.

       BK-REMOVE-DETAILS.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for removing bank details."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Employee: " EMPLOYEE-NAME
           PERFORM BK-READ-DETAILS
           PERFORM BK-SHOW-DETAILS
           IF WS-BK-EXISTS NOT = "Y"
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Remove these bank details? The employee will be "
                   "paid by cheque. (Y/N): "
           ACCEPT CONFIRM-DELETE
           IF CONFIRM-DELETE NOT = "Y" AND CONFIRM-DELETE NOT = "y"
               DISPLAY "Bank details left unchanged."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM BK-BUILD-IMAGE
           MOVE WS-BK-IMAGE-TEXT TO WS-AUDIT-BEFORE
           OPEN I-O BANK-DETAIL-FILE
           IF BANK-STATUS NOT = "00"
               DISPLAY "Error opening bank_details.dat. Status: "
                       BANK-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO BK-EMPLOYEE-ID
           DELETE BANK-DETAIL-FILE
               INVALID KEY
                   DISPLAY "Error removing bank details. Status: "
                           BANK-STATUS
               NOT INVALID KEY
                   DISPLAY "Bank details removed."
                   MOVE "N/A" TO WS-AUDIT-AFTER
                   MOVE SEARCH-ID TO EMPLOYEE-ID
                   MOVE "BANK" TO AUDIT-OPERATION
                   PERFORM WRITE-AUDIT-LOG
           END-DELETE.
           CLOSE BANK-DETAIL-FILE
           PERFORM PRESS-ENTER.

       OPEN-BANK-DETAIL-FILE-IO.
           OPEN I-O BANK-DETAIL-FILE
           IF BANK-STATUS = "35"
               OPEN OUTPUT BANK-DETAIL-FILE
               CLOSE BANK-DETAIL-FILE
               OPEN I-O BANK-DETAIL-FILE
           END-IF.

       BENEFITS-ENROLLMENT.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for benefits enrollment."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BN-CHOICE
           PERFORM UNTIL WS-BN-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Benefit Plans & Enrollment"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Benefit Plans"
               DISPLAY "2. Add/Change Benefit Plan"
               DISPLAY "3. View Employee Enrollments"
               DISPLAY "4. Enroll Employee in Plan"
               DISPLAY "5. Change Enrollment Tier"
               DISPLAY "6. Stop Enrollment"
               DISPLAY "7. Record Open-Enrollment Election"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-BN-CHOICE

               EVALUATE WS-BN-CHOICE
                   WHEN 1
                       PERFORM BN-LIST-PLANS
                   WHEN 2
                       PERFORM BN-SET-PLAN
                   WHEN 3
                       PERFORM BN-VIEW-ENROLLMENTS
                   WHEN 4
                       PERFORM BN-ENROLL
                   WHEN 5
                       PERFORM BN-CHANGE-ENROLLMENT
                   WHEN 6
                       PERFORM BN-STOP-ENROLLMENT
                   WHEN 7
                       PERFORM BN-RECORD-ELECTION
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       BN-LIST-PLANS.
           PERFORM CLEAR-SCREEN
           OPEN INPUT BENEFIT-PLAN-FILE
           IF BPLAN-STATUS NOT = "00"
               DISPLAY "No benefit plans on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BN-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ BENEFIT-PLAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-BN-LISTED
                       DISPLAY "-------------------------------------"
                       DISPLAY "Plan " BP-PLAN-CODE "  " BP-DESC
                               "  Carrier: " BP-CARRIER
                               "  Active: " BP-ACTIVE
                       PERFORM VARYING WS-BN-TIER-IDX FROM 1 BY 1
                               UNTIL WS-BN-TIER-IDX > BP-TIER-COUNT
                           MOVE BP-TIER-COST(WS-BN-TIER-IDX)
                               TO WS-BN-COST-DISP
                           DISPLAY "   Tier "
                                   BP-TIER-CODE(WS-BN-TIER-IDX) "  "
                                   BP-TIER-DESC(WS-BN-TIER-IDX)
                                   "  cost per period "
                                   WS-BN-COST-DISP
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE BENEFIT-PLAN-FILE
           MOVE "N" TO END-OF-FILE
           IF WS-BN-LISTED = ZEROS
               DISPLAY "No benefit plans on file yet."
           END-IF.
           PERFORM PRESS-ENTER.

       BN-READ-PLAN.
           MOVE "N" TO WS-BN-PLAN-OK
           OPEN INPUT BENEFIT-PLAN-FILE
           IF BPLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BN-PLAN TO BP-PLAN-CODE
           READ BENEFIT-PLAN-FILE
               INVALID KEY
                   MOVE "N" TO WS-BN-PLAN-OK
               NOT INVALID KEY
                   MOVE "Y" TO WS-BN-PLAN-OK
           END-READ.
           CLOSE BENEFIT-PLAN-FILE.

       BN-FIND-TIER.
           MOVE 0 TO WS-BN-TIER-HIT
           MOVE 0 TO WS-BN-COST
           PERFORM VARYING WS-BN-TIER-IDX FROM 1 BY 1
                   UNTIL WS-BN-TIER-IDX > BP-TIER-COUNT
               IF BP-TIER-CODE(WS-BN-TIER-IDX) = WS-BN-TIER
                   MOVE WS-BN-TIER-IDX TO WS-BN-TIER-HIT
                   MOVE BP-TIER-COST(WS-BN-TIER-IDX) TO WS-BN-COST
               END-IF
           END-PERFORM.

       BN-SHOW-TIERS.
           DISPLAY "Plan " BP-PLAN-CODE "  " BP-DESC
           PERFORM VARYING WS-BN-TIER-IDX FROM 1 BY 1
                   UNTIL WS-BN-TIER-IDX > BP-TIER-COUNT
               MOVE BP-TIER-COST(WS-BN-TIER-IDX) TO WS-BN-COST-DISP
               DISPLAY "   Tier " BP-TIER-CODE(WS-BN-TIER-IDX) "  "
                       BP-TIER-DESC(WS-BN-TIER-IDX)
                       "  cost per period " WS-BN-COST-DISP
           END-PERFORM.

       BN-ACCEPT-PLAN.
           MOVE "N" TO WS-BN-PLAN-OK
           DISPLAY "Enter Plan Code: "
           ACCEPT WS-BN-PLAN
           MOVE FUNCTION UPPER-CASE(WS-BN-PLAN) TO WS-BN-PLAN
           IF WS-BN-PLAN = SPACES
               DISPLAY "Plan code cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM BN-READ-PLAN
           IF WS-BN-PLAN-OK NOT = "Y"
               DISPLAY "Benefit plan " WS-BN-PLAN " is not on file."
               PERFORM PRESS-ENTER
           END-IF.

       BN-SET-PLAN.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Plan Code (4 chars, e.g. MED1): "
           ACCEPT WS-BN-PLAN
           MOVE FUNCTION UPPER-CASE(WS-BN-PLAN) TO WS-BN-PLAN
           IF WS-BN-PLAN = SPACES
               DISPLAY "Plan code cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM BN-READ-PLAN
           MOVE WS-BN-PLAN-OK TO WS-BN-EXISTS
           IF WS-BN-EXISTS = "Y"
               PERFORM BN-SHOW-TIERS
               DISPLAY "Carrier: " BP-CARRIER "  Active: " BP-ACTIVE
               DISPLAY "Enter new details (blank=keep):"
           ELSE
               MOVE SPACES TO BENEFIT-PLAN-RECORD
               MOVE WS-BN-PLAN TO BP-PLAN-CODE
               MOVE "Y" TO BP-ACTIVE
               MOVE 0 TO BP-TIER-COUNT
               PERFORM VARYING WS-BN-TIER-IDX FROM 1 BY 1
                       UNTIL WS-BN-TIER-IDX > 4
                   MOVE 0 TO BP-TIER-COST(WS-BN-TIER-IDX)
               END-PERFORM
               DISPLAY "New benefit plan " WS-BN-PLAN "."
           END-IF

           DISPLAY "Description: "
           ACCEPT WS-BN-VALUE-TEXT
           IF WS-BN-VALUE-TEXT NOT = SPACES
               MOVE WS-BN-VALUE-TEXT TO BP-DESC
           END-IF
           IF BP-DESC = SPACES
               DISPLAY "Description cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Carrier: "
           ACCEPT WS-BN-VALUE-TEXT
           IF WS-BN-VALUE-TEXT NOT = SPACES
               MOVE WS-BN-VALUE-TEXT TO BP-CARRIER
           END-IF

           DISPLAY "Active (Y/N): "
           ACCEPT WS-BN-VALUE-TEXT
           IF WS-BN-VALUE-TEXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-BN-VALUE-TEXT(1:1))
                   TO BP-ACTIVE
           END-IF
           IF BP-ACTIVE NOT = "Y" AND BP-ACTIVE NOT = "N"
               DISPLAY "Invalid active flag. Enter Y or N."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Number of coverage tiers (1-4): "
           ACCEPT WS-BN-VALUE-TEXT
           IF WS-BN-VALUE-TEXT NOT = SPACES
               IF WS-BN-VALUE-TEXT(1:1) IS NOT NUMERIC OR
                  WS-BN-VALUE-TEXT(2:) NOT = SPACES OR
                  WS-BN-VALUE-TEXT(1:1) = "0" OR
                  WS-BN-VALUE-TEXT(1:1) > "4"
                   DISPLAY "Tier count must be 1 to 4."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BN-VALUE-TEXT(1:1) TO BP-TIER-COUNT
           END-IF
           IF BP-TIER-COUNT = ZEROS
               DISPLAY "A plan needs at least one coverage tier."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-BN-TIER-IDX FROM 1 BY 1
                   UNTIL WS-BN-TIER-IDX > BP-TIER-COUNT
               DISPLAY "Tier " WS-BN-TIER-IDX " code (2 chars, e.g. "
                       "EE/ES/EC/FA): "
               ACCEPT WS-BN-VALUE-TEXT
               IF WS-BN-VALUE-TEXT NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-BN-VALUE-TEXT(1:2))
                       TO BP-TIER-CODE(WS-BN-TIER-IDX)
               END-IF
               DISPLAY "Tier " WS-BN-TIER-IDX " description: "
               ACCEPT WS-BN-VALUE-TEXT
               IF WS-BN-VALUE-TEXT NOT = SPACES
                   MOVE WS-BN-VALUE-TEXT
                       TO BP-TIER-DESC(WS-BN-TIER-IDX)
               END-IF
               DISPLAY "Tier " WS-BN-TIER-IDX
                       " employee cost per pay period: "
               ACCEPT WS-BN-VALUE-TEXT
               IF WS-BN-VALUE-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-BN-VALUE-TEXT) NOT = 0
                       DISPLAY "Invalid cost; keeping current."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-BN-VALUE-TEXT)
                           TO BP-TIER-COST(WS-BN-TIER-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BN-TIER-IDX FROM BP-TIER-COUNT BY 1
                   UNTIL WS-BN-TIER-IDX >= 4
               MOVE SPACES TO BP-TIER-CODE(WS-BN-TIER-IDX + 1)
               MOVE SPACES TO BP-TIER-DESC(WS-BN-TIER-IDX + 1)
               MOVE 0 TO BP-TIER-COST(WS-BN-TIER-IDX + 1)
           END-PERFORM

           MOVE "Y" TO WS-BN-PLAN-OK
           PERFORM VARYING WS-BN-TIER-IDX FROM 1 BY 1
                   UNTIL WS-BN-TIER-IDX > BP-TIER-COUNT
               IF BP-TIER-CODE(WS-BN-TIER-IDX) = SPACES
                   MOVE "N" TO WS-BN-PLAN-OK
               END-IF
           END-PERFORM
           IF WS-BN-PLAN-OK NOT = "Y"
               DISPLAY "Every tier needs a tier code."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-BENEFIT-PLAN-FILE-IO
           IF BPLAN-STATUS NOT = "00"
               DISPLAY "Error opening benefit_plans.dat. Status: "
                       BPLAN-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-BN-EXISTS = "Y"
               REWRITE BENEFIT-PLAN-RECORD
           ELSE
               WRITE BENEFIT-PLAN-RECORD
           END-IF
           IF BPLAN-STATUS = "00"
               DISPLAY "Benefit plan saved."
           ELSE
               DISPLAY "Error saving benefit plan. Status: "
                       BPLAN-STATUS
           END-IF.
           CLOSE BENEFIT-PLAN-FILE
           IF WS-BN-EXISTS = "Y" AND BPLAN-STATUS = "00"
               PERFORM BN-REPRICE-PLAN
           END-IF
           PERFORM PRESS-ENTER.

       BN-REPRICE-PLAN.
           MOVE 0 TO WS-BN-LISTED
           PERFORM OPEN-ENROLLMENT-FILE-IO
           IF BENROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BN-DATE
           MOVE ZEROS TO BE-EMPLOYEE-ID
           MOVE LOW-VALUES TO BE-PLAN-CODE
           START ENROLLMENT-FILE KEY IS >= BE-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BE-PLAN-CODE = BP-PLAN-CODE AND
                          (BE-END-DATE = ZEROS OR
                           BE-END-DATE >= WS-BN-DATE)
                           MOVE BE-TIER-CODE TO WS-BN-TIER
                           PERFORM BN-FIND-TIER
                           IF WS-BN-TIER-HIT = 0
                               DISPLAY "Warning: employee "
                                       BE-EMPLOYEE-ID " is in tier "
                                       BE-TIER-CODE ", which this "
                                       "plan no longer has."
                           ELSE
                               MOVE "C" TO WS-BN-SYNC-MODE
                               PERFORM BN-SYNC-DEDUCTION
                               IF WS-BN-DED-OK = "Y"
                                   ADD 1 TO WS-BN-LISTED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE
           MOVE "N" TO END-OF-FILE
           IF WS-BN-LISTED > ZEROS
               DISPLAY WS-BN-LISTED " enrolled employee deduction(s) "
                       "repriced to the plan's current cost."
           END-IF.

       BN-VIEW-ENROLLMENTS.
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Employee: " EMPLOYEE-NAME
           OPEN INPUT ENROLLMENT-FILE
           IF BENROL-STATUS NOT = "00"
               DISPLAY "No benefit enrollments on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+------+------+------+----------+----------"
                   "+----------+--------+"
           DISPLAY "| Plan | Tier | Deps | Effective| End      "
                   "| Changed  | Status |"
           DISPLAY "+------+------+------+----------+----------"
                   "+----------+--------+"
           MOVE 0 TO WS-BN-LISTED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BN-DATE
           MOVE SEARCH-ID TO BE-EMPLOYEE-ID
           MOVE LOW-VALUES TO BE-PLAN-CODE
           START ENROLLMENT-FILE KEY IS >= BE-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF BE-EMPLOYEE-ID NOT = SEARCH-ID
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-BN-LISTED
                           IF BE-END-DATE = ZEROS OR
                              BE-END-DATE >= WS-BN-DATE
                               MOVE "Active" TO WS-BN-STATUS-TEXT
                           ELSE
                               MOVE "Ended" TO WS-BN-STATUS-TEXT
                           END-IF
                           DISPLAY "| " BE-PLAN-CODE " |  "
                                   BE-TIER-CODE "  |  "
                                   BE-DEPENDENTS "  | "
                                   BE-EFFECTIVE-DATE " | "
                                   BE-END-DATE " | "
                                   BE-LAST-CHANGE " | "
                                   WS-BN-STATUS-TEXT " |"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE
           MOVE "N" TO END-OF-FILE
           DISPLAY "+------+------+------+----------+----------"
                   "+----------+--------+"
           IF WS-BN-LISTED = ZEROS
               DISPLAY "No benefit enrollments for that employee."
           END-IF.
           PERFORM PRESS-ENTER.

       BN-READ-ENROLLMENT.
           MOVE "N" TO WS-BN-EXISTS
           MOVE "N" TO WS-BN-ACTIVE
           OPEN INPUT ENROLLMENT-FILE
           IF BENROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO BE-EMPLOYEE-ID
           MOVE WS-BN-PLAN TO BE-PLAN-CODE
           READ ENROLLMENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-BN-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-BN-EXISTS
           END-READ.
           CLOSE ENROLLMENT-FILE
           IF WS-BN-EXISTS = "Y"
               IF BE-END-DATE = ZEROS OR
                  BE-END-DATE >= FUNCTION CURRENT-DATE(1:8)
                   MOVE "Y" TO WS-BN-ACTIVE
               END-IF
           END-IF.

       BN-ACCEPT-TIER.
           DISPLAY "Coverage tier: "
           ACCEPT WS-BN-TIER
           MOVE FUNCTION UPPER-CASE(WS-BN-TIER) TO WS-BN-TIER
           PERFORM BN-FIND-TIER
           IF WS-BN-TIER-HIT = 0
               DISPLAY "Tier " WS-BN-TIER " is not offered by plan "
                       BP-PLAN-CODE "."
               PERFORM PRESS-ENTER
           END-IF.

       BN-ACCEPT-DEPENDENTS.
           MOVE "N" TO WS-BN-DEPS-OK
           DISPLAY "Number of dependents covered (0-99): "
           ACCEPT WS-BN-VALUE-TEXT
           IF WS-BN-VALUE-TEXT = SPACES
               MOVE "K" TO WS-BN-DEPS-OK
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-BN-VALUE-TEXT) NOT = 0
               DISPLAY "Invalid number of dependents."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-BN-VALUE-TEXT) < 0 OR
              FUNCTION NUMVAL(WS-BN-VALUE-TEXT) > 99
               DISPLAY "Dependents must be 0 to 99."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-BN-VALUE-TEXT) TO WS-BN-DEPENDENTS
           MOVE "Y" TO WS-BN-DEPS-OK.

       BN-ENROLL.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enrolling: " EMPLOYEE-NAME
           PERFORM BN-ACCEPT-PLAN
           IF WS-BN-PLAN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF BP-ACTIVE NOT = "Y"
               DISPLAY "Plan " BP-PLAN-CODE " is inactive and is not "
                       "taking enrollments."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM BN-READ-ENROLLMENT
           IF WS-BN-ACTIVE = "Y"
               DISPLAY "Already enrolled in " BP-PLAN-CODE " (tier "
                       BE-TIER-CODE "). Use Change Enrollment Tier."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM BN-SHOW-TIERS
           PERFORM BN-ACCEPT-TIER
           IF WS-BN-TIER-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM BN-ACCEPT-DEPENDENTS
           IF WS-BN-DEPS-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BN-DEPS-OK = "K"
               MOVE 0 TO WS-BN-DEPENDENTS
           END-IF

           DISPLAY "Effective Date (YYYYMMDD): "
           ACCEPT WS-BN-DATE-TEXT
           MOVE FUNCTION NUMVAL(WS-BN-DATE-TEXT) TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid effective date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-ENROLLMENT-FILE-IO
           IF BENROL-STATUS NOT = "00"
               DISPLAY "Error opening benefit_enrollments.dat. "
                       "Status: " BENROL-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO BE-EMPLOYEE-ID
           MOVE BP-PLAN-CODE TO BE-PLAN-CODE
           MOVE WS-BN-TIER TO BE-TIER-CODE
           MOVE WS-BN-DEPENDENTS TO BE-DEPENDENTS
           MOVE WS-VAL-DATE TO BE-EFFECTIVE-DATE
           MOVE ZEROS TO BE-END-DATE
           MOVE WS-VAL-DATE TO BE-LAST-CHANGE
           MOVE WS-CURRENT-OPERATOR TO BE-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO BE-UPDATED-DATE
           IF WS-BN-EXISTS = "Y"
               REWRITE ENROLLMENT-RECORD
           ELSE
               WRITE ENROLLMENT-RECORD
           END-IF
           IF BENROL-STATUS NOT = "00"
               DISPLAY "Error saving enrollment. Status: "
                       BENROL-STATUS
               CLOSE ENROLLMENT-FILE
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           CLOSE ENROLLMENT-FILE
           DISPLAY "Enrollment saved."
           MOVE "E" TO WS-BN-SYNC-MODE
           PERFORM BN-SYNC-DEDUCTION
           PERFORM PRESS-ENTER.

       BN-CHANGE-ENROLLMENT.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Employee: " EMPLOYEE-NAME
           PERFORM BN-ACCEPT-PLAN
           IF WS-BN-PLAN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BN-READ-ENROLLMENT
           IF WS-BN-ACTIVE NOT = "Y"
               DISPLAY "No active enrollment in " BP-PLAN-CODE
                       " for this employee."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Current tier " BE-TIER-CODE ", " BE-DEPENDENTS
                   " dependent(s), effective " BE-EFFECTIVE-DATE
           PERFORM BN-SHOW-TIERS
           DISPLAY "Enter new details (blank=keep):"

           DISPLAY "New coverage tier: "
           ACCEPT WS-BN-TIER
           MOVE FUNCTION UPPER-CASE(WS-BN-TIER) TO WS-BN-TIER
           IF WS-BN-TIER = SPACES
               MOVE BE-TIER-CODE TO WS-BN-TIER
           END-IF
           PERFORM BN-FIND-TIER
           IF WS-BN-TIER-HIT = 0
               DISPLAY "Tier " WS-BN-TIER " is not offered by plan "
                       BP-PLAN-CODE "."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM BN-ACCEPT-DEPENDENTS
           IF WS-BN-DEPS-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BN-DEPS-OK = "K"
               MOVE BE-DEPENDENTS TO WS-BN-DEPENDENTS
           END-IF

           DISPLAY "Date of change (YYYYMMDD, blank=today): "
           ACCEPT WS-BN-DATE-TEXT
           IF WS-BN-DATE-TEXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VAL-DATE
           ELSE
               MOVE FUNCTION NUMVAL(WS-BN-DATE-TEXT) TO WS-VAL-DATE
           END-IF
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid date of change: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-VAL-DATE < BE-EFFECTIVE-DATE
               DISPLAY "Date of change cannot be before the "
                       "enrollment effective date."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-ENROLLMENT-FILE-IO
           IF BENROL-STATUS NOT = "00"
               DISPLAY "Error opening benefit_enrollments.dat. "
                       "Status: " BENROL-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BN-TIER TO BE-TIER-CODE
           MOVE WS-BN-DEPENDENTS TO BE-DEPENDENTS
           MOVE WS-VAL-DATE TO BE-LAST-CHANGE
           MOVE WS-CURRENT-OPERATOR TO BE-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO BE-UPDATED-DATE
           REWRITE ENROLLMENT-RECORD
           IF BENROL-STATUS NOT = "00"
               DISPLAY "Error updating enrollment. Status: "
                       BENROL-STATUS
               CLOSE ENROLLMENT-FILE
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           CLOSE ENROLLMENT-FILE
           DISPLAY "Enrollment updated."
           MOVE "C" TO WS-BN-SYNC-MODE
           PERFORM BN-SYNC-DEDUCTION
           PERFORM PRESS-ENTER.

       BN-STOP-ENROLLMENT.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Employee: " EMPLOYEE-NAME
           PERFORM BN-ACCEPT-PLAN
           IF WS-BN-PLAN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BN-READ-ENROLLMENT
           IF WS-BN-ACTIVE NOT = "Y"
               DISPLAY "No active enrollment in " BP-PLAN-CODE
                       " for this employee."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Stopping: " BP-DESC " tier " BE-TIER-CODE
                   ", effective " BE-EFFECTIVE-DATE
           DISPLAY "Enter End Date (YYYYMMDD): "
           ACCEPT WS-BN-DATE-TEXT
           MOVE FUNCTION NUMVAL(WS-BN-DATE-TEXT) TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid end date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-VAL-DATE < BE-EFFECTIVE-DATE
               DISPLAY "End date cannot be before the enrollment "
                       "effective date."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Stop this enrollment and its payroll deduction? "
                   "(Y/N): "
           ACCEPT CONFIRM-DELETE
           IF CONFIRM-DELETE NOT = "Y" AND CONFIRM-DELETE NOT = "y"
               DISPLAY "Enrollment left unchanged."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-ENROLLMENT-FILE-IO
           IF BENROL-STATUS NOT = "00"
               DISPLAY "Error opening benefit_enrollments.dat. "
                       "Status: " BENROL-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VAL-DATE TO BE-END-DATE
           MOVE WS-VAL-DATE TO BE-LAST-CHANGE
           MOVE WS-CURRENT-OPERATOR TO BE-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO BE-UPDATED-DATE
           REWRITE ENROLLMENT-RECORD
           IF BENROL-STATUS NOT = "00"
               DISPLAY "Error updating enrollment. Status: "
                       BENROL-STATUS
               CLOSE ENROLLMENT-FILE
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           CLOSE ENROLLMENT-FILE
           DISPLAY "Enrollment stopped."
           MOVE "S" TO WS-BN-SYNC-MODE
           PERFORM BN-SYNC-DEDUCTION
           PERFORM PRESS-ENTER.

       BN-SYNC-DEDUCTION.
           MOVE "N" TO WS-BN-DED-OK
           PERFORM OPEN-DEDUCTION-FILE-IO
           IF DED-STATUS NOT = "00"
               DISPLAY "Error opening deductions.dat. Status: "
                       DED-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE BE-EMPLOYEE-ID TO DED-EMPLOYEE-ID
           MOVE BE-PLAN-CODE TO DED-CODE
           READ DEDUCTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-BN-DED-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-BN-DED-EXISTS
           END-READ.

           IF WS-BN-SYNC-MODE = "S"
               IF WS-BN-DED-EXISTS = "Y"
                   MOVE BE-END-DATE TO DED-STOP-DATE
                   REWRITE DEDUCTION-RECORD
               END-IF
           ELSE
               IF WS-BN-DED-EXISTS NOT = "Y"
                   MOVE BE-EMPLOYEE-ID TO DED-EMPLOYEE-ID
                   MOVE BE-PLAN-CODE TO DED-CODE
                   MOVE "E" TO WS-BN-SYNC-MODE
               END-IF
               MOVE BP-DESC TO DED-DESC
               MOVE "F" TO DED-METHOD
               MOVE WS-BN-COST TO DED-AMOUNT
               MOVE ZEROS TO DED-PERCENT
               IF WS-BN-SYNC-MODE = "E"
                   MOVE BE-EFFECTIVE-DATE TO DED-START-DATE
                   MOVE BE-END-DATE TO DED-STOP-DATE
               END-IF
               IF WS-BN-DED-EXISTS = "Y"
                   REWRITE DEDUCTION-RECORD
               ELSE
                   WRITE DEDUCTION-RECORD
               END-IF
           END-IF

           IF DED-STATUS = "00"
               MOVE "Y" TO WS-BN-DED-OK
               IF WS-BN-SYNC-MODE = "S"
                   IF WS-BN-DED-EXISTS = "Y"
                       DISPLAY "Payroll deduction " DED-CODE
                               " stopped as of " DED-STOP-DATE "."
                   END-IF
               ELSE
                   MOVE DED-AMOUNT TO WS-BN-COST-DISP
                   DISPLAY "Payroll deduction " DED-CODE " set to "
                           WS-BN-COST-DISP " per period."
               END-IF
           ELSE
               DISPLAY "Error updating payroll deduction " DED-CODE
                       ". Status: " DED-STATUS
           END-IF.
           CLOSE DEDUCTION-FILE.

       BN-RECORD-ELECTION.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Employee: " EMPLOYEE-NAME
           DISPLAY "Plan year (YYYY): "
           ACCEPT WS-BN-VALUE-TEXT
           IF WS-BN-VALUE-TEXT(1:4) IS NOT NUMERIC OR
              WS-BN-VALUE-TEXT(5:) NOT = SPACES
               DISPLAY "Invalid plan year. Must be 4 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BN-VALUE-TEXT(1:4) TO WS-BN-YEAR
           PERFORM BN-ACCEPT-PLAN
           IF WS-BN-PLAN-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF BP-ACTIVE NOT = "Y"
               DISPLAY "Plan " BP-PLAN-CODE " is inactive and is not "
                       "taking elections."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-ELECTION-FILE-IO
           IF BELECT-STATUS NOT = "00"
               DISPLAY "Error opening benefit_elections.dat. Status: "
                       BELECT-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BN-YEAR TO BL-PLAN-YEAR
           MOVE SEARCH-ID TO BL-EMPLOYEE-ID
           MOVE BP-PLAN-CODE TO BL-PLAN-CODE
           READ ELECTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-BN-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-BN-EXISTS
           END-READ.
           IF WS-BN-EXISTS = "Y"
               IF BL-STATUS = "A"
                   DISPLAY "The " WS-BN-YEAR " election for this plan "
                           "was already applied on " BL-APPLIED-DATE
                           "."
                   DISPLAY "Use Change Enrollment Tier instead."
                   CLOSE ELECTION-FILE
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               IF BL-TIER-CODE = SPACES
                   DISPLAY "Current election: waive coverage"
               ELSE
                   DISPLAY "Current election: tier " BL-TIER-CODE
                           ", " BL-DEPENDENTS " dependent(s)"
               END-IF
           END-IF

           PERFORM BN-SHOW-TIERS
           DISPLAY "Elected tier (blank=waive/drop coverage): "
           ACCEPT WS-BN-TIER
           MOVE FUNCTION UPPER-CASE(WS-BN-TIER) TO WS-BN-TIER
           MOVE 0 TO WS-BN-DEPENDENTS
           IF WS-BN-TIER NOT = SPACES
               PERFORM BN-FIND-TIER
               IF WS-BN-TIER-HIT = 0
                   DISPLAY "Tier " WS-BN-TIER " is not offered by "
                           "plan " BP-PLAN-CODE "."
                   CLOSE ELECTION-FILE
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               PERFORM BN-ACCEPT-DEPENDENTS
               IF WS-BN-DEPS-OK = "N"
                   CLOSE ELECTION-FILE
                   EXIT PARAGRAPH
               END-IF
               IF WS-BN-DEPS-OK = "K"
                   MOVE 0 TO WS-BN-DEPENDENTS
               END-IF
           END-IF

           MOVE WS-BN-YEAR TO BL-PLAN-YEAR
           MOVE SEARCH-ID TO BL-EMPLOYEE-ID
           MOVE BP-PLAN-CODE TO BL-PLAN-CODE
           MOVE WS-BN-TIER TO BL-TIER-CODE
           MOVE WS-BN-DEPENDENTS TO BL-DEPENDENTS
           MOVE "P" TO BL-STATUS
           MOVE WS-CURRENT-OPERATOR TO BL-ENTERED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO BL-ENTERED-DATE
           MOVE ZEROS TO BL-APPLIED-DATE
           MOVE SPACES TO BL-NOTE
           IF WS-BN-EXISTS = "Y"
               REWRITE ELECTION-RECORD
           ELSE
               WRITE ELECTION-RECORD
           END-IF
           IF BELECT-STATUS = "00"
               DISPLAY "Election recorded. It takes effect when the "
                       "open-enrollment batch is run."
           ELSE
               DISPLAY "Error saving election. Status: " BELECT-STATUS
           END-IF.
           CLOSE ELECTION-FILE
           PERFORM PRESS-ENTER.

       OPEN-BENEFIT-PLAN-FILE-IO.
           OPEN I-O BENEFIT-PLAN-FILE
           IF BPLAN-STATUS = "35"
               OPEN OUTPUT BENEFIT-PLAN-FILE
               CLOSE BENEFIT-PLAN-FILE
               OPEN I-O BENEFIT-PLAN-FILE
           END-IF.

       OPEN-ENROLLMENT-FILE-IO.
           OPEN I-O ENROLLMENT-FILE
           IF BENROL-STATUS = "35"
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF.

       OPEN-ELECTION-FILE-IO.
           OPEN I-O ELECTION-FILE
           IF BELECT-STATUS = "35"
               OPEN OUTPUT ELECTION-FILE
               CLOSE ELECTION-FILE
               OPEN I-O ELECTION-FILE
           END-IF.

       MERIT-MATRIX-MAINTENANCE.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for merit matrix maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MM-CHOICE
           PERFORM UNTIL WS-MM-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Merit Matrix Maintenance"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Merit Matrix"
               DISPLAY "2. Add/Change Rating Row"
               DISPLAY "3. Delete Rating Row"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-MM-CHOICE

               EVALUATE WS-MM-CHOICE
                   WHEN 1
                       PERFORM MM-LIST
                   WHEN 2
                       PERFORM MM-SET-ROW
                   WHEN 3
                       PERFORM MM-DELETE-ROW
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       MM-LIST.
           PERFORM CLEAR-SCREEN
           OPEN INPUT MERIT-MATRIX-FILE
           IF MMTX-STATUS NOT = "00"
               DISPLAY "No merit matrix on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Increase % by review rating and compa-ratio "
                   "(salary / band midpoint)."
           DISPLAY "Cells show compa-ratio limit:percent; a cell "
                   "applies up to its limit, and above the last"
           DISPLAY "limit there is no increase."
           DISPLAY "+--------+----------------------+----------------"
                   "----------------------------------+"
           MOVE 0 TO WS-MM-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ MERIT-MATRIX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-MM-LISTED
                       PERFORM MM-SHOW-ROW
               END-READ
           END-PERFORM.

           CLOSE MERIT-MATRIX-FILE
           DISPLAY "+--------+----------------------+----------------"
                   "----------------------------------+"
           IF WS-MM-LISTED = 0
               DISPLAY "No merit matrix rows on file."
           END-IF
           PERFORM PRESS-ENTER.

       MM-SHOW-ROW.
           MOVE SPACES TO WS-MM-ROW-TEXT
           MOVE 1 TO WS-MM-PTR
           PERFORM VARYING WS-MM-IDX FROM 1 BY 1
                   UNTIL WS-MM-IDX > MM-CELL-COUNT
               MOVE MM-CR-LIMIT(WS-MM-IDX) TO WS-MM-LIMIT-DISP
               MOVE MM-PERCENT(WS-MM-IDX) TO WS-MM-PCT-DISP
               STRING WS-MM-LIMIT-DISP DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-MM-PCT-DISP DELIMITED BY SIZE
                      "% " DELIMITED BY SIZE
                      INTO WS-MM-ROW-TEXT
                      WITH POINTER WS-MM-PTR
               END-STRING
           END-PERFORM
           DISPLAY "| " MM-RATING "      | " MM-DESC " | "
                   WS-MM-ROW-TEXT " |".

       MM-SET-ROW.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Review Rating (1=lowest to 5=highest): "
           ACCEPT WS-MM-RATING
           IF WS-MM-RATING IS NOT NUMERIC OR
              WS-MM-RATING < 1 OR WS-MM-RATING > 5
               DISPLAY "Invalid rating. Must be 1-5."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-MERIT-MATRIX-FILE-IO
           IF MMTX-STATUS NOT = "00"
               DISPLAY "Error opening merit_matrix.dat. Status: "
                       MMTX-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MM-RATING TO MM-RATING
           READ MERIT-MATRIX-FILE
               INVALID KEY
                   MOVE "N" TO WS-MM-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-MM-EXISTS
           END-READ.
           IF WS-MM-EXISTS = "Y"
               DISPLAY "Current row:"
               PERFORM MM-SHOW-ROW
               DISPLAY "Enter new details (blank=keep):"
           ELSE
               MOVE SPACES TO MERIT-MATRIX-RECORD
               MOVE WS-MM-RATING TO MM-RATING
               MOVE 0 TO MM-CELL-COUNT
               PERFORM VARYING WS-MM-IDX FROM 1 BY 1
                       UNTIL WS-MM-IDX > 4
                   MOVE 0 TO MM-CR-LIMIT(WS-MM-IDX)
                   MOVE 0 TO MM-PERCENT(WS-MM-IDX)
               END-PERFORM
               DISPLAY "New merit matrix row for rating "
                       WS-MM-RATING "."
           END-IF

           DISPLAY "Description (e.g. Exceeds expectations): "
           ACCEPT WS-MM-VALUE-TEXT
           IF WS-MM-VALUE-TEXT NOT = SPACES
               MOVE WS-MM-VALUE-TEXT TO MM-DESC
           END-IF

           DISPLAY "Number of compa-ratio cells (1-4): "
           ACCEPT WS-MM-VALUE-TEXT
           IF WS-MM-VALUE-TEXT NOT = SPACES
               IF WS-MM-VALUE-TEXT(1:1) IS NOT NUMERIC OR
                  WS-MM-VALUE-TEXT(2:) NOT = SPACES OR
                  WS-MM-VALUE-TEXT(1:1) = "0" OR
                  WS-MM-VALUE-TEXT(1:1) > "4"
                   CLOSE MERIT-MATRIX-FILE
                   DISPLAY "Cell count must be 1 to 4."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MM-VALUE-TEXT(1:1) TO MM-CELL-COUNT
           END-IF
           IF MM-CELL-COUNT = ZEROS
               CLOSE MERIT-MATRIX-FILE
               DISPLAY "A rating row needs at least one cell."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-MM-IDX FROM 1 BY 1
                   UNTIL WS-MM-IDX > MM-CELL-COUNT
               DISPLAY "Cell " WS-MM-IDX " compa-ratio up to "
                       "(e.g. 0.90): "
               ACCEPT WS-MM-VALUE-TEXT
               IF WS-MM-VALUE-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-MM-VALUE-TEXT) NOT = 0
                       DISPLAY "Invalid compa-ratio; keeping current."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-MM-VALUE-TEXT)
                           TO MM-CR-LIMIT(WS-MM-IDX)
                   END-IF
               END-IF
               DISPLAY "Cell " WS-MM-IDX " increase percent "
                       "(e.g. 4.50): "
               ACCEPT WS-MM-VALUE-TEXT
               IF WS-MM-VALUE-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-MM-VALUE-TEXT) NOT = 0
                       DISPLAY "Invalid percent; keeping current."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-MM-VALUE-TEXT)
                           TO MM-PERCENT(WS-MM-IDX)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MM-IDX FROM MM-CELL-COUNT BY 1
                   UNTIL WS-MM-IDX >= 4
               MOVE 0 TO MM-CR-LIMIT(WS-MM-IDX + 1)
               MOVE 0 TO MM-PERCENT(WS-MM-IDX + 1)
           END-PERFORM

           MOVE "Y" TO WS-MM-OK
           PERFORM VARYING WS-MM-IDX FROM 1 BY 1
                   UNTIL WS-MM-IDX > MM-CELL-COUNT
               IF MM-CR-LIMIT(WS-MM-IDX) = ZEROS
                   MOVE "N" TO WS-MM-OK
               END-IF
               IF WS-MM-IDX > 1
                   IF MM-CR-LIMIT(WS-MM-IDX) NOT >
                      MM-CR-LIMIT(WS-MM-IDX - 1)
                       MOVE "N" TO WS-MM-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MM-OK NOT = "Y"
               CLOSE MERIT-MATRIX-FILE
               DISPLAY "Compa-ratio limits must be above zero and in "
                       "ascending order."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURRENT-OPERATOR TO MM-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO MM-UPDATED-DATE
           IF WS-MM-EXISTS = "Y"
               REWRITE MERIT-MATRIX-RECORD
           ELSE
               WRITE MERIT-MATRIX-RECORD
           END-IF
           IF MMTX-STATUS = "00"
               DISPLAY "Merit matrix row saved."
           ELSE
               DISPLAY "Error saving merit matrix row. Status: "
                       MMTX-STATUS
           END-IF.
           CLOSE MERIT-MATRIX-FILE
           PERFORM PRESS-ENTER.

       MM-DELETE-ROW.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Review Rating to delete: "
           ACCEPT WS-MM-RATING
           IF WS-MM-RATING IS NOT NUMERIC
               DISPLAY "Invalid rating."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O MERIT-MATRIX-FILE
           IF MMTX-STATUS NOT = "00"
               DISPLAY "No merit matrix on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MM-RATING TO MM-RATING
           READ MERIT-MATRIX-FILE
               INVALID KEY
                   CLOSE MERIT-MATRIX-FILE
                   DISPLAY "No merit matrix row for that rating."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
           END-READ.
           PERFORM MM-SHOW-ROW
           DISPLAY "Delete this row? (Y/N): "
           ACCEPT CONFIRM-DELETE
           IF CONFIRM-DELETE = "Y" OR CONFIRM-DELETE = "y"
               DELETE MERIT-MATRIX-FILE
                   INVALID KEY
                       DISPLAY "Error deleting row. Status: "
                               MMTX-STATUS
                   NOT INVALID KEY
                       DISPLAY "Merit matrix row deleted."
               END-DELETE
           ELSE
               DISPLAY "Delete cancelled."
           END-IF
           CLOSE MERIT-MATRIX-FILE
           PERFORM PRESS-ENTER.

       OPEN-MERIT-MATRIX-FILE-IO.
           OPEN I-O MERIT-MATRIX-FILE
           IF MMTX-STATUS = "35"
               OPEN OUTPUT MERIT-MATRIX-FILE
               CLOSE MERIT-MATRIX-FILE
               OPEN I-O MERIT-MATRIX-FILE
           END-IF.

       JOB-REQUISITIONS.
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for requisition maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RQ-CHOICE
           PERFORM UNTIL WS-RQ-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Job Requisitions"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Requisitions"
               DISPLAY "2. Open New Requisition"
               DISPLAY "3. Change Requisition / Status"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-RQ-CHOICE

               EVALUATE WS-RQ-CHOICE
                   WHEN 1
                       PERFORM RQ-LIST
                   WHEN 2
                       PERFORM RQ-OPEN-NEW
                   WHEN 3
                       PERFORM RQ-CHANGE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       RQ-LIST.
           PERFORM CLEAR-SCREEN
           DISPLAY "Status to list (O=open, H=on hold, F=filled, "
                   "C=cancelled, blank=all): "
           ACCEPT WS-RQ-FILTER
           MOVE FUNCTION UPPER-CASE(WS-RQ-FILTER) TO WS-RQ-FILTER

           OPEN INPUT REQUISITION-FILE
           IF RQST-STATUS NOT = "00"
               DISPLAY "No requisitions on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+--------+------------+----------------------+---"
                   "---------+-----------+----------+-------+"
           DISPLAY "| Req No | Dept       | Job Title            | Bu"
                   "dget Sal | Status    | Opened   | Filled|"
           DISPLAY "+--------+------------+----------------------+---"
                   "---------+-----------+----------+-------+"
           MOVE 0 TO WS-RQ-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-RQ-FILTER = SPACES OR
                          WS-RQ-FILTER = RQ-STATUS
                           ADD 1 TO WS-RQ-LISTED
                           PERFORM RQ-SET-STATUS-TEXT
                           MOVE RQ-BUDGET-SALARY TO WS-RQ-SAL-DISP
                           DISPLAY "| " RQ-REQ-NUMBER " | "
                                   RQ-DEPT-CODE " | "
                                   RQ-JOB-TITLE " | "
                                   WS-RQ-SAL-DISP " | "
                                   WS-RQ-STATUS-TEXT " | "
                                   RQ-OPENED-DATE " | "
                                   RQ-FILLED-BY " |"
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REQUISITION-FILE
           DISPLAY "+--------+------------+----------------------+---"
                   "---------+-----------+----------+-------+"
           IF WS-RQ-LISTED = ZEROS
               DISPLAY "No requisitions matched."
           ELSE
               DISPLAY WS-RQ-LISTED " requisition(s) listed."
           END-IF
           PERFORM PRESS-ENTER.

       RQ-SET-STATUS-TEXT.
           EVALUATE RQ-STATUS
               WHEN "O"
                   MOVE "Open" TO WS-RQ-STATUS-TEXT
               WHEN "H"
                   MOVE "On hold" TO WS-RQ-STATUS-TEXT
               WHEN "F"
                   MOVE "Filled" TO WS-RQ-STATUS-TEXT
               WHEN "C"
                   MOVE "Cancelled" TO WS-RQ-STATUS-TEXT
               WHEN OTHER
                   MOVE RQ-STATUS TO WS-RQ-STATUS-TEXT
           END-EVALUATE.

       RQ-OPEN-NEW.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Department Code: "
           ACCEPT WS-RQ-DEPT
           IF WS-RQ-DEPT = SPACES
               DISPLAY "Department code cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RQ-DEPT TO WS-DEPT-LOOKUP
           PERFORM CHECK-DEPARTMENT-CODE
           IF WS-DEPT-VALID NOT = "Y"
               DISPLAY "Unknown or retired department code. Use the "
                       "Department Maintenance screen to list codes."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Job Title: "
           ACCEPT WS-RQ-JOB
           IF WS-RQ-JOB = SPACES
               DISPLAY "Job title cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Budgeted Salary (e.g. 0045000.00): "
           ACCEPT WS-RQ-VALUE-TEXT
           IF FUNCTION TEST-NUMVAL(WS-RQ-VALUE-TEXT) NOT = 0
               DISPLAY "Invalid salary."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-RQ-VALUE-TEXT) TO WS-RQ-SALARY
           IF WS-RQ-SALARY = ZEROS
               DISPLAY "Budgeted salary must be greater than zero."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RQ-JOB TO WS-SB-JOB
           MOVE WS-RQ-SALARY TO WS-SB-SALARY
           PERFORM CHECK-SALARY-BAND

           DISPLAY "Enter Opened Date (YYYYMMDD, blank=today): "
           ACCEPT WS-RQ-VALUE-TEXT
           IF WS-RQ-VALUE-TEXT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RQ-OPENED
           ELSE
               IF WS-RQ-VALUE-TEXT(1:8) IS NOT NUMERIC OR
                  WS-RQ-VALUE-TEXT(9:) NOT = SPACES
                   DISPLAY "Invalid opened date. Must be YYYYMMDD."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RQ-VALUE-TEXT(1:8) TO WS-RQ-OPENED
               MOVE WS-RQ-OPENED TO WS-VAL-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF WS-VAL-OK NOT = "Y"
                   DISPLAY "Invalid opened date: " WS-VAL-ERROR
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               IF WS-RQ-OPENED > FUNCTION CURRENT-DATE(1:8)
                   DISPLAY "Opened date cannot be in the future."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM OPEN-REQUISITION-FILE-IO
           IF RQST-STATUS NOT = "00"
               DISPLAY "Error opening job_requisitions.dat. Status: "
                       RQST-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RQ-NUMBER
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE RQ-REQ-NUMBER TO WS-RQ-NUMBER
               END-READ
           END-PERFORM
           ADD 1 TO WS-RQ-NUMBER

           MOVE SPACES TO REQUISITION-RECORD
           MOVE WS-RQ-NUMBER TO RQ-REQ-NUMBER
           MOVE WS-RQ-DEPT TO RQ-DEPT-CODE
           MOVE WS-RQ-JOB TO RQ-JOB-TITLE
           MOVE WS-RQ-SALARY TO RQ-BUDGET-SALARY
           MOVE "O" TO RQ-STATUS
           MOVE WS-RQ-OPENED TO RQ-OPENED-DATE
           MOVE ZEROS TO RQ-FILLED-BY
           MOVE ZEROS TO RQ-CLOSED-DATE
           MOVE WS-CURRENT-OPERATOR TO RQ-UPDATED-BY
           WRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "Error saving requisition. Status: "
                           RQST-STATUS
               NOT INVALID KEY
                   DISPLAY "Requisition " RQ-REQ-NUMBER
                           " opened for " RQ-DEPT-CODE "."
           END-WRITE.

           CLOSE REQUISITION-FILE
           PERFORM PRESS-ENTER.

       RQ-CHANGE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Requisition Number: "
           ACCEPT WS-RQ-NUMBER
           IF WS-RQ-NUMBER IS NOT NUMERIC OR WS-RQ-NUMBER = ZEROS
               DISPLAY "Invalid requisition number."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O REQUISITION-FILE
           IF RQST-STATUS NOT = "00"
               DISPLAY "No requisitions on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RQ-NUMBER TO RQ-REQ-NUMBER
           READ REQUISITION-FILE
               INVALID KEY
                   CLOSE REQUISITION-FILE
                   DISPLAY "Requisition not found."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
           END-READ.

           PERFORM RQ-SET-STATUS-TEXT
           MOVE RQ-BUDGET-SALARY TO WS-RQ-SAL-DISP
           DISPLAY "Requisition " RQ-REQ-NUMBER "  Dept "
                   RQ-DEPT-CODE "  Job " RQ-JOB-TITLE
           DISPLAY "Budgeted salary " WS-RQ-SAL-DISP "  Status "
                   WS-RQ-STATUS-TEXT "  Opened " RQ-OPENED-DATE
           IF RQ-STATUS = "F" OR RQ-STATUS = "C"
               CLOSE REQUISITION-FILE
               DISPLAY "Filled and cancelled requisitions cannot be "
                       "changed."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter new details (blank=keep):"
           DISPLAY "Department Code: "
           ACCEPT WS-RQ-DEPT
           IF WS-RQ-DEPT NOT = SPACES
               MOVE WS-RQ-DEPT TO WS-DEPT-LOOKUP
               PERFORM CHECK-DEPARTMENT-CODE
               IF WS-DEPT-VALID = "Y"
                   MOVE WS-RQ-DEPT TO RQ-DEPT-CODE
               ELSE
                   DISPLAY "Unknown or retired department code; "
                           "keeping current."
               END-IF
           END-IF
           DISPLAY "Job Title: "
           ACCEPT WS-RQ-JOB
           IF WS-RQ-JOB NOT = SPACES
               MOVE WS-RQ-JOB TO RQ-JOB-TITLE
           END-IF
           DISPLAY "Budgeted Salary: "
           ACCEPT WS-RQ-VALUE-TEXT
           IF WS-RQ-VALUE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-RQ-VALUE-TEXT) = 0 AND
                  FUNCTION NUMVAL(WS-RQ-VALUE-TEXT) > 0
                   MOVE FUNCTION NUMVAL(WS-RQ-VALUE-TEXT)
                       TO RQ-BUDGET-SALARY
                   MOVE RQ-JOB-TITLE TO WS-SB-JOB
                   MOVE RQ-BUDGET-SALARY TO WS-SB-SALARY
                   PERFORM CHECK-SALARY-BAND
               ELSE
                   DISPLAY "Invalid salary; keeping current."
               END-IF
           END-IF
           DISPLAY "Status (O=open, H=on hold, C=cancel): "
           ACCEPT WS-RQ-FILTER
           MOVE FUNCTION UPPER-CASE(WS-RQ-FILTER) TO WS-RQ-FILTER
           EVALUATE WS-RQ-FILTER
               WHEN SPACES
                   CONTINUE
               WHEN "O"
               WHEN "H"
                   MOVE WS-RQ-FILTER TO RQ-STATUS
               WHEN "C"
                   DISPLAY "Cancel this requisition? (Y/N): "
                   ACCEPT CONFIRM-DELETE
                   IF CONFIRM-DELETE = "Y" OR CONFIRM-DELETE = "y"
                       MOVE "C" TO RQ-STATUS
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO RQ-CLOSED-DATE
                   ELSE
                       DISPLAY "Status left unchanged."
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid status; keeping current."
           END-EVALUATE

           MOVE WS-CURRENT-OPERATOR TO RQ-UPDATED-BY
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "Error updating requisition. Status: "
                           RQST-STATUS
               NOT INVALID KEY
                   DISPLAY "Requisition updated."
           END-REWRITE.

           CLOSE REQUISITION-FILE
           PERFORM PRESS-ENTER.

       RQ-READ-REQUISITION.
           MOVE "N" TO WS-RQ-FOUND
           OPEN INPUT REQUISITION-FILE
           IF RQST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RQ-NUMBER TO RQ-REQ-NUMBER
           READ REQUISITION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RQ-FOUND
                   MOVE RQ-DEPT-CODE TO WS-RQ-DEPT
                   MOVE RQ-JOB-TITLE TO WS-RQ-JOB
                   MOVE RQ-BUDGET-SALARY TO WS-RQ-SALARY
                   MOVE RQ-STATUS TO WS-RQ-STATUS
           END-READ.
           CLOSE REQUISITION-FILE.

       RQ-CLOSE-REQUISITION.
           OPEN I-O REQUISITION-FILE
           IF RQST-STATUS NOT = "00"
               DISPLAY "Warning: could not open job_requisitions.dat "
                       "to close requisition " WS-RQ-NUMBER "."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RQ-NUMBER TO RQ-REQ-NUMBER
           READ REQUISITION-FILE
               INVALID KEY
                   CLOSE REQUISITION-FILE
                   DISPLAY "Warning: requisition " WS-RQ-NUMBER
                           " no longer on file; not closed."
                   EXIT PARAGRAPH
           END-READ.
           IF RQ-STATUS NOT = "O"
               CLOSE REQUISITION-FILE
               DISPLAY "Warning: requisition " WS-RQ-NUMBER
                       " is no longer open; it was not closed by "
                       "this hire."
               EXIT PARAGRAPH
           END-IF.
           MOVE "F" TO RQ-STATUS
           MOVE EMPLOYEE-ID TO RQ-FILLED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO RQ-CLOSED-DATE
           MOVE WS-CURRENT-OPERATOR TO RQ-UPDATED-BY
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "Warning: could not close requisition "
                           WS-RQ-NUMBER ". Status: " RQST-STATUS
               NOT INVALID KEY
                   DISPLAY "Requisition " WS-RQ-NUMBER
                           " closed as filled."
           END-REWRITE.
           CLOSE REQUISITION-FILE.

       OPEN-REQUISITION-FILE-IO.
           OPEN I-O REQUISITION-FILE
           IF RQST-STATUS = "35"
               OPEN OUTPUT REQUISITION-FILE
               CLOSE REQUISITION-FILE
               OPEN I-O REQUISITION-FILE
           END-IF.

       TRAINING-RECORDS.
           MOVE 0 TO WS-TN-CHOICE
           PERFORM UNTIL WS-TN-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Training & Certification"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Course Catalog"
               DISPLAY "2. Add/Change Course"
               DISPLAY "3. Record Course Completion"
               DISPLAY "4. View Employee Training History"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-TN-CHOICE

               EVALUATE WS-TN-CHOICE
                   WHEN 1
                       PERFORM TN-LIST-COURSES
                   WHEN 2
                       PERFORM TN-SET-COURSE
                   WHEN 3
                       PERFORM TN-RECORD-COMPLETION
                   WHEN 4
                       PERFORM TN-VIEW-HISTORY
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Please try again."
                       PERFORM PRESS-ENTER
               END-EVALUATE
           END-PERFORM.

       TN-LIST-COURSES.
           PERFORM CLEAR-SCREEN
           OPEN INPUT COURSE-FILE
           IF CCAT-STATUS NOT = "00"
               DISPLAY "No course catalog on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "+--------+--------------------------------+------"
                   "---+--------+"
           DISPLAY "| Course | Description                    | Valid"
                   " Mo| Active |"
           DISPLAY "+--------+--------------------------------+------"
                   "---+--------+"
           MOVE 0 TO WS-TN-LISTED
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ COURSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-TN-LISTED
                       MOVE CC-VALID-MONTHS TO WS-TN-MONTHS-DISP
                       DISPLAY "| " CC-COURSE-CODE " | " CC-DESC
                               " |     " WS-TN-MONTHS-DISP " | "
                               CC-ACTIVE "      |"
                       PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                               UNTIL WS-TN-IDX > CC-REQ-COUNT
                           DISPLAY "|        |   required for "
                                   CC-REQ-JOB-TITLE(WS-TN-IDX)
                       END-PERFORM
               END-READ
           END-PERFORM.

           CLOSE COURSE-FILE
           DISPLAY "+--------+--------------------------------+------"
                   "---+--------+"
           DISPLAY "Valid Mo 0 = the course does not expire."
           IF WS-TN-LISTED = ZEROS
               DISPLAY "No courses on file."
           END-IF
           PERFORM PRESS-ENTER.

       TN-SET-COURSE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for course catalog maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Course Code (up to 6 chars): "
           ACCEPT WS-TN-COURSE
           MOVE FUNCTION UPPER-CASE(WS-TN-COURSE) TO WS-TN-COURSE
           IF WS-TN-COURSE = SPACES
               DISPLAY "Course code cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-COURSE-FILE-IO
           IF CCAT-STATUS NOT = "00"
               DISPLAY "Error opening course_catalog.dat. Status: "
                       CCAT-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TN-COURSE TO CC-COURSE-CODE
           READ COURSE-FILE
               INVALID KEY
                   MOVE "N" TO WS-TN-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-TN-EXISTS
           END-READ.
           IF WS-TN-EXISTS = "Y"
               MOVE CC-VALID-MONTHS TO WS-TN-MONTHS-DISP
               DISPLAY "Current: " CC-DESC "  valid "
                       WS-TN-MONTHS-DISP " month(s)  active "
                       CC-ACTIVE
               DISPLAY "Enter new details (blank=keep):"
           ELSE
               MOVE SPACES TO COURSE-RECORD
               MOVE WS-TN-COURSE TO CC-COURSE-CODE
               MOVE 0 TO CC-VALID-MONTHS
               MOVE "Y" TO CC-ACTIVE
               MOVE 0 TO CC-REQ-COUNT
               DISPLAY "New course " WS-TN-COURSE "."
           END-IF

           DISPLAY "Description: "
           ACCEPT WS-TN-VALUE-TEXT
           IF WS-TN-VALUE-TEXT NOT = SPACES
               MOVE WS-TN-VALUE-TEXT TO CC-DESC
           END-IF
           IF CC-DESC = SPACES
               CLOSE COURSE-FILE
               DISPLAY "Description cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Validity in months (0 = does not expire): "
           ACCEPT WS-TN-VALUE-TEXT
           IF WS-TN-VALUE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-TN-VALUE-TEXT) NOT = 0 OR
                  FUNCTION NUMVAL(WS-TN-VALUE-TEXT) < 0 OR
                  FUNCTION NUMVAL(WS-TN-VALUE-TEXT) > 999
                   CLOSE COURSE-FILE
                   DISPLAY "Validity must be 0 to 999 months."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-TN-VALUE-TEXT)
                   TO CC-VALID-MONTHS
           END-IF

           DISPLAY "Active (Y/N): "
           ACCEPT WS-TN-VALUE-TEXT
           IF WS-TN-VALUE-TEXT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-TN-VALUE-TEXT(1:1))
                   TO CC-ACTIVE
           END-IF
           IF CC-ACTIVE NOT = "Y" AND CC-ACTIVE NOT = "N"
               CLOSE COURSE-FILE
               DISPLAY "Invalid active flag. Enter Y or N."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Number of job titles that require it (0-5): "
           ACCEPT WS-TN-VALUE-TEXT
           IF WS-TN-VALUE-TEXT NOT = SPACES
               IF WS-TN-VALUE-TEXT(1:1) IS NOT NUMERIC OR
                  WS-TN-VALUE-TEXT(2:) NOT = SPACES OR
                  WS-TN-VALUE-TEXT(1:1) > "5"
                   CLOSE COURSE-FILE
                   DISPLAY "Job title count must be 0 to 5."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TN-VALUE-TEXT(1:1) TO CC-REQ-COUNT
           END-IF
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > CC-REQ-COUNT
               DISPLAY "Required for job title " WS-TN-IDX ": "
               ACCEPT WS-TN-VALUE-TEXT
               IF WS-TN-VALUE-TEXT NOT = SPACES
                   MOVE WS-TN-VALUE-TEXT
                       TO CC-REQ-JOB-TITLE(WS-TN-IDX)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TN-IDX FROM CC-REQ-COUNT BY 1
                   UNTIL WS-TN-IDX >= 5
               MOVE SPACES TO CC-REQ-JOB-TITLE(WS-TN-IDX + 1)
           END-PERFORM

           MOVE "Y" TO WS-TN-HAS
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > CC-REQ-COUNT
               IF CC-REQ-JOB-TITLE(WS-TN-IDX) = SPACES
                   MOVE "N" TO WS-TN-HAS
               END-IF
           END-PERFORM
           IF WS-TN-HAS NOT = "Y"
               CLOSE COURSE-FILE
               DISPLAY "Every required job title must be filled in."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURRENT-OPERATOR TO CC-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO CC-UPDATED-DATE
           IF WS-TN-EXISTS = "Y"
               REWRITE COURSE-RECORD
           ELSE
               WRITE COURSE-RECORD
           END-IF
           IF CCAT-STATUS = "00"
               DISPLAY "Course saved."
           ELSE
               DISPLAY "Error saving course. Status: " CCAT-STATUS
           END-IF.
           CLOSE COURSE-FILE
           PERFORM PRESS-ENTER.

       TN-RECORD-COMPLETION.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Recording training for: " EMPLOYEE-NAME

           DISPLAY "Enter Course Code: "
           ACCEPT WS-TN-COURSE
           MOVE FUNCTION UPPER-CASE(WS-TN-COURSE) TO WS-TN-COURSE
           OPEN INPUT COURSE-FILE
           IF CCAT-STATUS NOT = "00"
               DISPLAY "No course catalog on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TN-COURSE TO CC-COURSE-CODE
           READ COURSE-FILE
               INVALID KEY
                   MOVE "N" TO WS-TN-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-TN-EXISTS
           END-READ.
           CLOSE COURSE-FILE
           IF WS-TN-EXISTS NOT = "Y"
               DISPLAY "Course not in the catalog."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           IF CC-ACTIVE NOT = "Y"
               DISPLAY "Course " CC-COURSE-CODE " is inactive."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Course: " CC-DESC

           DISPLAY "Enter Completion Date (YYYYMMDD): "
           ACCEPT WS-TN-DATE
           MOVE WS-TN-DATE TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid completion date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TN-TODAY
           IF WS-TN-DATE > WS-TN-TODAY
               DISPLAY "Completion date must not be in the future."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM TN-CALC-EXPIRY

           PERFORM OPEN-TRAINING-FILE-IO
           IF TREC-STATUS NOT = "00"
               DISPLAY "Error opening training_records.dat. Status: "
                       TREC-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE SEARCH-ID TO TN-EMPLOYEE-ID
           MOVE WS-TN-COURSE TO TN-COURSE-CODE
           READ TRAINING-FILE
               INVALID KEY
                   MOVE "N" TO WS-TN-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-TN-EXISTS
           END-READ.
           IF WS-TN-EXISTS = "Y"
               IF WS-TN-DATE <= TN-COMPLETED-DATE
                   CLOSE TRAINING-FILE
                   DISPLAY "A completion on " TN-COMPLETED-DATE
                           " is already on file for this course."
                   PERFORM PRESS-ENTER
                   EXIT PARAGRAPH
               END-IF
               MOVE TN-COMPLETED-DATE TO TN-PREV-COMPLETED
               ADD 1 TO TN-TIMES-COMPLETED
           ELSE
               MOVE SEARCH-ID TO TN-EMPLOYEE-ID
               MOVE WS-TN-COURSE TO TN-COURSE-CODE
               MOVE ZEROS TO TN-PREV-COMPLETED
               MOVE 1 TO TN-TIMES-COMPLETED
           END-IF
           MOVE WS-TN-DATE TO TN-COMPLETED-DATE
           MOVE WS-TN-EXPIRY TO TN-EXPIRY-DATE
           MOVE WS-CURRENT-OPERATOR TO TN-RECORDED-BY
           MOVE WS-TN-TODAY TO TN-RECORDED-DATE
           IF WS-TN-EXISTS = "Y"
               REWRITE TRAINING-RECORD
           ELSE
               WRITE TRAINING-RECORD
           END-IF
           IF TREC-STATUS = "00"
               IF WS-TN-EXPIRY = ZEROS
                   DISPLAY "Completion recorded (does not expire)."
               ELSE
                   DISPLAY "Completion recorded; expires "
                           WS-TN-EXPIRY "."
               END-IF
           ELSE
               DISPLAY "Error saving training record. Status: "
                       TREC-STATUS
           END-IF.
           CLOSE TRAINING-FILE
           PERFORM PRESS-ENTER.

       TN-CALC-EXPIRY.
           MOVE ZEROS TO WS-TN-EXPIRY
           IF CC-VALID-MONTHS = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TN-DATE TO WS-VAL-DATE
           COMPUTE WS-TN-MONTHS-TOTAL = WS-VAL-YEAR * 12
               + WS-VAL-MONTH - 1 + CC-VALID-MONTHS
           DIVIDE WS-TN-MONTHS-TOTAL BY 12
               GIVING WS-VAL-YEAR REMAINDER WS-TN-MONTH-REM
           COMPUTE WS-VAL-MONTH = WS-TN-MONTH-REM + 1
           PERFORM CHECK-CALENDAR-DATE
           PERFORM UNTIL WS-VAL-OK = "Y" OR WS-VAL-DAY <= 28
               SUBTRACT 1 FROM WS-VAL-DAY
               PERFORM CHECK-CALENDAR-DATE
           END-PERFORM
           MOVE WS-VAL-DATE TO WS-TN-EXPIRY.

       TN-VIEW-HISTORY.
           PERFORM CLEAR-SCREEN
           PERFORM HR-FETCH-EMPLOYEE
           IF FOUND-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TN-TODAY
           DISPLAY "Training for " EMPLOYEE-ID " " EMPLOYEE-NAME
           DISPLAY "Job title: " JOB-TITLE

           DISPLAY "+--------+----------+----------+----------+-----"
                   "---------+------+"
           DISPLAY "| Course | Completed| Expires  | Previous | Statu"
                   "s        | Times|"
           DISPLAY "+--------+----------+----------+----------+-----"
                   "---------+------+"
           MOVE 0 TO WS-TN-LISTED
           OPEN INPUT TRAINING-FILE
           IF TREC-STATUS = "00"
               MOVE SEARCH-ID TO TN-EMPLOYEE-ID
               MOVE LOW-VALUES TO TN-COURSE-CODE
               START TRAINING-FILE KEY IS >= TN-KEY
                   INVALID KEY
                       MOVE "Y" TO END-OF-FILE
                   NOT INVALID KEY
                       MOVE "N" TO END-OF-FILE
               END-START
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ TRAINING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF TN-EMPLOYEE-ID NOT = SEARCH-ID
                               MOVE "Y" TO END-OF-FILE
                           ELSE
                               ADD 1 TO WS-TN-LISTED
                               PERFORM TN-SHOW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAINING-FILE
           END-IF
           DISPLAY "+--------+----------+----------+----------+-----"
                   "---------+------+"
           IF WS-TN-LISTED = ZEROS
               DISPLAY "No training recorded for this employee."
           END-IF

           MOVE 0 TO WS-TN-LISTED
           OPEN INPUT COURSE-FILE
           IF CCAT-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ COURSE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           PERFORM TN-CHECK-REQUIRED
                   END-READ
               END-PERFORM
               CLOSE COURSE-FILE
           END-IF
           IF WS-TN-LISTED NOT = ZEROS
               DISPLAY WS-TN-LISTED " required course(s) never "
                       "taken."
           END-IF
           PERFORM PRESS-ENTER.

       TN-SHOW-RECORD.
           EVALUATE TRUE
               WHEN TN-EXPIRY-DATE = ZEROS
                   MOVE "No expiry" TO WS-TN-STATE
               WHEN TN-EXPIRY-DATE < WS-TN-TODAY
                   MOVE "EXPIRED" TO WS-TN-STATE
               WHEN OTHER
                   MOVE "Current" TO WS-TN-STATE
           END-EVALUATE
           MOVE TN-TIMES-COMPLETED TO WS-TN-MONTHS-DISP
           DISPLAY "| " TN-COURSE-CODE " | " TN-COMPLETED-DATE " | "
                   TN-EXPIRY-DATE " | " TN-PREV-COMPLETED " | "
                   WS-TN-STATE " |  " WS-TN-MONTHS-DISP " |".

       TN-CHECK-REQUIRED.
           IF CC-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TN-REQUIRED
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > CC-REQ-COUNT
               IF CC-REQ-JOB-TITLE(WS-TN-IDX) = JOB-TITLE
                   MOVE "Y" TO WS-TN-REQUIRED
               END-IF
           END-PERFORM
           IF WS-TN-REQUIRED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TN-HAS
           OPEN INPUT TRAINING-FILE
           IF TREC-STATUS = "00"
               MOVE SEARCH-ID TO TN-EMPLOYEE-ID
               MOVE CC-COURSE-CODE TO TN-COURSE-CODE
               READ TRAINING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TN-HAS
               END-READ
               CLOSE TRAINING-FILE
           END-IF
           IF WS-TN-HAS NOT = "Y"
               ADD 1 TO WS-TN-LISTED
               DISPLAY "Required but never taken: " CC-COURSE-CODE
                       " " CC-DESC
           END-IF.

       OPEN-COURSE-FILE-IO.
           OPEN I-O COURSE-FILE
           IF CCAT-STATUS = "35"
               OPEN OUTPUT COURSE-FILE
               CLOSE COURSE-FILE
               OPEN I-O COURSE-FILE
           END-IF.

       OPEN-TRAINING-FILE-IO.
           OPEN I-O TRAINING-FILE
           IF TREC-STATUS = "35"
               OPEN OUTPUT TRAINING-FILE
               CLOSE TRAINING-FILE
               OPEN I-O TRAINING-FILE
           END-IF.

       HOLIDAY-CALENDAR.
           MOVE 0 TO WS-HD-CHOICE
           PERFORM UNTIL WS-HD-CHOICE = 9
               PERFORM CLEAR-SCREEN
               DISPLAY "-------------------------------------------"
               DISPLAY "       Holiday Calendar"
               DISPLAY "-------------------------------------------"
               DISPLAY "1. List Holidays"
               DISPLAY "2. Add Holiday"
               DISPLAY "3. Delete Holiday"
               DISPLAY "9. Return to Main Menu"
               DISPLAY "-------------------------------------------"
               DISPLAY "Enter your choice: "
               ACCEPT WS-HD-CHOICE

               EVALUATE WS-HD-CHOICE
                   WHEN 1
                       PERFORM HD-LIST
                   WHEN 2
                       PERFORM HD-ADD
                   WHEN 3
                       PERFORM HD-DELETE
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM.

       HD-LIST.
           PERFORM CLEAR-SCREEN
           DISPLAY "Enter Year (YYYY, blank=all): "
           ACCEPT WS-HD-YEAR-TEXT
           IF WS-HD-YEAR-TEXT NOT = SPACES AND
              WS-HD-YEAR-TEXT IS NOT NUMERIC
               DISPLAY "Invalid year. Must be 4 digits."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT HOLIDAY-FILE
           IF HOLI-STATUS NOT = "00"
               DISPLAY "No holiday calendar on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           IF WS-HD-YEAR-TEXT = SPACES
               MOVE ZEROS TO HD-DATE
           ELSE
               MOVE WS-HD-YEAR-TEXT TO HD-DATE(1:4)
               MOVE "0101" TO HD-DATE(5:4)
           END-IF
           START HOLIDAY-FILE KEY IS >= HD-DATE
               INVALID KEY
                   MOVE "Y" TO END-OF-FILE
               NOT INVALID KEY
                   MOVE "N" TO END-OF-FILE
           END-START

           DISPLAY "+----------+-----+--------------------------------+"
           DISPLAY "| Date     | Day | Description                    |"
           DISPLAY "+----------+-----+--------------------------------+"
           MOVE 0 TO WS-HD-LISTED
           PERFORM UNTIL END-OF-FILE = "Y"
               READ HOLIDAY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-HD-YEAR-TEXT NOT = SPACES AND
                          HD-DATE(1:4) NOT = WS-HD-YEAR-TEXT
                           MOVE "Y" TO END-OF-FILE
                       ELSE
                           ADD 1 TO WS-HD-LISTED
                           MOVE HD-DATE TO WS-HD-DATE
                           PERFORM HD-SET-DAY-NAME
                           DISPLAY "| " HD-DATE " | " WS-HD-DAY-NAME
                                   " | " HD-DESC " |"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
           DISPLAY "+----------+-----+--------------------------------+"
           IF WS-HD-LISTED = ZEROS
               DISPLAY "No holidays on file for that selection."
           END-IF
           PERFORM PRESS-ENTER.

       HD-SET-DAY-NAME.
           COMPUTE WS-LV-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-HD-DATE)
           DIVIDE WS-LV-DAY-INT BY 7
               GIVING WS-LV-WEEKS REMAINDER WS-LV-DOW
           EVALUATE WS-LV-DOW
               WHEN 1
                   MOVE "Mon" TO WS-HD-DAY-NAME
               WHEN 2
                   MOVE "Tue" TO WS-HD-DAY-NAME
               WHEN 3
                   MOVE "Wed" TO WS-HD-DAY-NAME
               WHEN 4
                   MOVE "Thu" TO WS-HD-DAY-NAME
               WHEN 5
                   MOVE "Fri" TO WS-HD-DAY-NAME
               WHEN 6
                   MOVE "Sat" TO WS-HD-DAY-NAME
               WHEN OTHER
                   MOVE "Sun" TO WS-HD-DAY-NAME
           END-EVALUATE.

       HD-ADD.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for holiday calendar maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Holiday Date (YYYYMMDD): "
           ACCEPT WS-HD-DATE
           MOVE WS-HD-DATE TO WS-VAL-DATE
           PERFORM CHECK-CALENDAR-DATE
           IF WS-VAL-OK NOT = "Y"
               DISPLAY "Invalid holiday date: " WS-VAL-ERROR
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Description: "
           ACCEPT WS-HD-DESC
           IF WS-HD-DESC = SPACES
               DISPLAY "Description cannot be empty."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           PERFORM OPEN-HOLIDAY-FILE-IO
           IF HOLI-STATUS NOT = "00"
               DISPLAY "Error opening holidays.dat. Status: "
                       HOLI-STATUS
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HD-DATE TO HD-DATE
           MOVE WS-HD-DESC TO HD-DESC
           MOVE WS-CURRENT-OPERATOR TO HD-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO HD-UPDATED-DATE
           WRITE HOLIDAY-RECORD
               INVALID KEY
                   DISPLAY "A holiday is already on file for that "
                           "date."
               NOT INVALID KEY
                   PERFORM HD-SET-DAY-NAME
                   DISPLAY "Holiday added (" WS-HD-DAY-NAME ")."
                   IF WS-LV-DOW = 6 OR WS-LV-DOW = 0
                       DISPLAY "Note: that date is a weekend and "
                               "does not change leave day counts."
                   END-IF
           END-WRITE.
           CLOSE HOLIDAY-FILE
           PERFORM PRESS-ENTER.

       HD-DELETE.
           PERFORM CHECK-UPDATE-ACCESS
           IF WS-ROLE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           IF WS-IS-SUPERVISOR NOT = "Y"
               DISPLAY "Access denied: supervisor permission "
                       "required for holiday calendar maintenance."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter Holiday Date to delete (YYYYMMDD): "
           ACCEPT WS-HD-DATE
           OPEN I-O HOLIDAY-FILE
           IF HOLI-STATUS NOT = "00"
               DISPLAY "No holiday calendar on file yet."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HD-DATE TO HD-DATE
           READ HOLIDAY-FILE
               INVALID KEY
                   MOVE "N" TO FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-FLAG
           END-READ.
           IF FOUND-FLAG = "N"
               CLOSE HOLIDAY-FILE
               DISPLAY "No holiday on file for that date."
               PERFORM PRESS-ENTER
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Delete " HD-DATE " " HD-DESC "? (Y/N): "
           ACCEPT CONFIRM-DELETE
           IF CONFIRM-DELETE = "Y" OR CONFIRM-DELETE = "y"
               DELETE HOLIDAY-FILE
                   INVALID KEY
                       DISPLAY "Error deleting holiday. Status: "
                               HOLI-STATUS
                   NOT INVALID KEY
                       DISPLAY "Holiday deleted."
               END-DELETE
           ELSE
               DISPLAY "Delete cancelled."
           END-IF.
           CLOSE HOLIDAY-FILE
           PERFORM PRESS-ENTER.

       OPEN-HOLIDAY-FILE-IO.
           OPEN I-O HOLIDAY-FILE
           IF HOLI-STATUS = "35"
               OPEN OUTPUT HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
               OPEN I-O HOLIDAY-FILE
           END-IF.

       BUILD-AUDIT-BEFORE.
