       IDENTIFICATION DIVISION.
       PROGRAM-ID. TrainingExpiry.

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
           SELECT SORT-FILE ASSIGN TO "sortwork.tmp".
           SELECT SORTED-OUTPUT-FILE ASSIGN TO "training_sort.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORT-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "training_expiry.txt"
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

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-ID           PIC 9(5).
           05 SORT-NAME         PIC X(30).
           05 SORT-AGE          PIC 9(2).
           05 SORT-DEPARTMENT   PIC X(10).
           05 SORT-JOB-TITLE    PIC X(20).
           05 SORT-HIRE-DATE    PIC 9(8).
           05 SORT-SALARY       PIC 9(7)V99.
           05 SORT-MANAGER-ID   PIC 9(5).

       FD SORTED-OUTPUT-FILE.
       01 SORTED-OUTPUT-RECORD.
           05 SO-ID             PIC 9(5).
           05 SO-NAME           PIC X(30).
           05 SO-AGE            PIC 9(2).
           05 SO-DEPARTMENT     PIC X(10).
           05 SO-JOB-TITLE      PIC X(20).
           05 SO-HIRE-DATE      PIC 9(8).
           05 SO-SALARY         PIC 9(7)V99.
           05 SO-MANAGER-ID     PIC 9(5).

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
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "TrainingExpiry".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 FILE-STATUS       PIC XX.
           05 CCAT-STATUS       PIC XX.
           05 TREC-STATUS       PIC XX.
           05 SORT-OUT-STATUS   PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 END-OF-TRAINING   PIC X.
           05 CONTINUE-FLAG     PIC X.
           05 WS-TRAINING-OPEN  PIC X VALUE "N".
           05 WS-DAYS-TEXT      PIC X(5).
           05 WS-DAYS-AHEAD     PIC 9(3).
           05 WS-TODAY          PIC 9(8).
           05 WS-TODAY-INT      PIC 9(7).
           05 WS-DUE-LIMIT      PIC 9(8).
           05 WS-DAYS-LEFT      PIC S9(7).
           05 WS-IDX            PIC S9(4) COMP.
           05 WS-REQ-IDX        PIC S9(4) COMP.
           05 WS-COURSE-USED    PIC S9(4) COMP VALUE 0.
           05 WS-COURSE-DROPPED PIC 9(5) VALUE 0.
           05 WS-PREV-DEPT      PIC X(10).
           05 WS-PREV-MANAGER   PIC 9(5).
           05 WS-FIRST-GROUP    PIC X.
           05 WS-MANAGER-NAME   PIC X(30).
           05 WS-STATE-TEXT     PIC X(12).
           05 WS-DESC-TEXT      PIC X(30).
           05 WS-REQUIRED       PIC X.
           05 WS-EMPLOYEES      PIC 9(5) VALUE 0.
           05 WS-EXPIRED-COUNT  PIC 9(5) VALUE 0.
           05 WS-DUE-COUNT      PIC 9(5) VALUE 0.
           05 WS-MISSING-COUNT  PIC 9(5) VALUE 0.
           05 WS-GROUP-COUNT    PIC 9(5) VALUE 0.
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-DAYS-DISP      PIC -----9.

       01 WS-COURSE-TABLE.
           05 WS-CT-ENTRY OCCURS 200 TIMES.
               10 WS-CT-CODE     PIC X(6).
               10 WS-CT-DESC     PIC X(30).
               10 WS-CT-REQ-COUNT PIC 9.
               10 WS-CT-REQ-TITLE PIC X(20) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Training Expiry Report"
           PERFORM VERIFY-OPERATOR
           IF WS-OPR-OK NOT = "Y"
               DISPLAY "Training expiry refused: operator sign-on "
                       "failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           DISPLAY "Flag courses expiring within how many days "
                   "(blank=60): "
           ACCEPT WS-DAYS-TEXT
           IF WS-DAYS-TEXT = SPACES
               MOVE 60 TO WS-DAYS-AHEAD
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-DAYS-TEXT) NOT = 0 OR
                  FUNCTION NUMVAL(WS-DAYS-TEXT) < 0 OR
                  FUNCTION NUMVAL(WS-DAYS-TEXT) > 999
                   DISPLAY "Days ahead must be 0 to 999."
                   MOVE 8 TO RETURN-CODE
                   PERFORM PRESS-ENTER
                   GOBACK
               END-IF
               MOVE FUNCTION NUMVAL(WS-DAYS-TEXT) TO WS-DAYS-AHEAD
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-TODAY-INT
           MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-DAYS-AHEAD)
               TO WS-DUE-LIMIT

           PERFORM LOAD-COURSE-TABLE

           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat. Status: "
                       FILE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           CLOSE EMPLOYEE-FILE

           SORT SORT-FILE ON ASCENDING KEY SORT-DEPARTMENT
                                          SORT-MANAGER-ID
                                          SORT-NAME
               USING EMPLOYEE-FILE
               GIVING SORTED-OUTPUT-FILE

           OPEN INPUT SORTED-OUTPUT-FILE
           IF SORT-OUT-STATUS NOT = "00"
               DISPLAY "Error opening sorted employees."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening training_expiry.txt for output."
               CLOSE SORTED-OUTPUT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-FILE
           OPEN INPUT TRAINING-FILE
           IF TREC-STATUS = "00"
               MOVE "Y" TO WS-TRAINING-OPEN
           END-IF

           PERFORM WRITE-REPORT-HEADER
           MOVE "Y" TO WS-FIRST-GROUP
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ SORTED-OUTPUT-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES
                       PERFORM CHECK-EMPLOYEE-TRAINING
               END-READ
           END-PERFORM
           IF WS-FIRST-GROUP = "N"
               PERFORM WRITE-GROUP-FOOTER
           END-IF
           PERFORM WRITE-REPORT-TOTALS

           CLOSE SORTED-OUTPUT-FILE
           CLOSE EMPLOYEE-FILE
           IF WS-TRAINING-OPEN = "Y"
               CLOSE TRAINING-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "Report written to training_expiry.txt ("
                   WS-EXPIRED-COUNT " expired, " WS-DUE-COUNT
                   " due soon, " WS-MISSING-COUNT
                   " required course(s) never taken)."
           IF WS-EXPIRED-COUNT NOT = ZEROS OR
              WS-MISSING-COUNT NOT = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-COURSE-DROPPED NOT = ZEROS
               DISPLAY "Warning: too many courses for one run; "
                       "some were not checked."
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-FILE
           IF CCAT-STATUS NOT = "00"
               DISPLAY "Note: course_catalog.dat could not be opened; "
                       "no required courses will be checked."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ COURSE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF CC-ACTIVE = "Y"
                           PERFORM ADD-COURSE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-FILE.

       ADD-COURSE-ENTRY.
           IF WS-COURSE-USED >= 200
               ADD 1 TO WS-COURSE-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COURSE-USED
           MOVE CC-COURSE-CODE TO WS-CT-CODE(WS-COURSE-USED)
           MOVE CC-DESC TO WS-CT-DESC(WS-COURSE-USED)
           MOVE CC-REQ-COUNT TO WS-CT-REQ-COUNT(WS-COURSE-USED)
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > 5
               MOVE CC-REQ-JOB-TITLE(WS-REQ-IDX)
                   TO WS-CT-REQ-TITLE(WS-COURSE-USED, WS-REQ-IDX)
           END-PERFORM.

       FIND-COURSE-DESC.
           MOVE "(not in catalog or inactive)" TO WS-DESC-TEXT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-COURSE-USED
               IF WS-CT-CODE(WS-IDX) = TN-COURSE-CODE
                   MOVE WS-CT-DESC(WS-IDX) TO WS-DESC-TEXT
               END-IF
           END-PERFORM.

       CHECK-EMPLOYEE-TRAINING.
           IF WS-FIRST-GROUP = "Y" OR
              SO-DEPARTMENT NOT = WS-PREV-DEPT OR
              SO-MANAGER-ID NOT = WS-PREV-MANAGER
               IF WS-FIRST-GROUP = "N"
                   PERFORM WRITE-GROUP-FOOTER
               END-IF
               MOVE "N" TO WS-FIRST-GROUP
               MOVE SO-DEPARTMENT TO WS-PREV-DEPT
               MOVE SO-MANAGER-ID TO WS-PREV-MANAGER
               PERFORM WRITE-GROUP-HEADER
           END-IF

           IF WS-TRAINING-OPEN = "Y"
               MOVE SO-ID TO TN-EMPLOYEE-ID
               MOVE LOW-VALUES TO TN-COURSE-CODE
               START TRAINING-FILE KEY IS >= TN-KEY
                   INVALID KEY
                       MOVE "Y" TO END-OF-TRAINING
                   NOT INVALID KEY
                       MOVE "N" TO END-OF-TRAINING
               END-START
               PERFORM UNTIL END-OF-TRAINING = "Y"
                   READ TRAINING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-TRAINING
                       NOT AT END
                           IF TN-EMPLOYEE-ID NOT = SO-ID
                               MOVE "Y" TO END-OF-TRAINING
                           ELSE
                               PERFORM CHECK-TRAINING-EXPIRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-COURSE-USED
               MOVE "N" TO WS-REQUIRED
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-CT-REQ-COUNT(WS-IDX)
                   IF WS-CT-REQ-TITLE(WS-IDX, WS-REQ-IDX) =
                      SO-JOB-TITLE
                       MOVE "Y" TO WS-REQUIRED
                   END-IF
               END-PERFORM
               IF WS-REQUIRED = "Y"
                   PERFORM CHECK-REQUIRED-COURSE
               END-IF
           END-PERFORM.

       CHECK-TRAINING-EXPIRY.
           IF TN-EXPIRY-DATE = ZEROS OR
              TN-EXPIRY-DATE > WS-DUE-LIMIT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(TN-EXPIRY-DATE) - WS-TODAY-INT
           IF TN-EXPIRY-DATE < WS-TODAY
               MOVE "EXPIRED" TO WS-STATE-TEXT
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE "Due soon" TO WS-STATE-TEXT
               ADD 1 TO WS-DUE-COUNT
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           PERFORM FIND-COURSE-DESC
           MOVE WS-DAYS-LEFT TO WS-DAYS-DISP

           MOVE SPACES TO REPORT-LINE
           MOVE SO-ID TO REPORT-LINE(3:5)
           MOVE SO-NAME TO REPORT-LINE(10:25)
           MOVE TN-COURSE-CODE TO REPORT-LINE(37:6)
           MOVE WS-DESC-TEXT TO REPORT-LINE(45:25)
           MOVE WS-STATE-TEXT TO REPORT-LINE(72:12)
           MOVE TN-COMPLETED-DATE TO REPORT-LINE(86:8)
           MOVE TN-EXPIRY-DATE TO REPORT-LINE(96:8)
           MOVE WS-DAYS-DISP TO REPORT-LINE(106:6)
           WRITE REPORT-LINE.

       CHECK-REQUIRED-COURSE.
           IF WS-TRAINING-OPEN = "Y"
               MOVE SO-ID TO TN-EMPLOYEE-ID
               MOVE WS-CT-CODE(WS-IDX) TO TN-COURSE-CODE
               READ TRAINING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF
           ADD 1 TO WS-MISSING-COUNT
           ADD 1 TO WS-GROUP-COUNT

           MOVE SPACES TO REPORT-LINE
           MOVE SO-ID TO REPORT-LINE(3:5)
           MOVE SO-NAME TO REPORT-LINE(10:25)
           MOVE WS-CT-CODE(WS-IDX) TO REPORT-LINE(37:6)
           MOVE WS-CT-DESC(WS-IDX) TO REPORT-LINE(45:25)
           MOVE "NEVER TAKEN" TO REPORT-LINE(72:12)
           MOVE SO-JOB-TITLE TO REPORT-LINE(86:20)
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAYS-AHEAD TO WS-COUNT-DISP
           STRING "Training Expiry Report   Due within "
                      DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  " days   Run Date: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "Expired and due-soon courses, and courses required "
               TO REPORT-LINE(1:51)
           MOVE "by job title that were never taken," TO
               REPORT-LINE(52:35)
           WRITE REPORT-LINE
           MOVE "by department and manager." TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  ID     Name                       Course  Descript"
               TO REPORT-LINE(1:52)
           MOVE "ion                    Status        Completed Expir"
               TO REPORT-LINE(53:52)
           MOVE "es  Days" TO REPORT-LINE(105:8)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:112)
           WRITE REPORT-LINE.

       WRITE-GROUP-HEADER.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE SPACES TO WS-MANAGER-NAME
           IF SO-MANAGER-ID = ZEROS
               MOVE "(no manager)" TO WS-MANAGER-NAME
           ELSE
               MOVE SO-MANAGER-ID TO EMPLOYEE-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE "(not on file)" TO WS-MANAGER-NAME
                   NOT INVALID KEY
                       MOVE EMPLOYEE-NAME TO WS-MANAGER-NAME
               END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Department: " DELIMITED BY SIZE
                  SO-DEPARTMENT DELIMITED BY SIZE
                  "   Manager: " DELIMITED BY SIZE
                  SO-MANAGER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MANAGER-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-GROUP-FOOTER.
           IF WS-GROUP-COUNT = ZEROS
               MOVE "  (no exceptions)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:112)
           WRITE REPORT-LINE
           MOVE WS-EMPLOYEES TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Employees checked: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Expired: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-DUE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Due soon: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO REPORT-LINE
           STRING "Required courses never taken: " DELIMITED BY SIZE
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
