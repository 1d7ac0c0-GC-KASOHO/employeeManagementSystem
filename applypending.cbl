               ORGANIZATION IS SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS AUDSEQ-STATUS.
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
       01 AUDIT-SEQ-RECORD.
           05 NEXT-AUDIT-SEQ    PIC 9(9).

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
           05 PEND-STATUS       PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 OPERATOR-STATUS   PIC XX.
           05 OPRF-STATUS       PIC XX.
           05 ROLE-STATUS       PIC XX.
           05 WS-SUP-ID         PIC X(10).
           05 WS-SUP-PW         PIC X(10).
           05 WS-SUP-OK         PIC X.
           05 WS-SUP-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "ApplyPending".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 WS-TODAY          PIC 9(8).
           05 WS-OLD-SALARY     PIC 9(7)V99.
           05 WS-APPLIED-COUNT  PIC 9(5) VALUE 0.
           DISPLAY "Daily Pending Change Apply Batch"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           PERFORM VERIFY-SUPERVISOR
           IF WS-SUP-OK NOT = "Y"
               DISPLAY "Apply run refused: supervisor verification "
                       "failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           OPEN INPUT PENDING-FILE
           IF PEND-STATUS NOT = "00"
               DISPLAY "No pending transactions on file."
           REWRITE AUDIT-SEQ-RECORD
           CLOSE AUDIT-SEQ-FILE.

       VERIFY-SUPERVISOR.
           MOVE "N" TO WS-SUP-OK
           DISPLAY "Applying pending changes requires a supervisor."
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

       PRESS-ENTER.
           DISPLAY "Press Enter to continue..."
           ACCEPT CONTINUE-FLAG.
