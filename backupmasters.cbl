           SELECT CATALOG-FILE ASSIGN TO "backup_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
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
           05 DEPT-ACTIVE        PIC X.

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
           05 FILLER             PIC X(3).

       FD SALARY-HISTORY-FILE.
       01 SALARY-HISTORY-RECORD  PIC X(60).
           05 FILLER            PIC X VALUE SPACE.
           05 BC-NEXT-ID        PIC 9(5).

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
           05 OPRF-STATUS       PIC XX.
           05 ROLE-STATUS       PIC XX.
           05 AUDIT-STATUS      PIC XX.
           05 AUDSEQ-STATUS     PIC XX.
           05 WS-OPR-ID         PIC X(10).
           05 WS-OPR-PW         PIC X(10).
           05 WS-OPR-OK         PIC X.
           05 WS-OPR-EOF        PIC X.
           05 WS-OPR-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "BackupMasters".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 FILE-STATUS       PIC XX.
           05 DEPT-STATUS       PIC XX.
           05 OPERATOR-STATUS   PIC XX.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Master File Backup Utility"
           PERFORM VERIFY-OPERATOR
           IF WS-OPR-OK NOT = "Y"
               DISPLAY "Backup refused: operator sign-on failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP

           PERFORM READ-RETENTION-CONFIG
           END-PERFORM
           CLOSE CATALOG-FILE.

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
