       IDENTIFICATION DIVISION.
       PROGRAM-ID. RosterAsOf.

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
           SELECT AUDIT-FILE ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT AUDIT-GEN-FILE ASSIGN TO "roster_asof_gen.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT AUDIT-WORK-FILE ASSIGN TO "roster_asof_audit.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "sortwork.tmp".
           SELECT AUDIT-SORTED-FILE ASSIGN TO "roster_asof_sort.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SORT-OUT-STATUS.
           SELECT ROSTER-WORK-FILE ASSIGN TO "roster_asof_emp.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-STATUS.
           SELECT ROSTER-SORT-FILE ASSIGN TO "sortwork2.tmp".
           SELECT ROSTER-SORTED-FILE ASSIGN TO "roster_asof_list.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "roster_asof.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AUDIT-TIMESTAMP    PIC X(14).
           05 FILLER             PIC X.
           05 AUDIT-OPERATION    PIC X(6).
           05 FILLER             PIC X.
           05 AUDIT-EMPLOYEE-ID  PIC 9(5).
           05 FILLER             PIC X.
           05 AUDIT-BEFORE       PIC X(150).
           05 FILLER             PIC X.
           05 AUDIT-AFTER        PIC X(150).
           05 FILLER             PIC X.
           05 AUDIT-OPERATOR     PIC X(10).
           05 FILLER             PIC X.
           05 AUDIT-SEQ          PIC 9(9).

       FD AUDIT-GEN-FILE.
       01 AUDIT-GEN-RECORD      PIC X(350).

       FD AUDIT-WORK-FILE.
       01 AUDIT-WORK-RECORD     PIC X(350).

       SD SORT-FILE.
       01 SORT-RECORD.
           05 SORT-TIMESTAMP     PIC X(14).
           05 FILLER             PIC X.
           05 SORT-OPERATION     PIC X(6).
           05 FILLER             PIC X.
           05 SORT-EMPLOYEE-ID   PIC 9(5).
           05 FILLER             PIC X.
           05 SORT-BEFORE        PIC X(150).
           05 FILLER             PIC X.
           05 SORT-AFTER         PIC X(150).
           05 FILLER             PIC X.
           05 SORT-OPERATOR      PIC X(10).
           05 FILLER             PIC X.
           05 SORT-SEQ           PIC X(9).

       FD AUDIT-SORTED-FILE.
       01 SORTED-AUDIT-RECORD.
           05 SA-TIMESTAMP       PIC X(14).
           05 FILLER             PIC X.
           05 SA-OPERATION       PIC X(6).
           05 FILLER             PIC X.
           05 SA-EMPLOYEE-ID     PIC 9(5).
           05 FILLER             PIC X.
           05 SA-BEFORE          PIC X(150).
           05 FILLER             PIC X.
           05 SA-AFTER           PIC X(150).
           05 FILLER             PIC X.
           05 SA-OPERATOR        PIC X(10).
           05 FILLER             PIC X.
           05 SA-SEQ             PIC X(9).

       FD ROSTER-WORK-FILE.
       01 ROSTER-WORK-RECORD.
           05 RW-DEPT            PIC X(10).
           05 RW-NAME            PIC X(30).
           05 RW-ID              PIC 9(5).
           05 RW-JOB             PIC X(20).
           05 RW-HIRE            PIC 9(8).
           05 RW-SALARY          PIC 9(7)V99.
           05 RW-MGR             PIC 9(5).
           05 RW-SOURCE          PIC X.
           05 RW-GAP             PIC X.

       SD ROSTER-SORT-FILE.
       01 ROSTER-SORT-RECORD.
           05 RS-DEPT            PIC X(10).
           05 RS-NAME            PIC X(30).
           05 RS-ID              PIC 9(5).
           05 RS-JOB             PIC X(20).
           05 RS-HIRE            PIC 9(8).
           05 RS-SALARY          PIC 9(7)V99.
           05 RS-MGR             PIC 9(5).
           05 RS-SOURCE          PIC X.
           05 RS-GAP             PIC X.

       FD ROSTER-SORTED-FILE.
       01 ROSTER-SORTED-RECORD.
           05 RSL-DEPT           PIC X(10).
           05 RSL-NAME           PIC X(30).
           05 RSL-ID             PIC 9(5).
           05 RSL-JOB            PIC X(20).
           05 RSL-HIRE           PIC 9(8).
           05 RSL-SALARY         PIC 9(7)V99.
           05 RSL-MGR            PIC 9(5).
           05 RSL-SOURCE         PIC X.
           05 RSL-GAP            PIC X.

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
           05 AUDSEQ-STATUS     PIC XX.
           05 WS-OPR-ID         PIC X(10).
           05 WS-OPR-PW         PIC X(10).
           05 WS-OPR-OK         PIC X.
           05 WS-OPR-EOF        PIC X.
           05 WS-OPR-ROLE       PIC X(8).
           05 WS-THIS-PROGRAM   PIC X(20) VALUE "RosterAsOf".
           05 WS-BATCH-LEVEL    PIC X.
           05 WS-ROLE-IDX       PIC 99.
           05 WS-DENY-BEFORE    PIC X(150).
           05 FILE-STATUS       PIC XX.
           05 TERM-STATUS       PIC XX.
           05 AUDIT-STATUS      PIC XX.
           05 GEN-STATUS        PIC XX.
           05 WORK-STATUS       PIC XX.
           05 SORT-OUT-STATUS   PIC XX.
           05 ROSTER-STATUS     PIC XX.
           05 LIST-STATUS       PIC XX.
           05 REPORT-STATUS     PIC XX.
           05 END-OF-FILE       PIC X VALUE "N".
           05 CONTINUE-FLAG     PIC X.
           05 WS-DATE-TEXT      PIC X(8).
           05 WS-AS-OF-DATE     PIC 9(8).
           05 WS-TODAY          PIC 9(8).
           05 WS-GEN-NAME       PIC X(20).
           05 WS-WORK-NAME      PIC X(20) VALUE "roster_asof_gen.tmp".
           05 WS-COPY-STATUS    PIC S9(9) COMP-5.
           05 WS-GEN-PERIOD     PIC 9(6).
           05 WS-GEN-PERIOD-R REDEFINES WS-GEN-PERIOD.
               10 WS-GEN-YEAR   PIC 9(4).
               10 WS-GEN-MONTH  PIC 9(2).
           05 WS-LAST-PERIOD    PIC 9(6).
           05 WS-GEN-READ       PIC 9(3) VALUE 0.
           05 WS-IDX            PIC S9(4) COMP.
           05 WS-HIT            PIC S9(4) COMP.
           05 WS-ROSTER-USED    PIC S9(4) COMP VALUE 0.
           05 WS-ROSTER-DROPPED PIC 9(5) VALUE 0.
           05 WS-PRIOR-SEQ      PIC 9(9) VALUE 0.
           05 WS-THIS-SEQ       PIC 9(9).
           05 WS-IMAGE-OK       PIC X.
           05 WS-SAME           PIC X.
           05 WS-PREV-DEPT      PIC X(10).
           05 WS-FIRST-DEPT     PIC X.
           05 WS-ENTRIES-AFTER  PIC 9(7) VALUE 0.
           05 WS-ROLLED-ADD     PIC 9(5) VALUE 0.
           05 WS-ROLLED-EDIT    PIC 9(5) VALUE 0.
           05 WS-ROLLED-DELETE  PIC 9(5) VALUE 0.
           05 WS-ROLLED-REHIRE  PIC 9(5) VALUE 0.
           05 WS-RESTORE-COUNT  PIC 9(5) VALUE 0.
           05 WS-BAD-IMAGES     PIC 9(5) VALUE 0.
           05 WS-SEQ-GAPS       PIC 9(5) VALUE 0.
           05 WS-CHAIN-BREAKS   PIC 9(5) VALUE 0.
           05 WS-TERM-RESTORED  PIC 9(5) VALUE 0.
           05 WS-LATER-HIRES    PIC 9(5) VALUE 0.
           05 WS-DEPT-COUNT     PIC 9(5) VALUE 0.
           05 WS-DEPT-SALARY    PIC 9(11)V99 VALUE 0.
           05 WS-TOTAL-COUNT    PIC 9(5) VALUE 0.
           05 WS-TOTAL-SALARY   PIC 9(11)V99 VALUE 0.
           05 WS-FLAGGED-COUNT  PIC 9(5) VALUE 0.
           05 WS-COUNT-DISP     PIC ZZZZ9.
           05 WS-SAL-DISP       PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-TOTAL-DISP     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-IMAGE.
           05 WS-IMG-TAG-NAME   PIC X(5).
           05 WS-IMG-NAME       PIC X(30).
           05 WS-IMG-TAG-AGE    PIC X(5).
           05 WS-IMG-AGE        PIC 9(2).
           05 WS-IMG-TAG-DEPT   PIC X(6).
           05 WS-IMG-DEPT       PIC X(10).
           05 WS-IMG-TAG-JOB    PIC X(5).
           05 WS-IMG-JOB        PIC X(20).
           05 WS-IMG-TAG-HIRE   PIC X(6).
           05 WS-IMG-HIRE       PIC 9(8).
           05 WS-IMG-TAG-SALARY PIC X(8).
           05 WS-IMG-SALARY     PIC 9(7)V99.
           05 WS-IMG-TAG-MGR    PIC X(5).
           05 WS-IMG-MGR        PIC 9(5).
           05 FILLER            PIC X(26).

       01 WS-ROSTER-TABLE.
           05 WS-RT-ENTRY OCCURS 5000 TIMES.
               10 WS-RT-ID       PIC 9(5).
               10 WS-RT-NAME     PIC X(30).
               10 WS-RT-AGE      PIC 9(2).
               10 WS-RT-DEPT     PIC X(10).
               10 WS-RT-JOB      PIC X(20).
               10 WS-RT-HIRE     PIC 9(8).
               10 WS-RT-SALARY   PIC 9(7)V99.
               10 WS-RT-MGR      PIC 9(5).
               10 WS-RT-STATE    PIC X.
               10 WS-RT-SOURCE   PIC X.
               10 WS-RT-GAP      PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Point-in-Time Roster"
           PERFORM VERIFY-OPERATOR
           IF WS-OPR-OK NOT = "Y"
               DISPLAY "Roster refused: operator sign-on failed."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           DISPLAY "Enter As-Of Date (YYYYMMDD): "
           ACCEPT WS-DATE-TEXT
           IF WS-DATE-TEXT IS NOT NUMERIC
               DISPLAY "Invalid as-of date. Must be 8 digits, "
                       "YYYYMMDD."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           MOVE WS-DATE-TEXT TO WS-AS-OF-DATE
           IF WS-AS-OF-DATE(5:2) < "01" OR
              WS-AS-OF-DATE(5:2) > "12" OR
              WS-AS-OF-DATE(7:2) < "01" OR
              WS-AS-OF-DATE(7:2) > "31" OR
              WS-AS-OF-DATE < 19000101
               DISPLAY "Invalid as-of date " WS-AS-OF-DATE "."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           IF WS-AS-OF-DATE >= WS-TODAY
               DISPLAY "As-of date must be in the past; use the "
                       "employee report for today's roster."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           PERFORM LOAD-CURRENT-ROSTER
           IF FILE-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           PERFORM COLLECT-LATER-AUDIT
           IF WORK-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.

           SORT SORT-FILE ON DESCENDING KEY SORT-TIMESTAMP
                                           SORT-SEQ
               USING AUDIT-WORK-FILE
               GIVING AUDIT-SORTED-FILE
           PERFORM ROLL-BACK-AUDIT
           PERFORM RESTORE-LATER-LEAVERS
           PERFORM REMOVE-LATER-HIRES

           PERFORM WRITE-ROSTER-WORK
           SORT ROSTER-SORT-FILE ON ASCENDING KEY RS-DEPT
                                                  RS-NAME
               USING ROSTER-WORK-FILE
               GIVING ROSTER-SORTED-FILE

           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Error opening roster_asof.txt for output."
               MOVE 8 TO RETURN-CODE
               PERFORM PRESS-ENTER
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-ROSTER-LINES
           PERFORM WRITE-RECONSTRUCTION-SUMMARY
           CLOSE REPORT-FILE

           DISPLAY "Roster as of " WS-AS-OF-DATE
                   " written to roster_asof.txt (" WS-TOTAL-COUNT
                   " employee(s))."
           IF WS-SEQ-GAPS NOT = ZEROS OR
              WS-CHAIN-BREAKS NOT = ZEROS OR
              WS-RESTORE-COUNT NOT = ZEROS OR
              WS-BAD-IMAGES NOT = ZEROS
               DISPLAY "Warning: the audit trail after the as-of "
                       "date is incomplete; see the flags in the "
                       "report."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ROSTER-DROPPED NOT = ZEROS
               DISPLAY "Warning: too many employees for one run; "
                       WS-ROSTER-DROPPED " were not included."
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM PRESS-ENTER
           GOBACK.

       LOAD-CURRENT-ROSTER.
           OPEN INPUT EMPLOYEE-FILE
           IF FILE-STATUS NOT = "00"
               DISPLAY "Error opening employees.dat. Status: "
                       FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM ADD-ROSTER-ENTRY
                       IF WS-HIT > 0
                           MOVE EMPLOYEE-NAME TO WS-RT-NAME(WS-HIT)
                           MOVE EMPLOYEE-AGE TO WS-RT-AGE(WS-HIT)
                           MOVE DEPARTMENT-CODE TO WS-RT-DEPT(WS-HIT)
                           MOVE JOB-TITLE TO WS-RT-JOB(WS-HIT)
                           MOVE HIRE-DATE TO WS-RT-HIRE(WS-HIT)
                           MOVE SALARY TO WS-RT-SALARY(WS-HIT)
                           MOVE MANAGER-ID TO WS-RT-MGR(WS-HIT)
                           MOVE "C" TO WS-RT-SOURCE(WS-HIT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           MOVE "00" TO FILE-STATUS.

       ADD-ROSTER-ENTRY.
           MOVE 0 TO WS-HIT
           IF WS-ROSTER-USED >= 5000
               ADD 1 TO WS-ROSTER-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROSTER-USED
           MOVE WS-ROSTER-USED TO WS-HIT
           MOVE EMPLOYEE-ID TO WS-RT-ID(WS-HIT)
           MOVE "P" TO WS-RT-STATE(WS-HIT)
           MOVE "N" TO WS-RT-GAP(WS-HIT).

       FIND-ROSTER-ENTRY.
           MOVE 0 TO WS-HIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROSTER-USED OR WS-HIT > 0
               IF WS-RT-ID(WS-IDX) = EMPLOYEE-ID
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM.

       COLLECT-LATER-AUDIT.
           OPEN OUTPUT AUDIT-WORK-FILE
           IF WORK-STATUS NOT = "00"
               DISPLAY "Error opening roster_asof_audit.tmp for "
                       "output."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AS-OF-DATE(1:6) TO WS-GEN-PERIOD
           IF WS-GEN-MONTH = 1
               MOVE 12 TO WS-GEN-MONTH
               SUBTRACT 1 FROM WS-GEN-YEAR
           ELSE
               SUBTRACT 1 FROM WS-GEN-MONTH
           END-IF
           MOVE WS-TODAY(1:6) TO WS-LAST-PERIOD
           PERFORM UNTIL WS-GEN-PERIOD > WS-LAST-PERIOD
               PERFORM COLLECT-ONE-GENERATION
               IF WS-GEN-MONTH = 12
                   MOVE 1 TO WS-GEN-MONTH
                   ADD 1 TO WS-GEN-YEAR
               ELSE
                   ADD 1 TO WS-GEN-MONTH
               END-IF
           END-PERFORM

           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF AUDIT-TIMESTAMP(1:8) > WS-AS-OF-DATE
                               MOVE AUDIT-RECORD TO AUDIT-WORK-RECORD
                               WRITE AUDIT-WORK-RECORD
                               ADD 1 TO WS-ENTRIES-AFTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           CLOSE AUDIT-WORK-FILE.

       COLLECT-ONE-GENERATION.
           MOVE SPACES TO WS-GEN-NAME
           STRING "audit_" DELIMITED BY SIZE
                  WS-GEN-PERIOD DELIMITED BY SIZE
                  ".log" DELIMITED BY SIZE
                  INTO WS-GEN-NAME
           END-STRING
           CALL "CBL_COPY_FILE" USING WS-GEN-NAME
                                       WS-WORK-NAME
               RETURNING WS-COPY-STATUS
           END-CALL
           IF WS-COPY-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AUDIT-GEN-FILE
           IF GEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GEN-READ
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AUDIT-GEN-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF AUDIT-GEN-RECORD(1:8) > WS-AS-OF-DATE
                           MOVE AUDIT-GEN-RECORD TO AUDIT-WORK-RECORD
                           WRITE AUDIT-WORK-RECORD
                           ADD 1 TO WS-ENTRIES-AFTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-GEN-FILE.

       ROLL-BACK-AUDIT.
           OPEN INPUT AUDIT-SORTED-FILE
           IF SORT-OUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PRIOR-SEQ
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ AUDIT-SORTED-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-SEQUENCE-GAP
                       PERFORM ROLL-BACK-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-SORTED-FILE.

       CHECK-SEQUENCE-GAP.
           IF SA-SEQ IS NOT NUMERIC OR SA-SEQ = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SA-SEQ TO WS-THIS-SEQ
           IF WS-PRIOR-SEQ NOT = ZEROS AND
              WS-THIS-SEQ < WS-PRIOR-SEQ - 1
               ADD 1 TO WS-SEQ-GAPS
           END-IF
           MOVE WS-THIS-SEQ TO WS-PRIOR-SEQ.

       ROLL-BACK-ONE-ENTRY.
           MOVE SA-EMPLOYEE-ID TO EMPLOYEE-ID
           EVALUATE SA-OPERATION
               WHEN "ADD"
                   ADD 1 TO WS-ROLLED-ADD
                   PERFORM ROLL-BACK-ADD
               WHEN "REHIRE"
                   ADD 1 TO WS-ROLLED-REHIRE
                   PERFORM ROLL-BACK-ADD
               WHEN "EDIT"
                   ADD 1 TO WS-ROLLED-EDIT
                   PERFORM ROLL-BACK-EDIT
               WHEN "DELETE"
                   ADD 1 TO WS-ROLLED-DELETE
                   PERFORM ROLL-BACK-DELETE
               WHEN "RESTOR"
                   ADD 1 TO WS-RESTORE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-AFTER-IMAGE.
           MOVE SA-AFTER TO WS-IMAGE
           PERFORM CHECK-IMAGE-LAYOUT
           IF WS-IMAGE-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-IMG-NAME = WS-RT-NAME(WS-HIT) AND
              WS-IMG-DEPT = WS-RT-DEPT(WS-HIT) AND
              WS-IMG-JOB = WS-RT-JOB(WS-HIT) AND
              WS-IMG-HIRE = WS-RT-HIRE(WS-HIT) AND
              WS-IMG-SALARY = WS-RT-SALARY(WS-HIT) AND
              WS-IMG-MGR = WS-RT-MGR(WS-HIT)
               CONTINUE
           ELSE
               PERFORM FLAG-CHAIN-BREAK
           END-IF.

       CHECK-IMAGE-LAYOUT.
           MOVE "N" TO WS-IMAGE-OK
           IF WS-IMG-TAG-NAME = "NAME=" AND
              WS-IMG-TAG-DEPT = " DEPT=" AND
              WS-IMG-TAG-MGR = " MGR=" AND
              WS-IMG-HIRE IS NUMERIC AND
              WS-IMG-SALARY IS NUMERIC AND
              WS-IMG-MGR IS NUMERIC
               MOVE "Y" TO WS-IMAGE-OK
           END-IF.

       FLAG-CHAIN-BREAK.
           IF WS-RT-GAP(WS-HIT) NOT = "Y"
               MOVE "Y" TO WS-RT-GAP(WS-HIT)
               ADD 1 TO WS-CHAIN-BREAKS
           END-IF.

       ROLL-BACK-ADD.
           PERFORM FIND-ROSTER-ENTRY
           IF WS-HIT = 0
               ADD 1 TO WS-CHAIN-BREAKS
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-STATE(WS-HIT) = "P"
               PERFORM CHECK-AFTER-IMAGE
           ELSE
               PERFORM FLAG-CHAIN-BREAK
           END-IF
           MOVE "X" TO WS-RT-STATE(WS-HIT).

       ROLL-BACK-EDIT.
           PERFORM FIND-ROSTER-ENTRY
           IF WS-HIT = 0
               PERFORM ADD-ROSTER-ENTRY
               IF WS-HIT = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM FLAG-CHAIN-BREAK
           ELSE
               IF WS-RT-STATE(WS-HIT) = "P"
                   PERFORM CHECK-AFTER-IMAGE
               ELSE
                   PERFORM FLAG-CHAIN-BREAK
               END-IF
           END-IF
           PERFORM APPLY-BEFORE-IMAGE.

       ROLL-BACK-DELETE.
           PERFORM FIND-ROSTER-ENTRY
           IF WS-HIT = 0
               PERFORM ADD-ROSTER-ENTRY
               IF WS-HIT = 0
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-RT-STATE(WS-HIT) = "P"
                   PERFORM FLAG-CHAIN-BREAK
               END-IF
           END-IF
           PERFORM APPLY-BEFORE-IMAGE.

       APPLY-BEFORE-IMAGE.
           MOVE SA-BEFORE TO WS-IMAGE
           PERFORM CHECK-IMAGE-LAYOUT
           IF WS-IMAGE-OK NOT = "Y"
               ADD 1 TO WS-BAD-IMAGES
               PERFORM FLAG-CHAIN-BREAK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IMG-NAME TO WS-RT-NAME(WS-HIT)
           IF WS-IMG-AGE IS NUMERIC
               MOVE WS-IMG-AGE TO WS-RT-AGE(WS-HIT)
           END-IF
           MOVE WS-IMG-DEPT TO WS-RT-DEPT(WS-HIT)
           MOVE WS-IMG-JOB TO WS-RT-JOB(WS-HIT)
           MOVE WS-IMG-HIRE TO WS-RT-HIRE(WS-HIT)
           MOVE WS-IMG-SALARY TO WS-RT-SALARY(WS-HIT)
           MOVE WS-IMG-MGR TO WS-RT-MGR(WS-HIT)
           MOVE "P" TO WS-RT-STATE(WS-HIT)
           MOVE "A" TO WS-RT-SOURCE(WS-HIT).

       RESTORE-LATER-LEAVERS.
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
                       IF TERM-TERMINATION-DATE IS NUMERIC AND
                          TERM-TERMINATION-DATE > WS-AS-OF-DATE AND
                          TERM-HIRE-DATE IS NUMERIC AND
                          TERM-HIRE-DATE <= WS-AS-OF-DATE
                           PERFORM RESTORE-ONE-LEAVER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERMINATED-FILE.

       RESTORE-ONE-LEAVER.
           MOVE TERM-EMPLOYEE-ID TO EMPLOYEE-ID
           PERFORM FIND-ROSTER-ENTRY
           IF WS-HIT > 0
               IF WS-RT-STATE(WS-HIT) = "P"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM ADD-ROSTER-ENTRY
               IF WS-HIT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-TERM-RESTORED
           MOVE TERM-EMPLOYEE-NAME TO WS-RT-NAME(WS-HIT)
           MOVE TERM-EMPLOYEE-AGE TO WS-RT-AGE(WS-HIT)
           MOVE TERM-DEPARTMENT-CODE TO WS-RT-DEPT(WS-HIT)
           MOVE TERM-JOB-TITLE TO WS-RT-JOB(WS-HIT)
           MOVE TERM-HIRE-DATE TO WS-RT-HIRE(WS-HIT)
           MOVE TERM-SALARY TO WS-RT-SALARY(WS-HIT)
           MOVE ZEROS TO WS-RT-MGR(WS-HIT)
           MOVE "P" TO WS-RT-STATE(WS-HIT)
           MOVE "T" TO WS-RT-SOURCE(WS-HIT).

       REMOVE-LATER-HIRES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROSTER-USED
               IF WS-RT-STATE(WS-IDX) = "P" AND
                  WS-RT-HIRE(WS-IDX) > WS-AS-OF-DATE
                   MOVE "X" TO WS-RT-STATE(WS-IDX)
                   ADD 1 TO WS-LATER-HIRES
               END-IF
           END-PERFORM.

       WRITE-ROSTER-WORK.
           OPEN OUTPUT ROSTER-WORK-FILE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-ROSTER-USED
               IF WS-RT-STATE(WS-IDX) = "P"
                   MOVE WS-RT-DEPT(WS-IDX) TO RW-DEPT
                   MOVE WS-RT-NAME(WS-IDX) TO RW-NAME
                   MOVE WS-RT-ID(WS-IDX) TO RW-ID
                   MOVE WS-RT-JOB(WS-IDX) TO RW-JOB
                   MOVE WS-RT-HIRE(WS-IDX) TO RW-HIRE
                   MOVE WS-RT-SALARY(WS-IDX) TO RW-SALARY
                   MOVE WS-RT-MGR(WS-IDX) TO RW-MGR
                   MOVE WS-RT-SOURCE(WS-IDX) TO RW-SOURCE
                   MOVE WS-RT-GAP(WS-IDX) TO RW-GAP
                   WRITE ROSTER-WORK-RECORD
               END-IF
           END-PERFORM
           CLOSE ROSTER-WORK-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "Point-in-Time Roster   As Of " DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  "   Run Date: " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE "Src: C = unchanged since, A = rebuilt from audit "
               TO REPORT-LINE(1:49)
           MOVE "images, T = restored from terminated.dat" TO
               REPORT-LINE(50:40)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "GAP = this employee's audit trail does not chain; "
               TO REPORT-LINE(1:50)
           MOVE "treat the line with caution." TO REPORT-LINE(51:28)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Dept        ID     Name                           J"
               TO REPORT-LINE(1:52)
           MOVE "ob Title            Hire Date         Salary  Mgr  "
               TO REPORT-LINE(53:51)
           MOVE "  Src Flag" TO REPORT-LINE(104:10)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE(1:113)
           WRITE REPORT-LINE.

       WRITE-ROSTER-LINES.
           OPEN INPUT ROSTER-SORTED-FILE
           IF LIST-STATUS NOT = "00"
               MOVE "  (no employees on the roster at that date)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-FIRST-DEPT
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ ROSTER-SORTED-FILE
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF WS-FIRST-DEPT = "N" AND
                          RSL-DEPT NOT = WS-PREV-DEPT
                           PERFORM WRITE-DEPT-TOTAL
                       END-IF
                       MOVE "N" TO WS-FIRST-DEPT
                       MOVE RSL-DEPT TO WS-PREV-DEPT
                       PERFORM WRITE-ROSTER-LINE
               END-READ
           END-PERFORM
           CLOSE ROSTER-SORTED-FILE
           IF WS-FIRST-DEPT = "N"
               PERFORM WRITE-DEPT-TOTAL
           END-IF

           MOVE ALL "=" TO REPORT-LINE(1:113)
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-COUNT TO WS-COUNT-DISP
           MOVE WS-TOTAL-SALARY TO WS-TOTAL-DISP
           STRING "Total headcount: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "   Total salary: " DELIMITED BY SIZE
                  WS-TOTAL-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE.

       WRITE-ROSTER-LINE.
           ADD 1 TO WS-DEPT-COUNT
           ADD RSL-SALARY TO WS-DEPT-SALARY
           ADD 1 TO WS-TOTAL-COUNT
           ADD RSL-SALARY TO WS-TOTAL-SALARY
           MOVE RSL-SALARY TO WS-SAL-DISP
           MOVE SPACES TO REPORT-LINE
           MOVE RSL-DEPT TO REPORT-LINE(1:10)
           MOVE RSL-ID TO REPORT-LINE(13:5)
           MOVE RSL-NAME TO REPORT-LINE(20:30)
           MOVE RSL-JOB TO REPORT-LINE(52:20)
           MOVE RSL-HIRE TO REPORT-LINE(73:8)
           MOVE WS-SAL-DISP TO REPORT-LINE(83:14)
           MOVE RSL-MGR TO REPORT-LINE(99:5)
           MOVE RSL-SOURCE TO REPORT-LINE(107:1)
           IF RSL-GAP = "Y"
               MOVE "GAP" TO REPORT-LINE(111:3)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           WRITE REPORT-LINE.

       WRITE-DEPT-TOTAL.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DEPT-COUNT TO WS-COUNT-DISP
           MOVE WS-DEPT-SALARY TO WS-SAL-DISP
           STRING "  Dept " DELIMITED BY SIZE
                  WS-PREV-DEPT DELIMITED BY SIZE
                  " headcount: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  "   salary: " DELIMITED BY SIZE
                  WS-SAL-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-DEPT-COUNT
           MOVE 0 TO WS-DEPT-SALARY.

       WRITE-RECONSTRUCTION-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Reconstruction summary:" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Audit generations read: " DELIMITED BY SIZE
                  WS-GEN-READ DELIMITED BY SIZE
                  " plus audit.log;  entries after as-of date: "
                      DELIMITED BY SIZE
                  WS-ENTRIES-AFTER DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Rolled back - adds: " DELIMITED BY SIZE
                  WS-ROLLED-ADD DELIMITED BY SIZE
                  "  edits: " DELIMITED BY SIZE
                  WS-ROLLED-EDIT DELIMITED BY SIZE
                  "  deletes: " DELIMITED BY SIZE
                  WS-ROLLED-DELETE DELIMITED BY SIZE
                  "  rehires: " DELIMITED BY SIZE
                  WS-ROLLED-REHIRE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Restored from terminated.dat: " DELIMITED BY SIZE
                  WS-TERM-RESTORED DELIMITED BY SIZE
                  "   Removed as hired later: " DELIMITED BY SIZE
                  WS-LATER-HIRES DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  Audit sequence gaps: " DELIMITED BY SIZE
                  WS-SEQ-GAPS DELIMITED BY SIZE
                  "   Employee chain breaks: " DELIMITED BY SIZE
                  WS-CHAIN-BREAKS DELIMITED BY SIZE
                  "   Unreadable images: " DELIMITED BY SIZE
                  WS-BAD-IMAGES DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISP
           STRING "  Roster lines flagged GAP: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-RESTORE-COUNT NOT = ZEROS
               MOVE SPACES TO REPORT-LINE
               STRING "  WARNING: " DELIMITED BY SIZE
                      WS-RESTORE-COUNT DELIMITED BY SIZE
                      " master restore(s) after the as-of date "
                          DELIMITED BY SIZE
                      "cannot be rolled back." DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-SEQ-GAPS = ZEROS AND WS-CHAIN-BREAKS = ZEROS AND
              WS-RESTORE-COUNT = ZEROS AND WS-BAD-IMAGES = ZEROS
               MOVE "Result: RELIABLE - audit trail complete."
                   TO REPORT-LINE
           ELSE
               MOVE "Result: SUSPECT - audit trail incomplete."
                   TO REPORT-LINE
           END-IF
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
           MOVE SPACES TO AUDIT-RECORD
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
