      *          with the failing step's return code so the scheduler
      *          sees the real severity, and appends its own record
      *          to the shared audit file runaudit.txt.
      *          Before the first step runs, the files the steps
      *          update in place (program2.hist, program2.mst,
      *          register.txt, suspense.txt and alerthist.txt) are
      *          copied to a snapshot named for the cycle (file name
      *          plus .yyyymmddhhmmss, the master unloaded to a
      *          sequential image) and listed on the snapshot
      *          catalogue snapshot.txt, so PROGRAM23 can put the
      *          whole set back after a bad night. Only the newest
      *          SNAPGENS cycles are kept (a SNAPGENS card on
      *          cycleplan.prm, 2 digits, default 7); older copies
      *          are deleted. A snapshot that cannot be written
      *          stops the cycle before any step with return code
      *          12.
      * Tectonics: cobc
      * Modifications:
      *   09-02-26  TJA  The step launcher leaves the raw wait
      *                  file, the failing code and the driver's
      *                  final return code all carry the step's true
      *                  return code.
      *   10-15-26  TJA  The persistent files are snapshotted to
      *                  dated copies listed on snapshot.txt before
      *                  the first step, keeping the newest SNAPGENS
      *                  cycles (card on cycleplan.prm, default 7),
      *                  so PROGRAM23 can roll a cycle back as a set.
      *                  A failed snapshot stops the cycle with
      *                  return code 12 before any step runs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM11.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.
               SELECT SNAPIN ASSIGN USING SNAP-IN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SNAPIN-STATUS.
               SELECT SNAPOUT ASSIGN USING SNAP-OUT-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SNAPOUT-STATUS.
               SELECT MASTFILE ASSIGN TO "program2.mst"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-KEY
                FILE STATUS IS MAST-STATUS.
               SELECT SNAPCAT ASSIGN TO "snapshot.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SNAPCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

           FD SNAPIN.
           01 SNAPIN-REC               PIC X(200).

           FD SNAPOUT.
           01 SNAPOUT-REC              PIC X(200).

           FD MASTFILE.
           01 MAST-REC.
               05 MAST-KEY.
                   10 MAST-DATE        PIC 9(08).
                   10 MAST-SEQ         PIC 9(07).
               05 MAST-REC-TYPE        PIC X(01).
               05 MAST-FILE-ID         PIC 99.
               05 MAST-DATA            PIC X(69).

           FD SNAPCAT.
           01 SNP-REC.
               05 SNP-CYCLE-ID         PIC 9(14).
               05 FILLER               PIC X(01).
               05 SNP-FILE-NAME        PIC X(14).
               05 FILLER               PIC X(01).
               05 SNP-STATUS           PIC X(06).
               05 FILLER               PIC X(01).
               05 SNP-RECORDS          PIC 9(07).
               05 FILLER               PIC X(01).
               05 SNP-COPY-NAME        PIC X(30).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(40) VALUE ALL '-'.
           01 ENDLINES              PIC X(40) VALUE ALL '-'.
           01 STEP-START-TIME       PIC 9(8).
           01 STEP-END-TIME         PIC 9(8).

           01 SNAPIN-STATUS         PIC XX.
           01 SNAPOUT-STATUS        PIC XX.
           01 MAST-STATUS           PIC XX.
           01 SNAPCAT-STATUS        PIC XX.
           01 SNAP-IN-NAME          PIC X(30).
           01 SNAP-OUT-NAME         PIC X(30).
           01 SNAP-CYCLE-ID.
               05 SNAP-CYCLE-DATE   PIC 9(8).
               05 SNAP-CYCLE-TIME   PIC 9(6).
           01 SNAP-GENS             PIC 99    VALUE 07.
           01 SNAP-FAILED           PIC X     VALUE 'N'.
           01 SNAP-RECORDS          PIC 9(7)  VALUE ZERO.
           01 SNAP-LASTREC          PIC X     VALUE SPACE.

           01 SNAP-FILE-LIST.
               05 FILLER            PIC X(14) VALUE 'program2.hist'.
               05 FILLER            PIC X(14) VALUE 'program2.mst'.
               05 FILLER            PIC X(14) VALUE 'register.txt'.
               05 FILLER            PIC X(14) VALUE 'suspense.txt'.
               05 FILLER            PIC X(14) VALUE 'alerthist.txt'.
           01 SNAP-FILE-TABLE REDEFINES SNAP-FILE-LIST.
               05 SNAP-FILE-ENTRY   PIC X(14) OCCURS 5 TIMES.
           01 SNAP-FILE-MAX         PIC 9     VALUE 5.
           01 SNAP-FILE-IDX         PIC 9     VALUE ZERO.

           01 CAT-TABLE.
               05 CAT-ENTRY OCCURS 500 TIMES.
                   10 CAT-CYCLE-ID  PIC 9(14).
                   10 CAT-LINE      PIC X(75).
           01 CAT-MAX               PIC 999   VALUE 500.
           01 CAT-COUNT             PIC 999   VALUE ZERO.
           01 CAT-IDX               PIC 999   VALUE ZERO.
           01 CAT-CYCLES            PIC 999   VALUE ZERO.
           01 CAT-CYCLES-SEEN       PIC 999   VALUE ZERO.
           01 CAT-PREV-ID           PIC 9(14) VALUE ZERO.
           01 CAT-CUTOFF-ID         PIC 9(14) VALUE ZERO.
           01 SNAP-RM-COMMAND       PIC X(70).

           01 SNAPSHOT-LINE.
               05 FILLER            PIC X(9)  VALUE 'SNAPSHOT '.
               05 SNL-FILE-OUT      PIC X(14).
               05 FILLER            PIC X     VALUE SPACE.
               05 SNL-STAT-OUT      PIC X(6).
               05 FILLER            PIC X(10) VALUE ' RECORDS: '.
               05 SNL-RECS-OUT      PIC ZZZZZZ9.
               05 FILLER            PIC X(7)  VALUE ' COPY: '.
               05 SNL-COPY-OUT      PIC X(30).

           01 SNAP-DROP-LINE.
               05 FILLER            PIC X(29) VALUE
                   'SNAPSHOT GENERATION DELETED: '.
               05 SDL-CYCLE-OUT     PIC 9(14).

           01 SNAP-FAIL-LINE.
               05 FILLER            PIC X(38) VALUE
                   'SNAPSHOT FAILED, CYCLE NOT RUN, FILE: '.
               05 SFL-FILE-OUT      PIC X(30).

           01 STEP-LINE.
               05 FILLER            PIC X(5)  VALUE 'STEP '.
               05 STL-SEQ-OUT       PIC 99.
           MOVE RUN-ID-LINE TO STATOUT-REC.
           WRITE STATOUT-REC.

           PERFORM 250-TAKE-SNAPSHOT.
           IF SNAP-FAILED = 'Y'
               MOVE 'Y' TO CHAIN-STOPPED
               MOVE 12  TO FAILED-RC
           ELSE
               PERFORM 280-PRUNE-SNAPSHOTS
           END-IF.

           MOVE ZERO TO STEP-IDX.
           PERFORM 300-RUN-ONE-STEP
               UNTIL STEP-IDX = STEP-COUNT.
                   IF PARM-KEYWORD = 'STEP'
                       PERFORM 220-LOAD-ONE-STEP
                   ELSE
                       IF PARM-KEYWORD = 'SNAPGENS'
                           PERFORM 230-SET-SNAP-GENERATIONS
                       ELSE
                           IF PARM-REC = SPACES
                               CONTINUE
                           ELSE
                               DISPLAY 'BAD CYCLE PLAN CARD, UNKNOWN '
                                   'KEYWORD: ' PARM-KEYWORD
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           MOVE PARM-VALUE(1:30)  TO STEP-COMMAND (STEP-COUNT).
           MOVE PARM-VALUE(31:2)  TO STEP-MAX-RC (STEP-COUNT).

       230-SET-SNAP-GENERATIONS.
           IF PARM-VALUE(1:2) IS NOT NUMERIC
              OR PARM-VALUE(1:2) = '00'
               DISPLAY 'BAD SNAPGENS CARD, VALUE MUST BE 2 DIGITS, '
                   'NOT ZERO: ' PARM-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE PARM-VALUE(1:2) TO SNAP-GENS.

       250-TAKE-SNAPSHOT.
           MOVE WS-RUN-DATE      TO SNAP-CYCLE-DATE.
           MOVE WS-RUN-TIME(1:6) TO SNAP-CYCLE-TIME.
           OPEN EXTEND SNAPCAT.
           IF SNAPCAT-STATUS = '35'
               OPEN OUTPUT SNAPCAT
           END-IF.
           MOVE ZERO TO SNAP-FILE-IDX.
           PERFORM 255-SNAPSHOT-ONE-FILE
               UNTIL SNAP-FILE-IDX = SNAP-FILE-MAX
                  OR SNAP-FAILED = 'Y'.
           CLOSE SNAPCAT.

       255-SNAPSHOT-ONE-FILE.
           ADD 1 TO SNAP-FILE-IDX.
           MOVE SPACES TO SNAP-IN-NAME.
           MOVE SNAP-FILE-ENTRY (SNAP-FILE-IDX) TO SNAP-IN-NAME.
           MOVE SPACES TO SNAP-OUT-NAME.
           STRING SNAP-IN-NAME  DELIMITED BY SPACE
                  '.'           DELIMITED BY SIZE
                  SNAP-CYCLE-ID DELIMITED BY SIZE
               INTO SNAP-OUT-NAME.
           MOVE ZERO TO SNAP-RECORDS.
           MOVE SNAP-IN-NAME TO SFL-FILE-OUT.
           MOVE SPACES TO SNP-REC.
           MOVE SNAP-CYCLE-ID TO SNP-CYCLE-ID.
           MOVE SNAP-IN-NAME  TO SNP-FILE-NAME.
           IF SNAP-IN-NAME = 'program2.mst'
               OPEN INPUT MASTFILE
               MOVE MAST-STATUS TO SNAPIN-STATUS
           ELSE
               OPEN INPUT SNAPIN
           END-IF.
           IF SNAPIN-STATUS = '35'
               MOVE 'ABSENT' TO SNP-STATUS
           ELSE
               IF SNAPIN-STATUS NOT = '00'
                   MOVE 'Y' TO SNAP-FAILED
               ELSE
                   PERFORM 260-COPY-ONE-FILE
               END-IF
           END-IF.
           IF SNAP-FAILED = 'Y'
               DISPLAY SNAP-FAIL-LINE
               MOVE SNAP-FAIL-LINE TO STATOUT-REC
               WRITE STATOUT-REC
           ELSE
               MOVE SNAP-RECORDS  TO SNP-RECORDS
               WRITE SNP-REC
               MOVE SNP-FILE-NAME TO SNL-FILE-OUT
               MOVE SNP-STATUS    TO SNL-STAT-OUT
               MOVE SNP-RECORDS   TO SNL-RECS-OUT
               MOVE SNP-COPY-NAME TO SNL-COPY-OUT
               DISPLAY SNAPSHOT-LINE
               MOVE SNAPSHOT-LINE TO STATOUT-REC
               WRITE STATOUT-REC
           END-IF.

       260-COPY-ONE-FILE.
           OPEN OUTPUT SNAPOUT.
           IF SNAPOUT-STATUS NOT = '00'
               MOVE 'Y' TO SNAP-FAILED
               MOVE SNAP-OUT-NAME TO SFL-FILE-OUT
           ELSE
               MOVE SPACE TO SNAP-LASTREC
               IF SNAP-IN-NAME = 'program2.mst'
                   PERFORM 265-COPY-ONE-MASTER-REC
                       UNTIL SNAP-LASTREC = 'Y'
               ELSE
                   PERFORM 270-COPY-ONE-SEQ-REC
                       UNTIL SNAP-LASTREC = 'Y'
               END-IF
               CLOSE SNAPOUT
               MOVE 'SAVED'       TO SNP-STATUS
               MOVE SNAP-OUT-NAME TO SNP-COPY-NAME
           END-IF.
           IF SNAP-IN-NAME = 'program2.mst'
               CLOSE MASTFILE
           ELSE
               CLOSE SNAPIN
           END-IF.

       265-COPY-ONE-MASTER-REC.
           READ MASTFILE NEXT RECORD
               AT END MOVE 'Y' TO SNAP-LASTREC
               NOT AT END
                   MOVE MAST-REC TO SNAPOUT-REC
                   WRITE SNAPOUT-REC
                   ADD 1 TO SNAP-RECORDS
           END-READ.

       270-COPY-ONE-SEQ-REC.
           READ SNAPIN
               AT END MOVE 'Y' TO SNAP-LASTREC
               NOT AT END
                   MOVE SNAPIN-REC TO SNAPOUT-REC
                   WRITE SNAPOUT-REC
                   ADD 1 TO SNAP-RECORDS
           END-READ.

       280-PRUNE-SNAPSHOTS.
           OPEN INPUT SNAPCAT.
           MOVE SPACE TO SNAP-LASTREC.
           PERFORM 281-LOAD-ONE-CAT-LINE
               UNTIL SNAP-LASTREC = 'Y'.
           CLOSE SNAPCAT.
           IF CAT-CYCLES > SNAP-GENS
               MOVE ZERO TO CAT-CYCLES-SEEN
               MOVE ZERO TO CAT-PREV-ID
               MOVE ZERO TO CAT-IDX
               PERFORM 283-FIND-CUTOFF-CYCLE
                   UNTIL CAT-IDX = CAT-COUNT
               OPEN OUTPUT SNAPCAT
               MOVE ZERO TO CAT-PREV-ID
               MOVE ZERO TO CAT-IDX
               PERFORM 285-PRUNE-ONE-CAT-LINE
                   UNTIL CAT-IDX = CAT-COUNT
               CLOSE SNAPCAT
           END-IF.

       281-LOAD-ONE-CAT-LINE.
           READ SNAPCAT
               AT END MOVE 'Y' TO SNAP-LASTREC
               NOT AT END
                   IF CAT-COUNT = CAT-MAX
                       DISPLAY 'SNAPSHOT CATALOGUE HOLDS MORE THAN '
                           CAT-MAX ' LINES, LOWER SNAPGENS'
                       MOVE 'Y' TO SNAP-LASTREC
                       MOVE ZERO TO CAT-CYCLES
                   ELSE
                       ADD 1 TO CAT-COUNT
                       MOVE SNP-CYCLE-ID TO CAT-CYCLE-ID (CAT-COUNT)
                       MOVE SNP-REC      TO CAT-LINE (CAT-COUNT)
                       IF SNP-CYCLE-ID NOT = CAT-PREV-ID
                           ADD 1 TO CAT-CYCLES
                           MOVE SNP-CYCLE-ID TO CAT-PREV-ID
                       END-IF
                   END-IF
           END-READ.

       283-FIND-CUTOFF-CYCLE.
           ADD 1 TO CAT-IDX.
           IF CAT-CYCLE-ID (CAT-IDX) NOT = CAT-PREV-ID
               ADD 1 TO CAT-CYCLES-SEEN
               MOVE CAT-CYCLE-ID (CAT-IDX) TO CAT-PREV-ID
               IF CAT-CYCLES-SEEN = CAT-CYCLES - SNAP-GENS
                   MOVE CAT-CYCLE-ID (CAT-IDX) TO CAT-CUTOFF-ID
               END-IF
           END-IF.

       285-PRUNE-ONE-CAT-LINE.
           ADD 1 TO CAT-IDX.
           MOVE CAT-LINE (CAT-IDX) TO SNP-REC.
           IF SNP-CYCLE-ID > CAT-CUTOFF-ID
               WRITE SNP-REC
           ELSE
               IF SNP-STATUS = 'SAVED'
                   MOVE SPACES TO SNAP-RM-COMMAND
                   STRING 'rm -f ' DELIMITED BY SIZE
                          SNP-COPY-NAME DELIMITED BY SPACE
                       INTO SNAP-RM-COMMAND
                   CALL 'SYSTEM' USING SNAP-RM-COMMAND
               END-IF
               IF SNP-CYCLE-ID NOT = CAT-PREV-ID
                   MOVE SNP-CYCLE-ID TO CAT-PREV-ID
                   MOVE SNP-CYCLE-ID TO SDL-CYCLE-OUT
                   DISPLAY SNAP-DROP-LINE
                   MOVE SNAP-DROP-LINE TO STATOUT-REC
                   WRITE STATOUT-REC
               END-IF
           END-IF.

       300-RUN-ONE-STEP.
           ADD 1 TO STEP-IDX.
           MOVE STEP-IDX                 TO STL-SEQ-OUT.
