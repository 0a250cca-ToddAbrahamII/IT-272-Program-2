      *          is questioned later, the runs that fed it and how
      *          they ended are on one page. N comes from a LASTRUNS
      *          card on recap.prm (2 digits, up to 99); without the
      *          card the last 10 runs are shown. The runs are
      *          followed by the control-file changes PROGRAM22
      *          journalled on its last run.
      * Tectonics: cobc
      * Modifications:
      *   10-15-26  TJA  Added a changes-since-last-cycle section
      *                  after the runs: the control-file journal
      *                  lines ctljrnl.txt holds for PROGRAM22's last
      *                  run (found by its stamp on runaudit.txt),
      *                  so a card added, changed or removed on
      *                  program2.prm, program3.prm, limits.txt,
      *                  suspense.prm or cycleplan.prm shows up
      *                  beside the runs it affected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM10.
                FILE STATUS IS PARMFILE-STATUS.
               SELECT RECAPOUT ASSIGN TO "recapout.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
               SELECT JRNLFILE ASSIGN TO "ctljrnl.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RECAPOUT.
           01 RECAPOUT-REC             PIC X(130).

           FD JRNLFILE.
           01 JRNL-REC.
               05 JRNL-STAMP           PIC X(15).
               05 FILLER               PIC X(101).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(40) VALUE ALL '-'.
           01 ENDLINES              PIC X(40) VALUE ALL '-'.
           01 PARMFILE-STATUS       PIC XX.
           01 PARM-LASTREC          PIC X     VALUE SPACE.
           01 PARM-NUM-CHECK        PIC X(2).
           01 JRNL-STATUS           PIC XX.
           01 JRNL-LASTSTAMP        PIC X(15) VALUE SPACES.
           01 JRNL-SHOWN            PIC 9(5)  VALUE ZERO.

           01 LAST-RUNS             PIC 99    VALUE 10.

               05 FILLER            PIC X(19) VALUE
                   ' RUNS, NEWEST FIRST'.

           01 CHANGES-HDR.
               05 FILLER            PIC X(37) VALUE
                   'CHANGES SINCE LAST CYCLE, JOURNAL OF '.
               05 CHANGES-STAMP-OUT PIC X(15).

           01 NO-JOURNAL-MSG        PIC X(48) VALUE
               'NO CONTROL-FILE JOURNAL RUN ON THE AUDIT FILE'.
           01 NO-CHANGES-MSG        PIC X(48) VALUE
               'NO CONTROL-FILE CHANGES SINCE LAST CYCLE'.

           01 RUNS-READ-LINE.
               05 FILLER            PIC X(24) VALUE
                   'AUDIT RECORDS ON FILE:  '.
           PERFORM 300-SHOW-ONE-RUN
               UNTIL SHOW-IDX = SHOW-COUNT.

           PERFORM 400-SHOW-CONTROL-CHANGES.

           DISPLAY ENDLINES.
           MOVE ENDLINES TO RECAPOUT-REC.
           WRITE RECAPOUT-REC.
                       MOVE SLOT-REM TO SLOT-IDX
                   END-IF
                   MOVE AUDITFILE-REC TO RUN-SLOT (SLOT-IDX)
                   IF AUDITFILE-REC(1:10) = 'PROGRAM22 '
                       MOVE AUDITFILE-REC(11:15) TO JRNL-LASTSTAMP
                   END-IF
           END-READ.

       300-SHOW-ONE-RUN.
           WRITE RECAPOUT-REC.
           ADD 1 TO SHOW-IDX.

       400-SHOW-CONTROL-CHANGES.
           DISPLAY ENDLINES.
           MOVE ENDLINES TO RECAPOUT-REC.
           WRITE RECAPOUT-REC.
           IF JRNL-LASTSTAMP = SPACES
               DISPLAY NO-JOURNAL-MSG
               MOVE NO-JOURNAL-MSG TO RECAPOUT-REC
               WRITE RECAPOUT-REC
           ELSE
               MOVE JRNL-LASTSTAMP TO CHANGES-STAMP-OUT
               DISPLAY CHANGES-HDR
               MOVE CHANGES-HDR TO RECAPOUT-REC
               WRITE RECAPOUT-REC
               OPEN INPUT JRNLFILE
               IF JRNL-STATUS = '35'
                   CONTINUE
               ELSE
                   MOVE SPACE TO LASTREC
                   PERFORM 410-SHOW-ONE-JOURNAL-LINE
                       UNTIL LASTREC = 'Y'
                   CLOSE JRNLFILE
               END-IF
               IF JRNL-SHOWN = ZERO
                   DISPLAY NO-CHANGES-MSG
                   MOVE NO-CHANGES-MSG TO RECAPOUT-REC
                   WRITE RECAPOUT-REC
               END-IF
           END-IF.

       410-SHOW-ONE-JOURNAL-LINE.
           READ JRNLFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   IF JRNL-STAMP = JRNL-LASTSTAMP
                       ADD 1 TO JRNL-SHOWN
                       DISPLAY JRNL-REC
                       MOVE JRNL-REC TO RECAPOUT-REC
                       WRITE RECAPOUT-REC
                   END-IF
           END-READ.

       END PROGRAM PROGRAM10.
