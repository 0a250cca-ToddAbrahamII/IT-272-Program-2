      ******************************************************************
      * Author: TODD ABRAHAM
      * Date: 10-14-26
      * Purpose: Periodic integrity sweep of the indexed master file
      *          program2.mst against the daily history program2.hist
      *          over every date on the master, where PROGRAM7 only
      *          ever checks the run date. For each date the 'D'
      *          detail and 'A' adjustment records are added up field
      *          by field and the sums compared with the
      *          sequence-0000000 totals record on the master and with
      *          the history record for the same date. Every date
      *          where the three disagree, where the master has no
      *          totals record, or where the history has no record, is
      *          listed on sweep.txt with the three values and the
      *          differences for each field. History dates with
      *          nothing on the master (a PROGRAM16 purge leaves
      *          these behind) are listed for information only.
      *          Finishes with return code 8 when any break is found
      *          so the weekend schedule can flag it, and 12 when the
      *          master cannot be opened. A record is appended to the
      *          shared audit file runaudit.txt.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM18.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MASTFILE ASSIGN TO "program2.mst"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-KEY
                FILE STATUS IS MAST-STATUS.
               SELECT HISTFILE ASSIGN TO "program2.hist"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HIST-STATUS.
               SELECT SWEEPOUT ASSIGN TO "sweep.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MASTFILE.
           01 MAST-REC.
               05 MAST-KEY.
                   10 MAST-DATE        PIC 9(08).
                   10 MAST-SEQ         PIC 9(07).
               05 MAST-REC-TYPE        PIC X(01).
               05 MAST-FILE-ID         PIC 99.
               05 MAST-DATA            PIC X(69).
           01 MAST-DETAIL-REC REDEFINES MAST-REC.
               05 FILLER               PIC X(18).
               05 MAST-NUM1            PIC 999.
               05 MAST-NUM2            PIC 999.
               05 MAST-NUM3            PIC 999.
               05 MAST-NUM4            PIC 99.
               05 MAST-NUM5            PIC 9.
               05 FILLER               PIC X(57).
           01 MAST-TOTAL-REC REDEFINES MAST-REC.
               05 FILLER               PIC X(18).
               05 MAST-TOTAL1          PIC S9(8).
               05 MAST-TOTAL2          PIC S9(8).
               05 MAST-TOTAL3          PIC S9(8).
               05 MAST-TOTAL4          PIC S9(7).
               05 MAST-TOTAL5          PIC S9(6).
               05 MAST-AVG1            PIC S9(5)V99.
               05 MAST-AVG2            PIC S9(5)V99.
               05 MAST-AVG3            PIC S9(5)V99.
               05 MAST-AVG4            PIC S9(4)V99.
               05 MAST-AVG5            PIC S9(3)V99.
           01 MAST-ADJ-REC REDEFINES MAST-REC.
               05 FILLER               PIC X(18).
               05 MAST-ADJ-NUM1        PIC S9(03).
               05 MAST-ADJ-NUM2        PIC S9(03).
               05 MAST-ADJ-NUM3        PIC S9(03).
               05 MAST-ADJ-NUM4        PIC S9(02).
               05 MAST-ADJ-NUM5        PIC S9(01).
               05 FILLER               PIC X(57).

           FD HISTFILE.
           01 HIST-REC.
               05 HIST-DATE            PIC 9(08).
               05 HIST-TOTAL1          PIC S9(08).
               05 HIST-TOTAL2          PIC S9(08).
               05 HIST-TOTAL3          PIC S9(08).
               05 HIST-TOTAL4          PIC S9(07).
               05 HIST-TOTAL5          PIC S9(06).
               05 HIST-COUNT           PIC 9(07).

           FD SWEEPOUT.
           01 SWEEPOUT-REC             PIC X(90).

           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(40) VALUE ALL '-'.
           01 ENDLINES              PIC X(40) VALUE ALL '-'.

           01 LASTREC               PIC X     VALUE SPACE.
           01 MAST-STATUS           PIC XX.
           01 HIST-STATUS           PIC XX.
           01 AUDIT-STATUS          PIC XX.

           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).
           01 WS-END-TIME           PIC 9(8).

           01 RUN-ID-LINE.
               05 RUNID-LBL        PIC X(9)  VALUE 'RUN ID: '.
               05 RUNID-PGM        PIC X(10) VALUE 'PROGRAM18-'.
               05 RUNID-DATE       PIC 9(8).
               05 FILLER           PIC X     VALUE '-'.
               05 RUNID-TIME       PIC 9(6).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-DATE-LBL   PIC X(6)  VALUE 'DATE: '.
               05 RUNID-DATE-OUT   PIC 9(8).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-TIME-LBL   PIC X(6)  VALUE 'TIME: '.
               05 RUNID-TIME-OUT   PIC 9(6).

           01 HIST-TABLE.
               05 HT-ENTRY OCCURS 3000 TIMES.
                   10 HT-DATE       PIC 9(8).
                   10 HT-TOTAL      PIC S9(8) OCCURS 5 TIMES.
                   10 HT-SEEN       PIC X.
           01 HT-MAX                PIC 9(4)  VALUE 3000.
           01 HT-COUNT              PIC 9(4)  VALUE ZERO.
           01 HT-IDX                PIC 9(4)  VALUE ZERO.
           01 HT-FOUND              PIC X     VALUE 'N'.

           01 CUR-DATE              PIC 9(8)  VALUE ZERO.
           01 CUR-TOTALS-FOUND      PIC X     VALUE 'N'.
           01 CUR-RECS              PIC 9(7)  VALUE ZERO.
           01 DET-SUM-TABLE.
               05 DET-SUM           PIC S9(8) OCCURS 5 TIMES.
           01 MST-TOTAL-TABLE.
               05 MST-TOTAL         PIC S9(8) OCCURS 5 TIMES.
           01 FLD-IDX               PIC 9     VALUE ZERO.
           01 DATE-BROKEN           PIC X     VALUE 'N'.
           01 DIFF-MST              PIC S9(9).
           01 DIFF-HST              PIC S9(9).

           01 MAST-READ-COUNT       PIC 9(7)  VALUE ZERO.
           01 DATES-CHECKED         PIC 9(5)  VALUE ZERO.
           01 DATES-BALANCED        PIC 9(5)  VALUE ZERO.
           01 DATES-BROKEN          PIC 9(5)  VALUE ZERO.
           01 HIST-ONLY-COUNT       PIC 9(5)  VALUE ZERO.

           01 BREAK-DATE-LINE.
               05 FILLER            PIC X(6)  VALUE 'DATE: '.
               05 BDL-DATE-OUT      PIC 9(8).
               05 FILLER            PIC X(10) VALUE ' RECORDS: '.
               05 BDL-RECS-OUT      PIC ZZZZZZ9.
               05 FILLER            PIC X(9)  VALUE ' STATUS: '.
               05 BDL-STAT-OUT      PIC X(34).

           01 BREAK-FIELD-LINE.
               05 FILLER            PIC X(8)  VALUE '  FIELD '.
               05 BFL-FLD-OUT       PIC 9.
               05 FILLER            PIC X(6)  VALUE ' SUM: '.
               05 BFL-SUM-OUT       PIC -(8)9.
               05 FILLER            PIC X(6)  VALUE ' MST: '.
               05 BFL-MST-OUT       PIC -(8)9.
               05 FILLER            PIC X(6)  VALUE ' HST: '.
               05 BFL-HST-OUT       PIC -(8)9.
               05 FILLER            PIC X(6)  VALUE ' D-M: '.
               05 BFL-DIFF-MST-OUT  PIC +(9)9.
               05 FILLER            PIC X(6)  VALUE ' D-H: '.
               05 BFL-DIFF-HST-OUT  PIC +(9)9.

           01 HIST-ONLY-LINE.
               05 FILLER            PIC X(14) VALUE 'HISTORY DATE: '.
               05 HOL-DATE-OUT      PIC 9(8).
               05 FILLER            PIC X(32) VALUE
                   ' NOT ON MASTER, FOR INFORMATION'.

           01 CHECKED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'MASTER DATES CHECKED:   '.
               05 CHECKED-OUT       PIC ZZZZ9.
           01 BALANCED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'DATES IN BALANCE:       '.
               05 BALANCED-OUT      PIC ZZZZ9.
           01 BROKEN-LINE.
               05 FILLER            PIC X(24) VALUE
                   'DATES WITH BREAKS:      '.
               05 BROKEN-OUT        PIC ZZZZ9.
           01 HIST-ONLY-COUNT-LINE.
               05 FILLER            PIC X(24) VALUE
                   'HISTORY NOT ON MASTER:  '.
               05 HIST-ONLY-COUNT-OUT PIC ZZZZ9.

           01 SWEEP-RESULT-LINE.
               05 FILLER            PIC X(15) VALUE
                   'SWEEP RESULT: '.
               05 SWEEP-RESULT-OUT  PIC X(8).

           01 AUDIT-LINE.
               05 AUD-PGM          PIC X(9)  VALUE 'PROGRAM18'.
               05 FILLER           PIC X     VALUE SPACE.
               05 AUD-DATE         PIC 9(8).
               05 FILLER           PIC X     VALUE '-'.
               05 AUD-TIME         PIC 9(6).
               05 FILLER           PIC X(8)  VALUE ' START: '.
               05 AUD-START        PIC 9(6).
               05 FILLER           PIC X(6)  VALUE ' END: '.
               05 AUD-END          PIC 9(6).
               05 FILLER           PIC X(7)  VALUE ' READ: '.
               05 AUD-READ         PIC 9(7).
               05 FILLER           PIC X(7)  VALUE ' GOOD: '.
               05 AUD-GOOD         PIC 9(5).
               05 FILLER           PIC X(6)  VALUE ' EXC: '.
               05 AUD-EXC          PIC 9(5).
               05 FILLER           PIC X(10) VALUE ' RESTART: '.
               05 AUD-RESTART      PIC X     VALUE 'N'.
               05 FILLER           PIC X(10) VALUE ' CONTROL: '.
               05 AUD-CONTROL      PIC X(8)  VALUE 'NONE'.
               05 FILLER           PIC X(5)  VALUE ' RC: '.
               05 AUD-RC           PIC 999.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-GET-RUN-INFO.

           OPEN OUTPUT SWEEPOUT.
           DISPLAY HDRLINES.
           MOVE HDRLINES TO SWEEPOUT-REC.
           WRITE SWEEPOUT-REC.
           DISPLAY RUN-ID-LINE.
           MOVE RUN-ID-LINE TO SWEEPOUT-REC.
           WRITE SWEEPOUT-REC.

           PERFORM 200-LOAD-HISTORY.
           PERFORM 300-SWEEP-MASTER.
           IF RETURN-CODE = ZERO
               PERFORM 500-LIST-HISTORY-ONLY
               PERFORM 600-WRITE-SUMMARY
               IF DATES-BROKEN > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY ENDLINES.
           MOVE ENDLINES TO SWEEPOUT-REC.
           WRITE SWEEPOUT-REC.
           CLOSE SWEEPOUT.

           PERFORM 700-WRITE-AUDIT.

           STOP RUN.

       150-GET-RUN-INFO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE-OUT.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME-OUT.

       200-LOAD-HISTORY.
           OPEN INPUT HISTFILE.
           IF HIST-STATUS = '35'
               DISPLAY 'NO HISTORY FILE FOUND, EVERY DATE WILL BREAK'
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 210-LOAD-ONE-HIST-REC
                   UNTIL LASTREC = 'Y'
               CLOSE HISTFILE
           END-IF.

       210-LOAD-ONE-HIST-REC.
           READ HISTFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   IF HT-COUNT = HT-MAX
                       DISPLAY 'HISTORY HOLDS MORE THAN ' HT-MAX
                           ' DATES, ARCHIVE THE OLDEST WITH PROGRAM9'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO HT-COUNT
                   MOVE HIST-DATE   TO HT-DATE (HT-COUNT)
                   MOVE HIST-TOTAL1 TO HT-TOTAL (HT-COUNT, 1)
                   MOVE HIST-TOTAL2 TO HT-TOTAL (HT-COUNT, 2)
                   MOVE HIST-TOTAL3 TO HT-TOTAL (HT-COUNT, 3)
                   MOVE HIST-TOTAL4 TO HT-TOTAL (HT-COUNT, 4)
                   MOVE HIST-TOTAL5 TO HT-TOTAL (HT-COUNT, 5)
                   MOVE 'N'         TO HT-SEEN (HT-COUNT)
           END-READ.

       300-SWEEP-MASTER.
           OPEN INPUT MASTFILE.
           IF MAST-STATUS NOT = '00'
               DISPLAY 'MASTER FILE OPEN FAILED, STATUS ' MAST-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 310-READ-ONE-MASTER-REC
                   UNTIL LASTREC = 'Y'
               IF CUR-DATE NOT = ZERO
                   PERFORM 400-CHECK-ONE-DATE
               END-IF
               CLOSE MASTFILE
           END-IF.

       310-READ-ONE-MASTER-REC.
           READ MASTFILE NEXT RECORD
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO MAST-READ-COUNT
                   IF MAST-DATE NOT = CUR-DATE
                       IF CUR-DATE NOT = ZERO
                           PERFORM 400-CHECK-ONE-DATE
                       END-IF
                       PERFORM 320-START-NEW-DATE
                   END-IF
                   PERFORM 330-ADD-ONE-MASTER-REC
           END-READ.

       320-START-NEW-DATE.
           MOVE MAST-DATE TO CUR-DATE.
           MOVE 'N'  TO CUR-TOTALS-FOUND.
           MOVE ZERO TO CUR-RECS.
           MOVE ZERO TO FLD-IDX.
           PERFORM 321-CLEAR-ONE-FIELD
               UNTIL FLD-IDX = 5.

       321-CLEAR-ONE-FIELD.
           ADD 1 TO FLD-IDX.
           MOVE ZERO TO DET-SUM (FLD-IDX).
           MOVE ZERO TO MST-TOTAL (FLD-IDX).

       330-ADD-ONE-MASTER-REC.
           IF MAST-REC-TYPE = 'T'
               MOVE 'Y' TO CUR-TOTALS-FOUND
               MOVE MAST-TOTAL1 TO MST-TOTAL (1)
               MOVE MAST-TOTAL2 TO MST-TOTAL (2)
               MOVE MAST-TOTAL3 TO MST-TOTAL (3)
               MOVE MAST-TOTAL4 TO MST-TOTAL (4)
               MOVE MAST-TOTAL5 TO MST-TOTAL (5)
           ELSE
               ADD 1 TO CUR-RECS
               IF MAST-REC-TYPE = 'A'
                   ADD MAST-ADJ-NUM1 TO DET-SUM (1)
                   ADD MAST-ADJ-NUM2 TO DET-SUM (2)
                   ADD MAST-ADJ-NUM3 TO DET-SUM (3)
                   ADD MAST-ADJ-NUM4 TO DET-SUM (4)
                   ADD MAST-ADJ-NUM5 TO DET-SUM (5)
               ELSE
                   ADD MAST-NUM1 TO DET-SUM (1)
                   ADD MAST-NUM2 TO DET-SUM (2)
                   ADD MAST-NUM3 TO DET-SUM (3)
                   ADD MAST-NUM4 TO DET-SUM (4)
                   ADD MAST-NUM5 TO DET-SUM (5)
               END-IF
           END-IF.

       400-CHECK-ONE-DATE.
           ADD 1 TO DATES-CHECKED.
           PERFORM 410-FIND-HIST-DATE.
           MOVE 'N' TO DATE-BROKEN.
           IF CUR-TOTALS-FOUND = 'N' OR HT-FOUND = 'N'
               MOVE 'Y' TO DATE-BROKEN
           ELSE
               MOVE ZERO TO FLD-IDX
               PERFORM 420-COMPARE-ONE-FIELD
                   UNTIL FLD-IDX = 5
           END-IF.
           IF DATE-BROKEN = 'N'
               ADD 1 TO DATES-BALANCED
           ELSE
               ADD 1 TO DATES-BROKEN
               PERFORM 430-WRITE-BREAK
           END-IF.

       410-FIND-HIST-DATE.
           MOVE 'N' TO HT-FOUND.
           MOVE ZERO TO HT-IDX.
           IF HT-COUNT > ZERO
               PERFORM 411-CHECK-ONE-HIST-DATE
                   UNTIL HT-IDX = HT-COUNT OR HT-FOUND = 'Y'
           END-IF.

       411-CHECK-ONE-HIST-DATE.
           ADD 1 TO HT-IDX.
           IF HT-DATE (HT-IDX) = CUR-DATE
               MOVE 'Y' TO HT-FOUND
               MOVE 'Y' TO HT-SEEN (HT-IDX)
           END-IF.

       420-COMPARE-ONE-FIELD.
           ADD 1 TO FLD-IDX.
           IF DET-SUM (FLD-IDX) NOT = MST-TOTAL (FLD-IDX)
              OR DET-SUM (FLD-IDX) NOT = HT-TOTAL (HT-IDX, FLD-IDX)
               MOVE 'Y' TO DATE-BROKEN
           END-IF.

       430-WRITE-BREAK.
           MOVE CUR-DATE TO BDL-DATE-OUT.
           MOVE CUR-RECS TO BDL-RECS-OUT.
           IF CUR-TOTALS-FOUND = 'N' AND HT-FOUND = 'N'
               MOVE 'NO TOTALS RECORD AND NO HISTORY' TO BDL-STAT-OUT
           ELSE
               IF CUR-TOTALS-FOUND = 'N'
                   MOVE 'NO TOTALS RECORD ON MASTER' TO BDL-STAT-OUT
               ELSE
                   IF HT-FOUND = 'N'
                       MOVE 'NO HISTORY RECORD' TO BDL-STAT-OUT
                   ELSE
                       MOVE 'MISMATCH' TO BDL-STAT-OUT
                   END-IF
               END-IF
           END-IF.
           DISPLAY BREAK-DATE-LINE.
           MOVE BREAK-DATE-LINE TO SWEEPOUT-REC.
           WRITE SWEEPOUT-REC.
           MOVE ZERO TO FLD-IDX.
           PERFORM 440-WRITE-BREAK-FIELD
               UNTIL FLD-IDX = 5.

       440-WRITE-BREAK-FIELD.
           ADD 1 TO FLD-IDX.
           MOVE FLD-IDX            TO BFL-FLD-OUT.
           MOVE DET-SUM (FLD-IDX)  TO BFL-SUM-OUT.
           MOVE MST-TOTAL (FLD-IDX) TO BFL-MST-OUT.
           COMPUTE DIFF-MST = DET-SUM (FLD-IDX) - MST-TOTAL (FLD-IDX).
           MOVE DIFF-MST           TO BFL-DIFF-MST-OUT.
           IF HT-FOUND = 'Y'
               MOVE HT-TOTAL (HT-IDX, FLD-IDX) TO BFL-HST-OUT
               COMPUTE DIFF-HST =
                   DET-SUM (FLD-IDX) - HT-TOTAL (HT-IDX, FLD-IDX)
           ELSE
               MOVE ZERO TO BFL-HST-OUT
               MOVE DET-SUM (FLD-IDX) TO DIFF-HST
           END-IF.
           MOVE DIFF-HST           TO BFL-DIFF-HST-OUT.
           DISPLAY BREAK-FIELD-LINE.
           MOVE BREAK-FIELD-LINE TO SWEEPOUT-REC.
           WRITE SWEEPOUT-REC.

       500-LIST-HISTORY-ONLY.
           MOVE ZERO TO HT-IDX.
           IF HT-COUNT > ZERO
               PERFORM 510-LIST-ONE-HIST-ONLY
                   UNTIL HT-IDX = HT-COUNT
           END-IF.

       510-LIST-ONE-HIST-ONLY.
           ADD 1 TO HT-IDX.
           IF HT-SEEN (HT-IDX) = 'N'
               ADD 1 TO HIST-ONLY-COUNT
               MOVE HT-DATE (HT-IDX) TO HOL-DATE-OUT
               DISPLAY HIST-ONLY-LINE
               MOVE HIST-ONLY-LINE TO SWEEPOUT-REC
               WRITE SWEEPOUT-REC
           END-IF.

       600-WRITE-SUMMARY.
           MOVE DATES-CHECKED TO CHECKED-OUT.
           DISPLAY CHECKED-LINE.
           MOVE CHECKED-LINE TO SWEEPOUT-REC.
           WRITE SWEEPOUT-REC.

           MOVE DATES-BALANCED TO BALANCED-OUT.
           DISPLAY BALANCED-LINE.
           MOVE BALANCED-LINE TO SWEEPOUT-REC.
           WRITE SWEEPOUT-REC.

           MOVE DATES-BROKEN TO BROKEN-OUT.
           DISPLAY BROKEN-LINE.
           MOVE BROKEN-LINE TO SWEEPOUT-REC.
           WRITE SWEEPOUT-REC.

           MOVE HIST-ONLY-COUNT TO HIST-ONLY-COUNT-OUT.
           DISPLAY HIST-ONLY-COUNT-LINE.
           MOVE HIST-ONLY-COUNT-LINE TO SWEEPOUT-REC.
           WRITE SWEEPOUT-REC.

           IF DATES-BROKEN > ZERO
               MOVE 'BREAKS' TO SWEEP-RESULT-OUT
           ELSE
               MOVE 'OK'     TO SWEEP-RESULT-OUT
           END-IF.
           DISPLAY SWEEP-RESULT-LINE.
           MOVE SWEEP-RESULT-LINE TO SWEEPOUT-REC.
           WRITE SWEEPOUT-REC.

       700-WRITE-AUDIT.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO AUD-DATE.
           MOVE WS-RUN-TIME(1:6)   TO AUD-TIME.
           MOVE WS-RUN-TIME(1:6)   TO AUD-START.
           MOVE WS-END-TIME(1:6)   TO AUD-END.
           MOVE MAST-READ-COUNT    TO AUD-READ.
           MOVE DATES-BALANCED     TO AUD-GOOD.
           MOVE DATES-BROKEN       TO AUD-EXC.
           IF DATES-BROKEN = ZERO AND RETURN-CODE = ZERO
               MOVE 'OK'       TO AUD-CONTROL
           ELSE
               MOVE 'MISMATCH' TO AUD-CONTROL
           END-IF.
           MOVE RETURN-CODE        TO AUD-RC.
           OPEN EXTEND AUDITFILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITFILE
           END-IF.
           MOVE AUDIT-LINE TO AUDITFILE-REC.
           WRITE AUDITFILE-REC.
           CLOSE AUDITFILE.

       END PROGRAM PROGRAM18.
