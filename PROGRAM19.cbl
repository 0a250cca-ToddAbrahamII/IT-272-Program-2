      ******************************************************************
      * Author: TODD ABRAHAM
      * Date: 10-14-26
      * Purpose: Monthly submitter data-quality scorecard. Reads the
      *          permanent submitter statistics file srcstats.txt
      *          (written by PROGRAM2 for every input file it
      *          finishes, by PROGRAM12 for every file it quarantines
      *          and by PROGRAM13 for every write-off) and totals it
      *          by submitter for the scorecard month (MONTH card on
      *          scorecard.prm, yyyymm, default the run date's month)
      *          and for the month before it. Where PROGRAM2 was rerun
      *          for a date, only its last line for each file counts.
      *          Each submitter active in the month is listed on
      *          scorecard.txt with records received, exceptions,
      *          duplicates, limit warnings, quarantined records and
      *          write-offs, ranked worst first by reject rate
      *          (exceptions, duplicates and quarantined records as a
      *          percentage of records received), with last month's
      *          rate and the trend (WORSE, BETTER, SAME, or NEW when
      *          the submitter sent nothing last month). At the same
      *          rate the larger rise on last month ranks first and a
      *          NEW submitter ranks after the others. Submitters
      *          that sent something last month but nothing this
      *          month are listed after the ranking, followed by
      *          those with only write-offs this month and no records
      *          received, which are not ranked. Write-offs are
      *          exceptions that were never repaired, so they are
      *          shown but not counted into the rate a second time.
      *          Finishes with return code 12 when there is no
      *          statistics file and 16 on a bad card, and appends
      *          its record to the shared audit file runaudit.txt.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM19.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARMFILE ASSIGN TO "scorecard.prm"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PARMFILE-STATUS.
               SELECT STATSFILE ASSIGN TO "srcstats.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATSFILE-STATUS.
               SELECT SCOREOUT ASSIGN TO "scorecard.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PARMFILE.
           01 PARM-REC.
               05 PARM-KEYWORD         PIC X(10).
               05 PARM-VALUE           PIC X(60).

           FD STATSFILE.
           01 STATS-REC.
               05 STATS-DATE.
                   10 STATS-MONTH      PIC 9(06).
                   10 STATS-DAY        PIC 9(02).
               05 FILLER               PIC X(01).
               05 STATS-PGM            PIC X(09).
               05 FILLER               PIC X(01).
               05 STATS-CODE           PIC X(06).
               05 FILLER               PIC X(01).
               05 STATS-NAME           PIC X(30).
               05 FILLER               PIC X(01).
               05 STATS-FILE-ID        PIC X(02).
               05 FILLER               PIC X(01).
               05 STATS-FILE-NAME      PIC X(30).
               05 FILLER               PIC X(01).
               05 STATS-RECEIVED       PIC 9(07).
               05 FILLER               PIC X(01).
               05 STATS-EXCEPTIONS     PIC 9(07).
               05 FILLER               PIC X(01).
               05 STATS-DUPLICATES     PIC 9(07).
               05 FILLER               PIC X(01).
               05 STATS-WARNINGS       PIC 9(07).
               05 FILLER               PIC X(01).
               05 STATS-QUARANTINED    PIC 9(07).
               05 FILLER               PIC X(01).
               05 STATS-WRITTEN-OFF    PIC 9(07).

           FD SCOREOUT.
           01 SCOREOUT-REC             PIC X(132).

           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(40) VALUE ALL '-'.
           01 ENDLINES              PIC X(40) VALUE ALL '-'.

           01 LASTREC               PIC X     VALUE SPACE.
           01 PARMFILE-STATUS       PIC XX.
           01 STATSFILE-STATUS      PIC XX.
           01 AUDIT-STATUS          PIC XX.
           01 PARM-LASTREC          PIC X     VALUE SPACE.
           01 PARM-MONTH-CHECK      PIC X(6).

           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).
           01 WS-END-TIME           PIC 9(8).

           01 RUN-ID-LINE.
               05 RUNID-LBL        PIC X(9)  VALUE 'RUN ID: '.
               05 RUNID-PGM        PIC X(10) VALUE 'PROGRAM19-'.
               05 RUNID-DATE       PIC 9(8).
               05 FILLER           PIC X     VALUE '-'.
               05 RUNID-TIME       PIC 9(6).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-DATE-LBL   PIC X(6)  VALUE 'DATE: '.
               05 RUNID-DATE-OUT   PIC 9(8).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-TIME-LBL   PIC X(6)  VALUE 'TIME: '.
               05 RUNID-TIME-OUT   PIC 9(6).

           01 SCORE-MONTH           PIC 9(6).
           01 SCORE-MONTH-X REDEFINES SCORE-MONTH.
               05 SCORE-YEAR        PIC 9(4).
               05 SCORE-MM          PIC 99.
           01 PRIOR-MONTH           PIC 9(6).
           01 PRIOR-MONTH-X REDEFINES PRIOR-MONTH.
               05 PRIOR-YEAR        PIC 9(4).
               05 PRIOR-MM          PIC 99.

           01 LINE-TABLE.
               05 LINE-ENTRY OCCURS 4000 TIMES.
                   10 LN-DATE       PIC 9(8).
                   10 LN-FILE-ID    PIC X(2).
                   10 LN-FILE-NAME  PIC X(30).
                   10 LN-CODE       PIC X(6).
                   10 LN-NAME       PIC X(30).
                   10 LN-RECEIVED   PIC 9(7).
                   10 LN-EXCEPTIONS PIC 9(7).
                   10 LN-DUPLICATES PIC 9(7).
                   10 LN-WARNINGS   PIC 9(7).
           01 LN-MAX                PIC 9(4)  VALUE 4000.
           01 LN-COUNT              PIC 9(4)  VALUE ZERO.
           01 LN-IDX                PIC 9(4)  VALUE ZERO.
           01 LN-FOUND              PIC X     VALUE 'N'.

           01 SUB-TABLE.
               05 SUB-ENTRY OCCURS 200 TIMES.
                   10 SUB-CODE      PIC X(6).
                   10 SUB-NAME      PIC X(30).
                   10 SUB-RECEIVED  PIC 9(9).
                   10 SUB-EXCEPTIONS PIC 9(9).
                   10 SUB-DUPLICATES PIC 9(9).
                   10 SUB-WARNINGS  PIC 9(9).
                   10 SUB-QUARANTINED PIC 9(9).
                   10 SUB-WRITTEN-OFF PIC 9(9).
                   10 SUB-ACTIVE    PIC X.
                   10 SUB-RATE      PIC 9(3)V99.
                   10 SUB-PRIOR-RECEIVED PIC 9(9).
                   10 SUB-PRIOR-REJECTED PIC 9(9).
                   10 SUB-PRIOR-ACTIVE PIC X.
                   10 SUB-PRIOR-RATE PIC 9(3)V99.
           01 SUB-MAX               PIC 999   VALUE 200.
           01 SUB-COUNT             PIC 999   VALUE ZERO.
           01 SUB-IDX               PIC 999   VALUE ZERO.
           01 SUB-FOUND             PIC X     VALUE 'N'.

           01 RANK-TABLE.
               05 RANK-SUB          PIC 999   OCCURS 200 TIMES.
           01 RANK-COUNT            PIC 999   VALUE ZERO.
           01 RANK-I                PIC 999   VALUE ZERO.
           01 RANK-J                PIC 999   VALUE ZERO.
           01 RANK-BEST             PIC 999   VALUE ZERO.
           01 RANK-HOLD             PIC 999   VALUE ZERO.
           01 RANK-CAND-CHANGE      PIC S9(3)V99.
           01 RANK-BEST-CHANGE      PIC S9(3)V99.

           01 FIND-CODE             PIC X(6).
           01 FIND-NAME             PIC X(30).
           01 FIND-MONTH            PIC 9(6).
           01 ADD-RECEIVED          PIC 9(7).
           01 ADD-EXCEPTIONS        PIC 9(7).
           01 ADD-DUPLICATES        PIC 9(7).
           01 ADD-WARNINGS          PIC 9(7).
           01 ADD-QUARANTINED       PIC 9(7).
           01 ADD-WRITTEN-OFF       PIC 9(7).

           01 REJECTED              PIC 9(9).
           01 RATE-CHANGE           PIC S9(3)V99.

           01 STATS-READ-COUNT      PIC 9(7)  VALUE ZERO.
           01 TOTAL-RECEIVED        PIC 9(9)  VALUE ZERO.
           01 TOTAL-REJECTED        PIC 9(9)  VALUE ZERO.
           01 TOTAL-RATE            PIC 9(3)V99 VALUE ZERO.
           01 WORSE-COUNT           PIC 999   VALUE ZERO.
           01 SILENT-COUNT          PIC 999   VALUE ZERO.
           01 NO-FILES-COUNT        PIC 999   VALUE ZERO.

           01 MONTH-LINE.
               05 FILLER            PIC X(17) VALUE
                   'SCORECARD MONTH: '.
               05 MONTH-OUT         PIC 9(6).
               05 FILLER            PIC X(17) VALUE
                   '  COMPARED WITH: '.
               05 PRIOR-OUT         PIC 9(6).

           01 COLUMN-LINE.
               05 FILLER            PIC X(48) VALUE
                   'RANK CODE   SUBMITTER                       RECE'.
               05 FILLER            PIC X(48) VALUE
                   'IVED  EXCEPT    DUPS    WARN  QUARAN  WROFF  REJ'.
               05 FILLER            PIC X(30) VALUE
                   ' PCT   PRIOR  CHANGE TREND'.

           01 SCORE-DETAIL-LINE.
               05 SCD-RANK-OUT      PIC ZZ9.
               05 FILLER            PIC XX    VALUE SPACES.
               05 SCD-CODE-OUT      PIC X(6).
               05 FILLER            PIC X     VALUE SPACE.
               05 SCD-NAME-OUT      PIC X(30).
               05 FILLER            PIC X     VALUE SPACE.
               05 SCD-RECV-OUT      PIC ZZZZZZZZ9.
               05 FILLER            PIC X     VALUE SPACE.
               05 SCD-EXC-OUT       PIC ZZZZZZ9.
               05 FILLER            PIC X     VALUE SPACE.
               05 SCD-DUP-OUT       PIC ZZZZZZ9.
               05 FILLER            PIC X     VALUE SPACE.
               05 SCD-WARN-OUT      PIC ZZZZZZ9.
               05 FILLER            PIC X     VALUE SPACE.
               05 SCD-QUAR-OUT      PIC ZZZZZZ9.
               05 FILLER            PIC X     VALUE SPACE.
               05 SCD-WOFF-OUT      PIC ZZZZZZ9.
               05 FILLER            PIC XX    VALUE SPACES.
               05 SCD-RATE-OUT      PIC ZZ9.99.
               05 FILLER            PIC XX    VALUE SPACES.
               05 SCD-PRIOR-OUT     PIC ZZ9.99.
               05 FILLER            PIC X     VALUE SPACE.
               05 SCD-CHANGE-OUT    PIC +ZZ9.99.
               05 FILLER            PIC X     VALUE SPACE.
               05 SCD-TREND-OUT     PIC X(6).

           01 SILENT-LINE.
               05 FILLER            PIC X(11) VALUE 'NO RECORDS '.
               05 FILLER            PIC X(11) VALUE 'THIS MONTH:'.
               05 FILLER            PIC X     VALUE SPACE.
               05 SIL-CODE-OUT      PIC X(6).
               05 FILLER            PIC X     VALUE SPACE.
               05 SIL-NAME-OUT      PIC X(30).
               05 FILLER            PIC X(13) VALUE ' PRIOR RATE: '.
               05 SIL-PRIOR-OUT     PIC ZZ9.99.

           01 NO-FILES-LINE.
               05 FILLER            PIC X(11) VALUE 'NO FILES   '.
               05 FILLER            PIC X(11) VALUE 'THIS MONTH:'.
               05 FILLER            PIC X     VALUE SPACE.
               05 NOF-CODE-OUT      PIC X(6).
               05 FILLER            PIC X     VALUE SPACE.
               05 NOF-NAME-OUT      PIC X(30).
               05 FILLER            PIC X(14) VALUE ' WRITTEN OFF: '.
               05 NOF-WOFF-OUT      PIC ZZZZZZ9.

           01 NO-ACTIVITY-LINE.
               05 FILLER            PIC X(40) VALUE
                   'NO SUBMITTER ACTIVITY FOR THE MONTH'.

           01 RANKED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'SUBMITTERS RANKED:      '.
               05 RANKED-OUT        PIC ZZZZ9.
           01 RECEIVED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'RECORDS RECEIVED:       '.
               05 RECEIVED-OUT      PIC ZZZZZZZZ9.
           01 REJECTED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'RECORDS REJECTED:       '.
               05 REJECTED-OUT      PIC ZZZZZZZZ9.
           01 TOTAL-RATE-LINE.
               05 FILLER            PIC X(24) VALUE
                   'OVERALL REJECT PCT:     '.
               05 TOTAL-RATE-OUT    PIC ZZ9.99.
           01 WORSE-LINE.
               05 FILLER            PIC X(24) VALUE
                   'WORSE THAN LAST MONTH:  '.
               05 WORSE-OUT         PIC ZZZZ9.
           01 SILENT-COUNT-LINE.
               05 FILLER            PIC X(24) VALUE
                   'NO RECORDS THIS MONTH:  '.
               05 SILENT-COUNT-OUT  PIC ZZZZ9.
           01 NO-FILES-COUNT-LINE.
               05 FILLER            PIC X(24) VALUE
                   'NO FILES THIS MONTH:    '.
               05 NO-FILES-COUNT-OUT PIC ZZZZ9.

           01 AUDIT-LINE.
               05 AUD-PGM          PIC X(9)  VALUE 'PROGRAM19'.
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
           PERFORM 140-READ-PARAMETERS.

           OPEN OUTPUT SCOREOUT.
           DISPLAY HDRLINES.
           MOVE HDRLINES TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.
           DISPLAY RUN-ID-LINE.
           MOVE RUN-ID-LINE TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.
           MOVE SCORE-MONTH TO MONTH-OUT.
           MOVE PRIOR-MONTH TO PRIOR-OUT.
           DISPLAY MONTH-LINE.
           MOVE MONTH-LINE TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.

           PERFORM 200-LOAD-STATISTICS.
           IF RETURN-CODE = ZERO
               PERFORM 300-FOLD-FILE-LINES
               PERFORM 400-SCORE-SUBMITTERS
               PERFORM 500-WRITE-SCORECARD
               PERFORM 550-LIST-SILENT-SUBMITTERS
               PERFORM 570-LIST-NO-FILE-SUBMITTERS
               PERFORM 600-WRITE-SUMMARY
           END-IF.

           DISPLAY ENDLINES.
           MOVE ENDLINES TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.
           CLOSE SCOREOUT.

           PERFORM 700-WRITE-AUDIT.

           STOP RUN.

       140-READ-PARAMETERS.
           MOVE WS-RUN-DATE(1:6) TO SCORE-MONTH.
           OPEN INPUT PARMFILE.
           IF PARMFILE-STATUS = '35'
               DISPLAY 'NO PARAMETER FILE FOUND, USING DEFAULTS'
           ELSE
               MOVE SPACE TO PARM-LASTREC
               PERFORM 141-PROCESS-ONE-PARM
                   UNTIL PARM-LASTREC = 'Y'
               CLOSE PARMFILE
           END-IF.
           IF SCORE-MM = 1
               COMPUTE PRIOR-YEAR = SCORE-YEAR - 1
               MOVE 12 TO PRIOR-MM
           ELSE
               MOVE SCORE-YEAR TO PRIOR-YEAR
               COMPUTE PRIOR-MM = SCORE-MM - 1
           END-IF.

       141-PROCESS-ONE-PARM.
           READ PARMFILE
               AT END MOVE 'Y' TO PARM-LASTREC
               NOT AT END
                   IF PARM-KEYWORD = 'MONTH'
                       MOVE PARM-VALUE(1:6) TO PARM-MONTH-CHECK
                       IF PARM-MONTH-CHECK IS NUMERIC
                          AND PARM-MONTH-CHECK(5:2) > '00'
                          AND PARM-MONTH-CHECK(5:2) < '13'
                           MOVE PARM-MONTH-CHECK TO SCORE-MONTH
                       ELSE
                           DISPLAY 'BAD PARAMETER CARD: MONTH '
                               'VALUE MUST BE YYYYMM: ' PARM-VALUE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   ELSE
                       IF PARM-REC = SPACES
                           CONTINUE
                       ELSE
                           DISPLAY 'BAD PARAMETER CARD, UNKNOWN '
                               'KEYWORD: ' PARM-KEYWORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       150-GET-RUN-INFO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE-OUT.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME-OUT.

       200-LOAD-STATISTICS.
           OPEN INPUT STATSFILE.
           IF STATSFILE-STATUS = '35'
               DISPLAY 'NO SUBMITTER STATISTICS FILE FOUND'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 210-LOAD-ONE-STATS-REC
                   UNTIL LASTREC = 'Y'
               CLOSE STATSFILE
           END-IF.

       210-LOAD-ONE-STATS-REC.
           READ STATSFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO STATS-READ-COUNT
                   IF STATS-MONTH = SCORE-MONTH
                      OR STATS-MONTH = PRIOR-MONTH
                       IF STATS-PGM = 'PROGRAM2'
                           PERFORM 220-KEEP-FILE-LINE
                       ELSE
                           MOVE STATS-CODE        TO FIND-CODE
                           MOVE STATS-NAME        TO FIND-NAME
                           MOVE STATS-MONTH       TO FIND-MONTH
                           MOVE STATS-RECEIVED    TO ADD-RECEIVED
                           MOVE STATS-EXCEPTIONS  TO ADD-EXCEPTIONS
                           MOVE STATS-DUPLICATES  TO ADD-DUPLICATES
                           MOVE STATS-WARNINGS    TO ADD-WARNINGS
                           MOVE STATS-QUARANTINED TO ADD-QUARANTINED
                           MOVE STATS-WRITTEN-OFF TO ADD-WRITTEN-OFF
                           PERFORM 250-ADD-TO-SUBMITTER
                       END-IF
                   END-IF
           END-READ.

       220-KEEP-FILE-LINE.
           MOVE 'N' TO LN-FOUND.
           MOVE ZERO TO LN-IDX.
           IF LN-COUNT > ZERO
               PERFORM 221-CHECK-ONE-FILE-LINE
                   UNTIL LN-IDX = LN-COUNT OR LN-FOUND = 'Y'
           END-IF.
           IF LN-FOUND = 'N'
               IF LN-COUNT = LN-MAX
                   DISPLAY 'MORE THAN ' LN-MAX ' FILE LINES IN TWO '
                       'MONTHS OF SUBMITTER STATISTICS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LN-COUNT
               MOVE LN-COUNT        TO LN-IDX
               MOVE STATS-DATE      TO LN-DATE (LN-IDX)
               MOVE STATS-FILE-ID   TO LN-FILE-ID (LN-IDX)
               MOVE STATS-FILE-NAME TO LN-FILE-NAME (LN-IDX)
           END-IF.
           MOVE STATS-CODE       TO LN-CODE (LN-IDX).
           MOVE STATS-NAME       TO LN-NAME (LN-IDX).
           MOVE STATS-RECEIVED   TO LN-RECEIVED (LN-IDX).
           MOVE STATS-EXCEPTIONS TO LN-EXCEPTIONS (LN-IDX).
           MOVE STATS-DUPLICATES TO LN-DUPLICATES (LN-IDX).
           MOVE STATS-WARNINGS   TO LN-WARNINGS (LN-IDX).

       221-CHECK-ONE-FILE-LINE.
           ADD 1 TO LN-IDX.
           IF LN-DATE (LN-IDX) = STATS-DATE
              AND LN-FILE-ID (LN-IDX) = STATS-FILE-ID
              AND LN-FILE-NAME (LN-IDX) = STATS-FILE-NAME
               MOVE 'Y' TO LN-FOUND
           END-IF.

       250-ADD-TO-SUBMITTER.
           MOVE 'N' TO SUB-FOUND.
           MOVE ZERO TO SUB-IDX.
           IF SUB-COUNT > ZERO
               PERFORM 251-CHECK-ONE-SUBMITTER
                   UNTIL SUB-IDX = SUB-COUNT OR SUB-FOUND = 'Y'
           END-IF.
           IF SUB-FOUND = 'N'
               IF SUB-COUNT = SUB-MAX
                   DISPLAY 'MORE THAN ' SUB-MAX ' SUBMITTERS IN TWO '
                       'MONTHS OF SUBMITTER STATISTICS'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SUB-COUNT
               MOVE SUB-COUNT TO SUB-IDX
               MOVE FIND-CODE TO SUB-CODE (SUB-IDX)
               MOVE FIND-NAME TO SUB-NAME (SUB-IDX)
               MOVE ZERO TO SUB-RECEIVED (SUB-IDX)
                            SUB-EXCEPTIONS (SUB-IDX)
                            SUB-DUPLICATES (SUB-IDX)
                            SUB-WARNINGS (SUB-IDX)
                            SUB-QUARANTINED (SUB-IDX)
                            SUB-WRITTEN-OFF (SUB-IDX)
                            SUB-RATE (SUB-IDX)
                            SUB-PRIOR-RECEIVED (SUB-IDX)
                            SUB-PRIOR-REJECTED (SUB-IDX)
                            SUB-PRIOR-RATE (SUB-IDX)
               MOVE 'N' TO SUB-ACTIVE (SUB-IDX)
               MOVE 'N' TO SUB-PRIOR-ACTIVE (SUB-IDX)
           END-IF.
           IF FIND-MONTH = SCORE-MONTH
               MOVE FIND-NAME TO SUB-NAME (SUB-IDX)
               MOVE 'Y' TO SUB-ACTIVE (SUB-IDX)
               ADD ADD-RECEIVED    TO SUB-RECEIVED (SUB-IDX)
               ADD ADD-EXCEPTIONS  TO SUB-EXCEPTIONS (SUB-IDX)
               ADD ADD-DUPLICATES  TO SUB-DUPLICATES (SUB-IDX)
               ADD ADD-WARNINGS    TO SUB-WARNINGS (SUB-IDX)
               ADD ADD-QUARANTINED TO SUB-QUARANTINED (SUB-IDX)
               ADD ADD-WRITTEN-OFF TO SUB-WRITTEN-OFF (SUB-IDX)
           ELSE
               IF ADD-RECEIVED > ZERO
                   MOVE 'Y' TO SUB-PRIOR-ACTIVE (SUB-IDX)
               END-IF
               ADD ADD-RECEIVED    TO SUB-PRIOR-RECEIVED (SUB-IDX)
               ADD ADD-EXCEPTIONS  TO SUB-PRIOR-REJECTED (SUB-IDX)
               ADD ADD-DUPLICATES  TO SUB-PRIOR-REJECTED (SUB-IDX)
               ADD ADD-QUARANTINED TO SUB-PRIOR-REJECTED (SUB-IDX)
           END-IF.

       251-CHECK-ONE-SUBMITTER.
           ADD 1 TO SUB-IDX.
           IF SUB-CODE (SUB-IDX) = FIND-CODE
               MOVE 'Y' TO SUB-FOUND
           END-IF.

       300-FOLD-FILE-LINES.
           MOVE ZERO TO LN-IDX.
           IF LN-COUNT > ZERO
               PERFORM 310-FOLD-ONE-FILE-LINE
                   UNTIL LN-IDX = LN-COUNT
           END-IF.

       310-FOLD-ONE-FILE-LINE.
           ADD 1 TO LN-IDX.
           MOVE LN-CODE (LN-IDX)       TO FIND-CODE.
           MOVE LN-NAME (LN-IDX)       TO FIND-NAME.
           MOVE LN-DATE (LN-IDX)(1:6)  TO FIND-MONTH.
           MOVE LN-RECEIVED (LN-IDX)   TO ADD-RECEIVED.
           MOVE LN-EXCEPTIONS (LN-IDX) TO ADD-EXCEPTIONS.
           MOVE LN-DUPLICATES (LN-IDX) TO ADD-DUPLICATES.
           MOVE LN-WARNINGS (LN-IDX)   TO ADD-WARNINGS.
           MOVE ZERO                   TO ADD-QUARANTINED.
           MOVE ZERO                   TO ADD-WRITTEN-OFF.
           PERFORM 250-ADD-TO-SUBMITTER.

       400-SCORE-SUBMITTERS.
           MOVE ZERO TO SUB-IDX.
           IF SUB-COUNT > ZERO
               PERFORM 410-SCORE-ONE-SUBMITTER
                   UNTIL SUB-IDX = SUB-COUNT
           END-IF.
           MOVE ZERO TO RANK-I.
           IF RANK-COUNT > 1
               PERFORM 420-RANK-ONE-POSITION
                   UNTIL RANK-I = RANK-COUNT
           END-IF.

       410-SCORE-ONE-SUBMITTER.
           ADD 1 TO SUB-IDX.
           IF SUB-RECEIVED (SUB-IDX) > ZERO
               COMPUTE REJECTED = SUB-EXCEPTIONS (SUB-IDX)
                   + SUB-DUPLICATES (SUB-IDX)
                   + SUB-QUARANTINED (SUB-IDX)
               COMPUTE SUB-RATE (SUB-IDX) ROUNDED =
                   REJECTED * 100 / SUB-RECEIVED (SUB-IDX)
           END-IF.
           IF SUB-PRIOR-RECEIVED (SUB-IDX) > ZERO
               COMPUTE SUB-PRIOR-RATE (SUB-IDX) ROUNDED =
                   SUB-PRIOR-REJECTED (SUB-IDX) * 100
                   / SUB-PRIOR-RECEIVED (SUB-IDX)
           END-IF.
           IF SUB-ACTIVE (SUB-IDX) = 'Y'
              AND SUB-RECEIVED (SUB-IDX) > ZERO
               ADD 1 TO RANK-COUNT
               MOVE SUB-IDX TO RANK-SUB (RANK-COUNT)
           END-IF.

       420-RANK-ONE-POSITION.
           ADD 1 TO RANK-I.
           MOVE RANK-I TO RANK-BEST.
           MOVE RANK-I TO RANK-J.
           PERFORM 421-CHECK-ONE-CANDIDATE
               UNTIL RANK-J = RANK-COUNT.
           IF RANK-BEST NOT = RANK-I
               MOVE RANK-SUB (RANK-I)    TO RANK-HOLD
               MOVE RANK-SUB (RANK-BEST) TO RANK-SUB (RANK-I)
               MOVE RANK-HOLD            TO RANK-SUB (RANK-BEST)
           END-IF.

       421-CHECK-ONE-CANDIDATE.
           ADD 1 TO RANK-J.
           IF SUB-RATE (RANK-SUB (RANK-J))
                  > SUB-RATE (RANK-SUB (RANK-BEST))
               MOVE RANK-J TO RANK-BEST
           ELSE
               IF SUB-RATE (RANK-SUB (RANK-J))
                      = SUB-RATE (RANK-SUB (RANK-BEST))
                  AND SUB-PRIOR-ACTIVE (RANK-SUB (RANK-J)) = 'Y'
                   IF SUB-PRIOR-ACTIVE (RANK-SUB (RANK-BEST)) = 'N'
                       MOVE RANK-J TO RANK-BEST
                   ELSE
                       COMPUTE RANK-CAND-CHANGE =
                           SUB-RATE (RANK-SUB (RANK-J))
                           - SUB-PRIOR-RATE (RANK-SUB (RANK-J))
                       COMPUTE RANK-BEST-CHANGE =
                           SUB-RATE (RANK-SUB (RANK-BEST))
                           - SUB-PRIOR-RATE (RANK-SUB (RANK-BEST))
                       IF RANK-CAND-CHANGE > RANK-BEST-CHANGE
                           MOVE RANK-J TO RANK-BEST
                       END-IF
                   END-IF
               END-IF
           END-IF.

       500-WRITE-SCORECARD.
           IF RANK-COUNT = ZERO
               DISPLAY NO-ACTIVITY-LINE
               MOVE NO-ACTIVITY-LINE TO SCOREOUT-REC
               WRITE SCOREOUT-REC
           ELSE
               DISPLAY COLUMN-LINE
               MOVE COLUMN-LINE TO SCOREOUT-REC
               WRITE SCOREOUT-REC
               MOVE ZERO TO RANK-I
               PERFORM 510-WRITE-ONE-SUBMITTER
                   UNTIL RANK-I = RANK-COUNT
           END-IF.

       510-WRITE-ONE-SUBMITTER.
           ADD 1 TO RANK-I.
           MOVE RANK-SUB (RANK-I) TO SUB-IDX.
           MOVE RANK-I                    TO SCD-RANK-OUT.
           MOVE SUB-CODE (SUB-IDX)        TO SCD-CODE-OUT.
           MOVE SUB-NAME (SUB-IDX)        TO SCD-NAME-OUT.
           MOVE SUB-RECEIVED (SUB-IDX)    TO SCD-RECV-OUT.
           MOVE SUB-EXCEPTIONS (SUB-IDX)  TO SCD-EXC-OUT.
           MOVE SUB-DUPLICATES (SUB-IDX)  TO SCD-DUP-OUT.
           MOVE SUB-WARNINGS (SUB-IDX)    TO SCD-WARN-OUT.
           MOVE SUB-QUARANTINED (SUB-IDX) TO SCD-QUAR-OUT.
           MOVE SUB-WRITTEN-OFF (SUB-IDX) TO SCD-WOFF-OUT.
           MOVE SUB-RATE (SUB-IDX)        TO SCD-RATE-OUT.
           MOVE SUB-PRIOR-RATE (SUB-IDX)  TO SCD-PRIOR-OUT.
           IF SUB-PRIOR-ACTIVE (SUB-IDX) = 'N'
               MOVE ZERO  TO SCD-CHANGE-OUT
               MOVE 'NEW' TO SCD-TREND-OUT
           ELSE
               COMPUTE RATE-CHANGE =
                   SUB-RATE (SUB-IDX) - SUB-PRIOR-RATE (SUB-IDX)
               MOVE RATE-CHANGE TO SCD-CHANGE-OUT
               IF RATE-CHANGE > ZERO
                   MOVE 'WORSE' TO SCD-TREND-OUT
                   ADD 1 TO WORSE-COUNT
               ELSE
                   IF RATE-CHANGE < ZERO
                       MOVE 'BETTER' TO SCD-TREND-OUT
                   ELSE
                       MOVE 'SAME' TO SCD-TREND-OUT
                   END-IF
               END-IF
           END-IF.
           DISPLAY SCORE-DETAIL-LINE.
           MOVE SCORE-DETAIL-LINE TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.
           ADD SUB-RECEIVED (SUB-IDX) TO TOTAL-RECEIVED.
           ADD SUB-EXCEPTIONS (SUB-IDX) SUB-DUPLICATES (SUB-IDX)
               SUB-QUARANTINED (SUB-IDX) TO TOTAL-REJECTED.

       550-LIST-SILENT-SUBMITTERS.
           MOVE ZERO TO SUB-IDX.
           IF SUB-COUNT > ZERO
               PERFORM 560-LIST-ONE-SILENT
                   UNTIL SUB-IDX = SUB-COUNT
           END-IF.

       560-LIST-ONE-SILENT.
           ADD 1 TO SUB-IDX.
           IF SUB-ACTIVE (SUB-IDX) = 'N'
              AND SUB-PRIOR-ACTIVE (SUB-IDX) = 'Y'
               ADD 1 TO SILENT-COUNT
               MOVE SUB-CODE (SUB-IDX)       TO SIL-CODE-OUT
               MOVE SUB-NAME (SUB-IDX)       TO SIL-NAME-OUT
               MOVE SUB-PRIOR-RATE (SUB-IDX) TO SIL-PRIOR-OUT
               DISPLAY SILENT-LINE
               MOVE SILENT-LINE TO SCOREOUT-REC
               WRITE SCOREOUT-REC
           END-IF.

       570-LIST-NO-FILE-SUBMITTERS.
           MOVE ZERO TO SUB-IDX.
           IF SUB-COUNT > ZERO
               PERFORM 580-LIST-ONE-NO-FILE
                   UNTIL SUB-IDX = SUB-COUNT
           END-IF.

       580-LIST-ONE-NO-FILE.
           ADD 1 TO SUB-IDX.
           IF SUB-ACTIVE (SUB-IDX) = 'Y'
              AND SUB-RECEIVED (SUB-IDX) = ZERO
               ADD 1 TO NO-FILES-COUNT
               MOVE SUB-CODE (SUB-IDX)        TO NOF-CODE-OUT
               MOVE SUB-NAME (SUB-IDX)        TO NOF-NAME-OUT
               MOVE SUB-WRITTEN-OFF (SUB-IDX) TO NOF-WOFF-OUT
               DISPLAY NO-FILES-LINE
               MOVE NO-FILES-LINE TO SCOREOUT-REC
               WRITE SCOREOUT-REC
           END-IF.

       600-WRITE-SUMMARY.
           MOVE RANK-COUNT TO RANKED-OUT.
           DISPLAY RANKED-LINE.
           MOVE RANKED-LINE TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.

           MOVE TOTAL-RECEIVED TO RECEIVED-OUT.
           DISPLAY RECEIVED-LINE.
           MOVE RECEIVED-LINE TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.

           MOVE TOTAL-REJECTED TO REJECTED-OUT.
           DISPLAY REJECTED-LINE.
           MOVE REJECTED-LINE TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.

           IF TOTAL-RECEIVED > ZERO
               COMPUTE TOTAL-RATE ROUNDED =
                   TOTAL-REJECTED * 100 / TOTAL-RECEIVED
           END-IF.
           MOVE TOTAL-RATE TO TOTAL-RATE-OUT.
           DISPLAY TOTAL-RATE-LINE.
           MOVE TOTAL-RATE-LINE TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.

           MOVE WORSE-COUNT TO WORSE-OUT.
           DISPLAY WORSE-LINE.
           MOVE WORSE-LINE TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.

           MOVE SILENT-COUNT TO SILENT-COUNT-OUT.
           DISPLAY SILENT-COUNT-LINE.
           MOVE SILENT-COUNT-LINE TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.

           MOVE NO-FILES-COUNT TO NO-FILES-COUNT-OUT.
           DISPLAY NO-FILES-COUNT-LINE.
           MOVE NO-FILES-COUNT-LINE TO SCOREOUT-REC.
           WRITE SCOREOUT-REC.

       700-WRITE-AUDIT.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO AUD-DATE.
           MOVE WS-RUN-TIME(1:6)   TO AUD-TIME.
           MOVE WS-RUN-TIME(1:6)   TO AUD-START.
           MOVE WS-END-TIME(1:6)   TO AUD-END.
           MOVE STATS-READ-COUNT   TO AUD-READ.
           MOVE RANK-COUNT         TO AUD-GOOD.
           MOVE WORSE-COUNT        TO AUD-EXC.
           MOVE RETURN-CODE        TO AUD-RC.
           OPEN EXTEND AUDITFILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITFILE
           END-IF.
           MOVE AUDIT-LINE TO AUDITFILE-REC.
           WRITE AUDITFILE-REC.
           CLOSE AUDITFILE.

       END PROGRAM PROGRAM19.
