      *                  earlier in the day than the start time is
      *                  taken as next-day (a run started before
      *                  midnight with an early-morning cutoff).
      *   10-14-26  TJA  Each input file is now tied to the area that
      *                  sent it. The source master sources.txt maps
      *                  an inbound file name (or a name prefix ending
      *                  in '*') to a submitter code and name; a file
      *                  not on it is reported and counted under
      *                  UNKNWN. When a file finishes, a line is
      *                  appended to the permanent submitter statistics
      *                  file srcstats.txt with the run date, submitter,
      *                  file identifier and name, and the file's
      *                  records received, exceptions, duplicates and
      *                  limit warnings. A suspended file gets its line
      *                  from the resubmitted run that finishes it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM2.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.
               SELECT SOURCEFILE ASSIGN TO "sources.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SOURCEFILE-STATUS.
               SELECT STATSFILE ASSIGN TO "srcstats.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATSFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AUDITFILE.
           01 AUDITFILE-REC        PIC X(130).

           FD SOURCEFILE.
           01 SOURCE-REC.
               05 SRC-FILE-NAME        PIC X(30).
               05 FILLER               PIC X(01).
               05 SRC-CODE             PIC X(06).
               05 FILLER               PIC X(01).
               05 SRC-NAME             PIC X(30).

           FD STATSFILE.
           01 STATSFILE-REC        PIC X(140).

           FD EXTRACTOUT.
           01 EXTRACT-REC.
               05 EXTRACT-REC-TYPE     PIC X(01).
           01 RESTART-FILE-WARNCNT PIC 9(5) VALUE ZERO.
           01 RESTART-FILE-ADJCNT  PIC 9(5) VALUE ZERO.

           01 SOURCEFILE-STATUS    PIC XX.
           01 STATSFILE-STATUS     PIC XX.
           01 SRC-LASTREC          PIC X    VALUE SPACE.

           01 SOURCE-TABLE.
               05 SRC-ENTRY OCCURS 200 TIMES.
                   10 SRC-T-FILE-NAME PIC X(30).
                   10 SRC-T-PFX-LEN   PIC 99.
                   10 SRC-T-CODE      PIC X(6).
                   10 SRC-T-NAME      PIC X(30).
           01 SRC-MAX              PIC 9(3) VALUE 200.
           01 SRC-COUNT            PIC 9(3) VALUE ZERO.
           01 SRC-IDX              PIC 9(3) VALUE ZERO.
           01 SRC-FOUND            PIC X    VALUE 'N'.
           01 SRC-PFX-LEN          PIC 99   VALUE ZERO.

           01 SOURCE-STATS-LINE.
               05 STS-DATE         PIC 9(8).
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-PGM          PIC X(9)  VALUE 'PROGRAM2'.
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-CODE         PIC X(6).
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-NAME         PIC X(30).
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-FILE-ID      PIC 99.
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-FILE-NAME    PIC X(30).
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-RECEIVED     PIC 9(7).
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-EXCEPTIONS   PIC 9(7).
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-DUPLICATES   PIC 9(7).
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-WARNINGS     PIC 9(7).
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-QUARANTINED  PIC 9(7).
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-WRITTEN-OFF  PIC 9(7).

           01 FILE-HDR-LINE.
               05 FILLER           PIC X(5)  VALUE 'FILE '.
               05 FILE-HDR-SEQ     PIC 99.
       100-MAIN-PROCEDURE.
           PERFORM 140-READ-PARAMETERS.
           PERFORM 145-READ-LIMITS.
           PERFORM 148-LOAD-SOURCES.

           PERFORM 150-GET-RUN-INFO.
           PERFORM 160-CHECK-RESTART.
               MOVE LIM-HIGH TO LIM5-HIGH
           END-IF.

       148-LOAD-SOURCES.
           OPEN INPUT SOURCEFILE.
           IF SOURCEFILE-STATUS = '35'
               DISPLAY 'NO SOURCE MASTER FOUND, SUBMITTERS NOT MAPPED'
           ELSE
               MOVE SPACE TO SRC-LASTREC
               PERFORM 149-LOAD-ONE-SOURCE
                   UNTIL SRC-LASTREC = 'Y'
               CLOSE SOURCEFILE
           END-IF.

       149-LOAD-ONE-SOURCE.
           READ SOURCEFILE
               AT END MOVE 'Y' TO SRC-LASTREC
               NOT AT END
                   IF SOURCE-REC = SPACES
                       CONTINUE
                   ELSE
                       IF SRC-FILE-NAME = SPACES OR SRC-CODE = SPACES
                           DISPLAY 'BAD SOURCE MASTER LINE: ' SOURCE-REC
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF SRC-COUNT = SRC-MAX
                           DISPLAY 'SOURCE MASTER HOLDS MORE THAN '
                               SRC-MAX ' LINES'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO SRC-COUNT
                       MOVE ZERO TO SRC-PFX-LEN
                       INSPECT SRC-FILE-NAME TALLYING SRC-PFX-LEN
                           FOR CHARACTERS BEFORE INITIAL '*'
                       MOVE SRC-FILE-NAME TO SRC-T-FILE-NAME (SRC-COUNT)
                       MOVE SRC-PFX-LEN   TO SRC-T-PFX-LEN (SRC-COUNT)
                       MOVE SRC-CODE      TO SRC-T-CODE (SRC-COUNT)
                       MOVE SRC-NAME      TO SRC-T-NAME (SRC-COUNT)
                   END-IF
           END-READ.

       150-GET-RUN-INFO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           CLOSE NUMIN.
           IF SUSPENDED = 'N'
               ADD 1 TO FILES-PROCESSED
               PERFORM 195-WRITE-SOURCE-STATS
               IF MANIFEST-MODE = 'Y'
                   PERFORM 190-WRITE-FILE-SECTION
               END-IF
               WRITE NUMOUT-REC
           END-IF.

       195-WRITE-SOURCE-STATS.
           PERFORM 196-FIND-SOURCE.
           MOVE WS-RUN-DATE       TO STS-DATE.
           MOVE CUR-FILE-SEQ      TO STS-FILE-ID.
           MOVE NUMIN-FILE-NAME   TO STS-FILE-NAME.
           MOVE FILE-RECORDS-READ TO STS-RECEIVED.
           MOVE FILE-EXCOUNT      TO STS-EXCEPTIONS.
           MOVE FILE-DUPCOUNT     TO STS-DUPLICATES.
           MOVE FILE-WARNCOUNT    TO STS-WARNINGS.
           MOVE ZERO              TO STS-QUARANTINED.
           MOVE ZERO              TO STS-WRITTEN-OFF.
           OPEN EXTEND STATSFILE.
           IF STATSFILE-STATUS = '35'
               OPEN OUTPUT STATSFILE
           END-IF.
           MOVE SOURCE-STATS-LINE TO STATSFILE-REC.
           WRITE STATSFILE-REC.
           CLOSE STATSFILE.

       196-FIND-SOURCE.
           MOVE 'N' TO SRC-FOUND.
           MOVE ZERO TO SRC-IDX.
           IF SRC-COUNT > ZERO
               PERFORM 197-CHECK-ONE-SOURCE
                   UNTIL SRC-IDX = SRC-COUNT OR SRC-FOUND = 'Y'
           END-IF.
           IF SRC-FOUND = 'Y'
               MOVE SRC-T-CODE (SRC-IDX) TO STS-CODE
               MOVE SRC-T-NAME (SRC-IDX) TO STS-NAME
           ELSE
               DISPLAY 'FILE NOT ON SOURCE MASTER: ' NUMIN-FILE-NAME
               MOVE 'UNKNWN'               TO STS-CODE
               MOVE 'NOT ON SOURCE MASTER' TO STS-NAME
           END-IF.

       197-CHECK-ONE-SOURCE.
           ADD 1 TO SRC-IDX.
           IF SRC-T-PFX-LEN (SRC-IDX) = 30
               IF SRC-T-FILE-NAME (SRC-IDX) = NUMIN-FILE-NAME
                   MOVE 'Y' TO SRC-FOUND
               END-IF
           ELSE
               IF SRC-T-PFX-LEN (SRC-IDX) = ZERO
                   MOVE 'Y' TO SRC-FOUND
               ELSE
                   IF SRC-T-FILE-NAME (SRC-IDX)
                          (1:SRC-T-PFX-LEN (SRC-IDX))
                      = NUMIN-FILE-NAME (1:SRC-T-PFX-LEN (SRC-IDX))
                       MOVE 'Y' TO SRC-FOUND
                   END-IF
               END-IF
           END-IF.

       200-READ-RECORD.
           READ NUMIN
           AT END MOVE 'Y' TO LASTREC
