      *          record to the shared audit file runaudit.txt.
      * Tectonics: cobc
      * Modifications:
      *   10-14-26  TJA  Every quarantined or missing file now appends
      *                  a line to the permanent submitter statistics
      *                  file srcstats.txt: run date, the submitter
      *                  code and name looked up on the source master
      *                  sources.txt (UNKNWN when the file name is not
      *                  on it), the file name and its record count as
      *                  both received and quarantined, so the monthly
      *                  scorecard can charge the quarantine to the
      *                  area that sent the file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM12.
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
           FD INTAKEOUT.
           01 INTAKEOUT-REC            PIC X(100).

           FD SOURCEFILE.
           01 SOURCE-REC.
               05 SRC-FILE-NAME        PIC X(30).
               05 FILLER               PIC X(01).
               05 SRC-CODE             PIC X(06).
               05 FILLER               PIC X(01).
               05 SRC-NAME             PIC X(30).

           FD STATSFILE.
           01 STATSFILE-REC            PIC X(140).

           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

                   'FILES QUARANTINED:      '.
               05 FILES-QUAR-OUT    PIC ZZZZ9.

           01 SOURCEFILE-STATUS     PIC XX.
           01 STATSFILE-STATUS      PIC XX.
           01 SRC-LASTREC           PIC X    VALUE SPACE.

           01 SOURCE-TABLE.
               05 SRC-ENTRY OCCURS 200 TIMES.
                   10 SRC-T-FILE-NAME PIC X(30).
                   10 SRC-T-PFX-LEN   PIC 99.
                   10 SRC-T-CODE      PIC X(6).
                   10 SRC-T-NAME      PIC X(30).
           01 SRC-MAX               PIC 9(3) VALUE 200.
           01 SRC-COUNT             PIC 9(3) VALUE ZERO.
           01 SRC-IDX               PIC 9(3) VALUE ZERO.
           01 SRC-FOUND             PIC X    VALUE 'N'.
           01 SRC-PFX-LEN           PIC 99   VALUE ZERO.

           01 SOURCE-STATS-LINE.
               05 STS-DATE         PIC 9(8).
               05 FILLER           PIC X     VALUE SPACE.
               05 STS-PGM          PIC X(9)  VALUE 'PROGRAM12'.
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

           01 AUDIT-LINE.
               05 AUD-PGM          PIC X(9)  VALUE 'PROGRAM12'.
               05 FILLER           PIC X     VALUE SPACE.
       100-MAIN-PROCEDURE.
           PERFORM 150-GET-RUN-INFO.
           PERFORM 140-READ-PARAMETERS.
           PERFORM 145-LOAD-SOURCES.
           PERFORM 160-CHECK-INFLIGHT-RUN.

           OPEN OUTPUT INTAKEOUT.
                   END-IF
           END-READ.

       145-LOAD-SOURCES.
           OPEN INPUT SOURCEFILE.
           IF SOURCEFILE-STATUS = '35'
               DISPLAY 'NO SOURCE MASTER FOUND, SUBMITTERS NOT MAPPED'
           ELSE
               MOVE SPACE TO SRC-LASTREC
               PERFORM 146-LOAD-ONE-SOURCE
                   UNTIL SRC-LASTREC = 'Y'
               CLOSE SOURCEFILE
           END-IF.

       146-LOAD-ONE-SOURCE.
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
               MOVE 'FILE NOT FOUND' TO FILE-FAIL-REASON
               ADD 1 TO FILES-QUARANTINED
               PERFORM 340-WRITE-RECEIPT
               PERFORM 360-WRITE-SOURCE-STATS
               PERFORM 350-WRITE-DISPOSITION
           ELSE
               MOVE SPACE TO LASTREC
               ADD 1 TO FILES-QUARANTINED
               PERFORM 330-QUARANTINE-FILE
               PERFORM 340-WRITE-RECEIPT
               PERFORM 360-WRITE-SOURCE-STATS
           END-IF.
           PERFORM 350-WRITE-DISPOSITION.

           MOVE INTAKE-DETAIL-LINE TO INTAKEOUT-REC.
           WRITE INTAKEOUT-REC.

       360-WRITE-SOURCE-STATS.
           PERFORM 361-FIND-SOURCE.
           MOVE WS-RUN-DATE      TO STS-DATE.
           MOVE ZERO             TO STS-FILE-ID.
           MOVE INTAKE-FILE-NAME TO STS-FILE-NAME.
           MOVE FILE-REC-COUNT   TO STS-RECEIVED.
           MOVE ZERO             TO STS-EXCEPTIONS.
           MOVE ZERO             TO STS-DUPLICATES.
           MOVE ZERO             TO STS-WARNINGS.
           MOVE FILE-REC-COUNT   TO STS-QUARANTINED.
           MOVE ZERO             TO STS-WRITTEN-OFF.
           OPEN EXTEND STATSFILE.
           IF STATSFILE-STATUS = '35'
               OPEN OUTPUT STATSFILE
           END-IF.
           MOVE SOURCE-STATS-LINE TO STATSFILE-REC.
           WRITE STATSFILE-REC.
           CLOSE STATSFILE.

       361-FIND-SOURCE.
           MOVE 'N' TO SRC-FOUND.
           MOVE ZERO TO SRC-IDX.
           IF SRC-COUNT > ZERO
               PERFORM 362-CHECK-ONE-SOURCE
                   UNTIL SRC-IDX = SRC-COUNT OR SRC-FOUND = 'Y'
           END-IF.
           IF SRC-FOUND = 'Y'
               MOVE SRC-T-CODE (SRC-IDX) TO STS-CODE
               MOVE SRC-T-NAME (SRC-IDX) TO STS-NAME
           ELSE
               DISPLAY 'FILE NOT ON SOURCE MASTER: ' INTAKE-FILE-NAME
               MOVE 'UNKNWN'               TO STS-CODE
               MOVE 'NOT ON SOURCE MASTER' TO STS-NAME
           END-IF.

       362-CHECK-ONE-SOURCE.
           ADD 1 TO SRC-IDX.
           IF SRC-T-PFX-LEN (SRC-IDX) = 30
               IF SRC-T-FILE-NAME (SRC-IDX) = INTAKE-FILE-NAME
                   MOVE 'Y' TO SRC-FOUND
               END-IF
           ELSE
               IF SRC-T-PFX-LEN (SRC-IDX) = ZERO
                   MOVE 'Y' TO SRC-FOUND
               ELSE
                   IF SRC-T-FILE-NAME (SRC-IDX)
                          (1:SRC-T-PFX-LEN (SRC-IDX))
                      = INTAKE-FILE-NAME (1:SRC-T-PFX-LEN (SRC-IDX))
                       MOVE 'Y' TO SRC-FOUND
                   END-IF
               END-IF
           END-IF.

       600-WRITE-SUMMARY.
           MOVE FILES-CHECKED TO FILES-CHECKED-OUT.
           DISPLAY FILES-CHECKED-LINE.
