      *          audit file runaudit.txt.
      * Tectonics: cobc
      * Modifications:
      *   10-14-26  TJA  Items are now aged in business days, not
      *                  calendar days. The shared business calendar
      *                  calendar.txt is read at startup: a HOLIDAY
      *                  card (yyyymmdd) takes a weekday out of the
      *                  count and a WORKDAY card (yyyymmdd) puts a
      *                  weekend date in; without the file Monday to
      *                  Friday are the business days. An item's age
      *                  is the number of business days after its
      *                  original run date up to and including the
      *                  run date, so the buckets, the CUTOFFAGE
      *                  write-off and the over-7 return code no
      *                  longer count weekends and holidays. A bad
      *                  calendar card abends with return code 16.
      *   10-14-26  TJA  Each write-off is now charged to the area
      *                  that sent the record. The item's original run
      *                  date and file identifier are looked up on
      *                  PROGRAM2's lines in the submitter statistics
      *                  file srcstats.txt (UNKNWN when not found) and
      *                  one line per submitter, carrying the number
      *                  written off, is appended to srcstats.txt for
      *                  the run date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM13.
                FILE STATUS IS WRITEOFF-STATUS.
               SELECT AGINGOUT ASSIGN TO "aging.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CALFILE ASSIGN TO "calendar.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CALFILE-STATUS.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.
               SELECT STATSFILE ASSIGN TO "srcstats.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATSFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AGINGOUT.
           01 AGINGOUT-REC             PIC X(90).

           FD CALFILE.
           01 CAL-REC.
               05 CAL-KEYWORD          PIC X(10).
               05 CAL-VALUE            PIC X(60).

           FD STATSFILE.
           01 STATS-REC.
               05 STATS-DATE           PIC 9(08).
               05 FILLER               PIC X(01).
               05 STATS-PGM            PIC X(09).
               05 FILLER               PIC X(01).
               05 STATS-CODE           PIC X(06).
               05 FILLER               PIC X(01).
               05 STATS-NAME           PIC X(30).
               05 FILLER               PIC X(01).
               05 STATS-FILE-ID        PIC X(02).
               05 FILLER               PIC X(79).

           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

           01 ITEM-DATE-DAYS        PIC 9(7).
           01 ITEM-AGE              PIC S9(5).

           01 CALFILE-STATUS        PIC XX.
           01 CAL-LASTREC           PIC X     VALUE SPACE.
           01 CAL-DATE-CHECK        PIC X(8).
           01 CAL-DATE-NUM REDEFINES CAL-DATE-CHECK
                                    PIC 9(8).
           01 CAL-TABLE.
               05 CAL-ENTRY OCCURS 366 TIMES.
                   10 CAL-DAYS      PIC 9(7).
                   10 CAL-KIND      PIC X.
           01 CAL-MAX               PIC 999   VALUE 366.
           01 CAL-COUNT             PIC 999   VALUE ZERO.
           01 CAL-IDX               PIC 999   VALUE ZERO.
           01 CAL-FOUND             PIC X     VALUE 'N'.
           01 CAL-BUSINESS-DAY      PIC X     VALUE 'N'.
           01 CAL-TEST-DAYS         PIC 9(7).
           01 CAL-TEST-DOW          PIC 9.
           01 CAL-DOW-QUOT          PIC 9(7).
           01 CAL-FROM-DAYS         PIC 9(7).
           01 CAL-TO-DAYS           PIC 9(7).
           01 CAL-BDAY-COUNT        PIC 9(7).

           01 STATSFILE-STATUS      PIC XX.
           01 STATS-LASTREC         PIC X     VALUE SPACE.
           01 WOF-CODE              PIC X(6).
           01 WOF-NAME              PIC X(30).

           01 WOF-SUB-TABLE.
               05 WOF-SUB-ENTRY OCCURS 100 TIMES.
                   10 WSUB-CODE     PIC X(6).
                   10 WSUB-NAME     PIC X(30).
                   10 WSUB-COUNT    PIC 9(5).
           01 WSUB-MAX              PIC 999   VALUE 100.
           01 WSUB-COUNT-USED       PIC 999   VALUE ZERO.
           01 WSUB-IDX              PIC 999   VALUE ZERO.
           01 WSUB-FOUND            PIC X     VALUE 'N'.

           01 SOURCE-STATS-LINE.
               05 STS-DATE          PIC 9(8).
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-PGM           PIC X(9)  VALUE 'PROGRAM13'.
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-CODE          PIC X(6).
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-NAME          PIC X(30).
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-FILE-ID       PIC 99    VALUE ZERO.
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-FILE-NAME     PIC X(30) VALUE SPACES.
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-RECEIVED      PIC 9(7)  VALUE ZERO.
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-EXCEPTIONS    PIC 9(7)  VALUE ZERO.
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-DUPLICATES    PIC 9(7)  VALUE ZERO.
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-WARNINGS      PIC 9(7)  VALUE ZERO.
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-QUARANTINED   PIC 9(7)  VALUE ZERO.
               05 FILLER            PIC X     VALUE SPACE.
               05 STS-WRITTEN-OFF   PIC 9(7)  VALUE ZERO.

           01 NEW-COUNT             PIC 9(5)  VALUE ZERO.
           01 WEEK-COUNT            PIC 9(5)  VALUE ZERO.
           01 OVER7-COUNT           PIC 9(5)  VALUE ZERO.
       100-MAIN-PROCEDURE.
           PERFORM 150-GET-RUN-INFO.
           PERFORM 140-READ-PARAMETERS.
           PERFORM 160-LOAD-CALENDAR.

           OPEN OUTPUT AGINGOUT.
           DISPLAY HDRLINES.

           PERFORM 200-AGE-SUSPENSE.
           PERFORM 250-REPORT-UNMATCHED-REMOVES.
           PERFORM 550-WRITE-SOURCE-STATS.
           PERFORM 600-WRITE-SUMMARY.

           CLOSE AGINGOUT.
           COMPUTE RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

       160-LOAD-CALENDAR.
           OPEN INPUT CALFILE.
           IF CALFILE-STATUS = '35'
               DISPLAY 'NO BUSINESS CALENDAR FILE, MONDAY TO FRIDAY '
                   'ARE THE BUSINESS DAYS'
           ELSE
               MOVE SPACE TO CAL-LASTREC
               PERFORM 161-LOAD-ONE-CAL-CARD
                   UNTIL CAL-LASTREC = 'Y'
               CLOSE CALFILE
           END-IF.

       161-LOAD-ONE-CAL-CARD.
           READ CALFILE
               AT END MOVE 'Y' TO CAL-LASTREC
               NOT AT END
                   IF CAL-KEYWORD = 'HOLIDAY'
                      OR CAL-KEYWORD = 'WORKDAY'
                       PERFORM 162-STORE-ONE-CAL-CARD
                   ELSE
                       IF CAL-REC = SPACES
                           CONTINUE
                       ELSE
                           DISPLAY 'BAD CALENDAR CARD, UNKNOWN '
                               'KEYWORD: ' CAL-KEYWORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       162-STORE-ONE-CAL-CARD.
           MOVE CAL-VALUE(1:8) TO CAL-DATE-CHECK.
           IF CAL-DATE-CHECK IS NOT NUMERIC
               DISPLAY 'BAD CALENDAR CARD: DATE MUST BE 8 DIGITS '
                   'YYYYMMDD: ' CAL-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (CAL-DATE-NUM) NOT = ZERO
               DISPLAY 'BAD CALENDAR CARD: NOT A CALENDAR DATE: '
                   CAL-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CAL-COUNT = CAL-MAX
               DISPLAY 'TOO MANY CALENDAR CARDS, LIMIT IS ' CAL-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CAL-COUNT.
           COMPUTE CAL-DAYS (CAL-COUNT) =
               FUNCTION INTEGER-OF-DATE (CAL-DATE-NUM).
           MOVE CAL-KEYWORD(1:1) TO CAL-KIND (CAL-COUNT).

       200-AGE-SUSPENSE.
           OPEN INPUT SUSFILE.
           IF SUSFILE-STATUS = '35'
       220-DISPOSE-ONE-ITEM.
           COMPUTE ITEM-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE (SUS-ORIG-DATE).
           MOVE ITEM-DATE-DAYS TO CAL-FROM-DAYS.
           MOVE RUN-DATE-DAYS  TO CAL-TO-DAYS.
           PERFORM 800-COUNT-BUSINESS-DAYS.
           MOVE CAL-BDAY-COUNT TO ITEM-AGE.
           MOVE SUS-ORIG-DATE TO AGE-DATE-OUT.
           MOVE SUS-SEQ       TO AGE-SEQ-OUT.
           MOVE SUS-FILE-ID   TO AGE-FILE-OUT.
           MOVE WRITEOFF-LINE TO WRITEOFF-REC.
           WRITE WRITEOFF-REC.
           CLOSE WRITEOFFOUT.
           PERFORM 245-CHARGE-WRITE-OFF.

       245-CHARGE-WRITE-OFF.
           MOVE 'UNKNWN'               TO WOF-CODE.
           MOVE 'NOT ON SOURCE MASTER' TO WOF-NAME.
           OPEN INPUT STATSFILE.
           IF STATSFILE-STATUS NOT = '35'
               MOVE SPACE TO STATS-LASTREC
               PERFORM 246-CHECK-ONE-STATS-REC
                   UNTIL STATS-LASTREC = 'Y'
               CLOSE STATSFILE
           END-IF.
           MOVE 'N' TO WSUB-FOUND.
           MOVE ZERO TO WSUB-IDX.
           IF WSUB-COUNT-USED > ZERO
               PERFORM 247-CHECK-ONE-SUBMITTER
                   UNTIL WSUB-IDX = WSUB-COUNT-USED
                      OR WSUB-FOUND = 'Y'
           END-IF.
           IF WSUB-FOUND = 'N'
               IF WSUB-COUNT-USED = WSUB-MAX
                   DISPLAY 'MORE THAN ' WSUB-MAX ' SUBMITTERS WRITTEN '
                       'OFF, ' WOF-CODE ' NOT CHARGED'
               ELSE
                   ADD 1 TO WSUB-COUNT-USED
                   MOVE WSUB-COUNT-USED TO WSUB-IDX
                   MOVE WOF-CODE TO WSUB-CODE (WSUB-IDX)
                   MOVE WOF-NAME TO WSUB-NAME (WSUB-IDX)
                   MOVE ZERO     TO WSUB-COUNT (WSUB-IDX)
                   MOVE 'Y'      TO WSUB-FOUND
               END-IF
           END-IF.
           IF WSUB-FOUND = 'Y'
               ADD 1 TO WSUB-COUNT (WSUB-IDX)
           END-IF.

       246-CHECK-ONE-STATS-REC.
           READ STATSFILE
               AT END MOVE 'Y' TO STATS-LASTREC
               NOT AT END
                   IF STATS-PGM = 'PROGRAM2'
                      AND STATS-DATE = SUS-ORIG-DATE
                      AND STATS-FILE-ID = SUS-FILE-ID
                       MOVE STATS-CODE TO WOF-CODE
                       MOVE STATS-NAME TO WOF-NAME
                   END-IF
           END-READ.

       247-CHECK-ONE-SUBMITTER.
           ADD 1 TO WSUB-IDX.
           IF WSUB-CODE (WSUB-IDX) = WOF-CODE
               MOVE 'Y' TO WSUB-FOUND
           END-IF.

       250-REPORT-UNMATCHED-REMOVES.
           IF REMOVE-COUNT > ZERO
                   WRITE SUS-REC
           END-READ.

       550-WRITE-SOURCE-STATS.
           IF WSUB-COUNT-USED > ZERO
               OPEN EXTEND STATSFILE
               IF STATSFILE-STATUS = '35'
                   OPEN OUTPUT STATSFILE
               END-IF
               MOVE ZERO TO WSUB-IDX
               PERFORM 551-WRITE-ONE-SUBMITTER
                   UNTIL WSUB-IDX = WSUB-COUNT-USED
               CLOSE STATSFILE
           END-IF.

       551-WRITE-ONE-SUBMITTER.
           ADD 1 TO WSUB-IDX.
           MOVE WS-RUN-DATE           TO STS-DATE.
           MOVE WSUB-CODE (WSUB-IDX)  TO STS-CODE.
           MOVE WSUB-NAME (WSUB-IDX)  TO STS-NAME.
           MOVE WSUB-COUNT (WSUB-IDX) TO STS-WRITTEN-OFF.
           MOVE SOURCE-STATS-LINE TO STATS-REC.
           WRITE STATS-REC.

       600-WRITE-SUMMARY.
           MOVE NEW-COUNT TO NEW-COUNT-OUT.
           DISPLAY NEW-COUNT-LINE.
           WRITE AUDITFILE-REC.
           CLOSE AUDITFILE.

       800-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO CAL-BDAY-COUNT.
           MOVE CAL-FROM-DAYS TO CAL-TEST-DAYS.
           IF CAL-TO-DAYS > CAL-FROM-DAYS
               PERFORM 810-COUNT-ONE-CAL-DAY
                   UNTIL CAL-TEST-DAYS = CAL-TO-DAYS
           END-IF.

       810-COUNT-ONE-CAL-DAY.
           ADD 1 TO CAL-TEST-DAYS.
           PERFORM 820-CHECK-BUSINESS-DAY.
           IF CAL-BUSINESS-DAY = 'Y'
               ADD 1 TO CAL-BDAY-COUNT
           END-IF.

       820-CHECK-BUSINESS-DAY.
           DIVIDE CAL-TEST-DAYS BY 7
               GIVING CAL-DOW-QUOT REMAINDER CAL-TEST-DOW.
           IF CAL-TEST-DOW = ZERO
               MOVE 7 TO CAL-TEST-DOW
           END-IF.
           IF CAL-TEST-DOW <= 5
               MOVE 'Y' TO CAL-BUSINESS-DAY
           ELSE
               MOVE 'N' TO CAL-BUSINESS-DAY
           END-IF.
           MOVE 'N' TO CAL-FOUND.
           IF CAL-COUNT > ZERO
               MOVE ZERO TO CAL-IDX
               PERFORM 821-CHECK-ONE-CAL-ENTRY
                   UNTIL CAL-IDX = CAL-COUNT
                      OR CAL-FOUND = 'Y'
           END-IF.

       821-CHECK-ONE-CAL-ENTRY.
           ADD 1 TO CAL-IDX.
           IF CAL-DAYS (CAL-IDX) = CAL-TEST-DAYS
               MOVE 'Y' TO CAL-FOUND
               IF CAL-KIND (CAL-IDX) = 'H'
                   MOVE 'N' TO CAL-BUSINESS-DAY
               ELSE
                   MOVE 'Y' TO CAL-BUSINESS-DAY
               END-IF
           END-IF.

       END PROGRAM PROGRAM13.
