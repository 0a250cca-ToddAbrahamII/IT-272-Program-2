      *                  date/field is not added twice on a rerun.
      *                  PROGRAM17 reports and escalates the open
      *                  alerts daily.
      *   10-14-26  TJA  WEEKLYWIN and MONTHLYWIN now count business
      *                  days instead of history records. The shared
      *                  business calendar calendar.txt is read at
      *                  startup (HOLIDAY and WORKDAY cards, yyyymmdd;
      *                  without the file Monday to Friday are the
      *                  business days). Each window runs back from
      *                  the run date over that many business days,
      *                  only history records dated on a business
      *                  day inside it are rolled up, and the
      *                  averages divide by those records, so a
      *                  holiday with no cycle no longer drags the
      *                  trailing averages down and raises false
      *                  deviation alerts. The shipped defaults are
      *                  now 5 and 21 business days. The rollup
      *                  report shows where each window starts and
      *                  how many non-business-day records were left
      *                  out. A bad calendar card abends with return
      *                  code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM3.
               SELECT ALERTHIST ASSIGN TO "alerthist.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ALERTHIST-STATUS.
               SELECT CALFILE ASSIGN TO "calendar.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CALFILE-STATUS.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.
           FD ROLLOUT.
           01 ROLLOUT-REC              PIC X(90).

           FD CALFILE.
           01 CAL-REC.
               05 CAL-KEYWORD          PIC X(10).
               05 CAL-VALUE            PIC X(60).

           FD ALERTOUT.
           01 ALERTOUT-REC             PIC X(80).

           01 ADJN4                  PIC S99.
           01 ADJN5                  PIC S9.

           01 RUN-DATE-DAYS          PIC 9(7)  VALUE ZERO.
           01 HIST-DATE-DAYS         PIC 9(7)  VALUE ZERO.
           01 WINDOW-DAYS            PIC 9(7)  VALUE ZERO.
           01 WINDOW-START-DAYS      PIC 9(7)  VALUE ZERO.
           01 HIST-IN-WINDOW         PIC X     VALUE 'N'.
           01 HIST-NONBUS-DAY        PIC X     VALUE 'N'.
           01 WK-START-DATE          PIC 9(8)  VALUE ZERO.
           01 MO-START-DATE          PIC 9(8)  VALUE ZERO.
           01 MO-NONBUS-COUNT        PIC 9(7)  VALUE ZERO.
           01 DUP-DATE-FOUND         PIC X     VALUE 'N'.

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
           01 CAL-BDAY-COUNT        PIC 9(7).

           01 WK-TOTAL1              PIC S9(9)  VALUE ZERO.
           01 WK-TOTAL2              PIC S9(9)  VALUE ZERO.
           01 WK-TOTAL3              PIC S9(9)  VALUE ZERO.
           01 MO-AVG4                PIC S9(7)V99 VALUE ZERO.
           01 MO-AVG5                PIC S9(7)V99 VALUE ZERO.

           01 WEEKLY-WINDOW          PIC 9(7)  VALUE 5.
           01 MONTHLY-WINDOW         PIC 9(7)  VALUE 21.
           01 ALERT-PCT              PIC 999   VALUE 20.

           01 ALERT-COUNT            PIC 9(5)  VALUE ZERO.
                   'DAYS IN MONTHLY ROLLUP: '.
               05 MO-RECS-OUT       PIC ZZZZZZ9.

           01 WK-START-LINE.
               05 FILLER           PIC X(24) VALUE
                   'WEEKLY WINDOW FROM:     '.
               05 WK-START-OUT      PIC 9(8).

           01 MO-START-LINE.
               05 FILLER           PIC X(24) VALUE
                   'MONTHLY WINDOW FROM:    '.
               05 MO-START-OUT      PIC 9(8).

           01 MO-NONBUS-LINE.
               05 FILLER           PIC X(24) VALUE
                   'NON-BUS DAYS LEFT OUT:  '.
               05 MO-NONBUS-OUT     PIC ZZZZZZ9.

           01 DUP-SKIP-LINE.
               05 FILLER           PIC X(24) VALUE
                   'DUPLICATES DROPPED:     '.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 150-READ-PARAMETERS.
           PERFORM 160-LOAD-CALENDAR.
           PERFORM 200-TOTAL-TODAY.
           PERFORM 300-APPEND-HISTORY.
           PERFORM 400-ROLL-UP-HISTORY.
               STOP RUN
           END-IF.

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

       200-TOTAL-TODAY.
           OPEN INPUT MANIFEST.
           IF MANIFEST-STATUS = '35'
           END-READ.

       400-ROLL-UP-HISTORY.
           COMPUTE RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           PERFORM 420-SUM-WEEKLY.
           PERFORM 430-SUM-MONTHLY.

       410-FIND-WINDOW-START.
           MOVE RUN-DATE-DAYS TO CAL-TEST-DAYS.
           ADD 1 TO CAL-TEST-DAYS.
           MOVE ZERO TO CAL-BDAY-COUNT.
           PERFORM 411-STEP-BACK-ONE-DAY
               UNTIL CAL-BDAY-COUNT = WINDOW-DAYS
                  OR CAL-TEST-DAYS = 1.
           MOVE CAL-TEST-DAYS TO WINDOW-START-DAYS.

       411-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM CAL-TEST-DAYS.
           PERFORM 820-CHECK-BUSINESS-DAY.
           IF CAL-BUSINESS-DAY = 'Y'
               ADD 1 TO CAL-BDAY-COUNT
           END-IF.

       415-CHECK-HIST-IN-WINDOW.
           MOVE 'N' TO HIST-IN-WINDOW.
           MOVE 'N' TO HIST-NONBUS-DAY.
           COMPUTE HIST-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE (HIST-DATE).
           IF HIST-DATE-DAYS >= WINDOW-START-DAYS
              AND HIST-DATE-DAYS <= RUN-DATE-DAYS
               MOVE HIST-DATE-DAYS TO CAL-TEST-DAYS
               PERFORM 820-CHECK-BUSINESS-DAY
               IF CAL-BUSINESS-DAY = 'Y'
                   MOVE 'Y' TO HIST-IN-WINDOW
               ELSE
                   MOVE 'Y' TO HIST-NONBUS-DAY
               END-IF
           END-IF.

       420-SUM-WEEKLY.
           MOVE ZERO TO WK-TOTAL1 WK-TOTAL2 WK-TOTAL3 WK-TOTAL4
                        WK-TOTAL5 WK-RECS.
           MOVE WEEKLY-WINDOW TO WINDOW-DAYS.
           PERFORM 410-FIND-WINDOW-START.
           MOVE FUNCTION DATE-OF-INTEGER (WINDOW-START-DAYS)
               TO WK-START-DATE.
           OPEN INPUT HISTFILE.
           MOVE SPACE TO LASTREC.
           PERFORM 421-SUM-ONE-WEEKLY-RECORD
           READ HISTFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   PERFORM 415-CHECK-HIST-IN-WINDOW
                   IF HIST-IN-WINDOW = 'Y'
                       ADD HIST-TOTAL1 TO WK-TOTAL1
                       ADD HIST-TOTAL2 TO WK-TOTAL2
                       ADD HIST-TOTAL3 TO WK-TOTAL3

       430-SUM-MONTHLY.
           MOVE ZERO TO MO-TOTAL1 MO-TOTAL2 MO-TOTAL3 MO-TOTAL4
                        MO-TOTAL5 MO-RECS MO-NONBUS-COUNT.
           MOVE MONTHLY-WINDOW TO WINDOW-DAYS.
           PERFORM 410-FIND-WINDOW-START.
           MOVE FUNCTION DATE-OF-INTEGER (WINDOW-START-DAYS)
               TO MO-START-DATE.
           OPEN INPUT HISTFILE.
           MOVE SPACE TO LASTREC.
           PERFORM 431-SUM-ONE-MONTHLY-RECORD
           READ HISTFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   PERFORM 415-CHECK-HIST-IN-WINDOW
                   IF HIST-IN-WINDOW = 'Y'
                       ADD HIST-TOTAL1 TO MO-TOTAL1
                       ADD HIST-TOTAL2 TO MO-TOTAL2
                       ADD HIST-TOTAL3 TO MO-TOTAL3
                       ADD HIST-TOTAL5 TO MO-TOTAL5
                       ADD 1 TO MO-RECS
                   END-IF
                   IF HIST-NONBUS-DAY = 'Y'
                       ADD 1 TO MO-NONBUS-COUNT
                   END-IF
           END-READ.

       500-WRITE-ROLLUP-REPORT.
           MOVE WK-RECS-LINE TO ROLLOUT-REC.
           WRITE ROLLOUT-REC.

           MOVE WK-START-DATE TO WK-START-OUT.
           DISPLAY WK-START-LINE.
           MOVE WK-START-LINE TO ROLLOUT-REC.
           WRITE ROLLOUT-REC.

           MOVE WK-TOTAL1 TO WK-TOT1-OUT.
           MOVE WK-TOTAL2 TO WK-TOT2-OUT.
           MOVE WK-TOTAL3 TO WK-TOT3-OUT.
           MOVE MO-RECS-LINE TO ROLLOUT-REC.
           WRITE ROLLOUT-REC.

           MOVE MO-START-DATE TO MO-START-OUT.
           DISPLAY MO-START-LINE.
           MOVE MO-START-LINE TO ROLLOUT-REC.
           WRITE ROLLOUT-REC.

           MOVE MO-NONBUS-COUNT TO MO-NONBUS-OUT.
           DISPLAY MO-NONBUS-LINE.
           MOVE MO-NONBUS-LINE TO ROLLOUT-REC.
           WRITE ROLLOUT-REC.

           MOVE MO-TOTAL1 TO MO-TOT1-OUT.
           MOVE MO-TOTAL2 TO MO-TOT2-OUT.
           MOVE MO-TOTAL3 TO MO-TOT3-OUT.
           WRITE AUDITFILE-REC.
           CLOSE AUDITFILE.

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

       END PROGRAM PROGRAM3.
