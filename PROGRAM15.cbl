      *          list is not empty so the scheduler can flag it.
      * Tectonics: cobc
      * Modifications:
      *   10-14-26  TJA  The gap list now honors the shared business
      *                  calendar calendar.txt read at startup: a
      *                  weekday named on a HOLIDAY card is not a
      *                  business date and is no longer flagged as a
      *                  missing cycle, and a weekend date named on a
      *                  WORKDAY card is (yyyymmdd on both). Without
      *                  the file Monday to Friday are the business
      *                  dates as before. The holidays passed over
      *                  are counted under the gap list. A bad
      *                  calendar card abends with return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM15.
                FILE STATUS IS PARMFILE-STATUS.
               SELECT STMTOUT ASSIGN TO "statement.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CALFILE ASSIGN TO "calendar.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CALFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STMTOUT.
           01 STMTOUT-REC              PIC X(90).

           FD CALFILE.
           01 CAL-REC.
               05 CAL-KEYWORD          PIC X(10).
               05 CAL-VALUE            PIC X(60).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(78) VALUE ALL '-'.

           01 CUR-DOW               PIC 9.
           01 DOW-QUOT              PIC 9(7).

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

           01 WK-TOTAL1             PIC S9(9)  VALUE ZERO.
           01 WK-TOTAL2             PIC S9(9)  VALUE ZERO.
           01 WK-TOTAL3             PIC S9(9)  VALUE ZERO.
               05 GAP-ENTRY OCCURS 31 TIMES.
                   10 GAP-DATE      PIC 9(8).
           01 GAP-IDX               PIC 99.
           01 HOLIDAY-COUNT         PIC 9(5)   VALUE ZERO.

           01 LOADED-COUNT          PIC 9(5)   VALUE ZERO.
           01 OUTSIDE-COUNT         PIC 9(7)   VALUE ZERO.
               05 FILLER            PIC X(24) VALUE
                   'BUSINESS DATES MISSING: '.
               05 GAP-COUNT-OUT     PIC ZZZZ9.
           01 HOLIDAY-COUNT-LINE.
               05 FILLER            PIC X(24) VALUE
                   'HOLIDAYS NOT FLAGGED:   '.
               05 HOLIDAY-COUNT-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.

           PERFORM 150-READ-PARAMETERS.
           PERFORM 160-SET-DAYS-IN-MONTH.
           PERFORM 170-LOAD-CALENDAR.
           PERFORM 200-LOAD-MONTH-TABLE.

           OPEN OUTPUT STMTOUT.
               MOVE 28 TO DAYS-IN-MONTH
           END-IF.

       170-LOAD-CALENDAR.
           OPEN INPUT CALFILE.
           IF CALFILE-STATUS = '35'
               DISPLAY 'NO BUSINESS CALENDAR FILE, MONDAY TO FRIDAY '
                   'ARE THE BUSINESS DAYS'
           ELSE
               MOVE SPACE TO CAL-LASTREC
               PERFORM 171-LOAD-ONE-CAL-CARD
                   UNTIL CAL-LASTREC = 'Y'
               CLOSE CALFILE
           END-IF.

       171-LOAD-ONE-CAL-CARD.
           READ CALFILE
               AT END MOVE 'Y' TO CAL-LASTREC
               NOT AT END
                   IF CAL-KEYWORD = 'HOLIDAY'
                      OR CAL-KEYWORD = 'WORKDAY'
                       PERFORM 172-STORE-ONE-CAL-CARD
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

       172-STORE-ONE-CAL-CARD.
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

       200-LOAD-MONTH-TABLE.
           MOVE ZERO TO DAY-IDX.
           PERFORM 205-CLEAR-ONE-DAY
               ADD 1 TO MO-DAYS
               MOVE 'Y' TO WK-HAS-DATA
           ELSE
               MOVE CUR-DATE-DAYS TO CAL-TEST-DAYS
               PERFORM 820-CHECK-BUSINESS-DAY
               IF CUR-DATE < WS-RUN-DATE
                   IF CAL-BUSINESS-DAY = 'Y'
                       ADD 1 TO GAP-COUNT
                       MOVE CUR-DATE TO GAP-DATE (GAP-COUNT)
                   ELSE
                       IF CUR-DOW <= 5
                           ADD 1 TO HOLIDAY-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CUR-DOW = 7 AND WK-HAS-DATA = 'Y'
               MOVE GAP-COUNT-LINE TO PRINT-LINE
               PERFORM 260-WRITE-REPORT-LINE
           END-IF.
           MOVE HOLIDAY-COUNT TO HOLIDAY-COUNT-OUT.
           MOVE HOLIDAY-COUNT-LINE TO PRINT-LINE.
           PERFORM 260-WRITE-REPORT-LINE.

       510-WRITE-ONE-GAP.
           ADD 1 TO GAP-IDX.
           MOVE GAP-DETAIL-LINE TO PRINT-LINE.
           PERFORM 260-WRITE-REPORT-LINE.

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

       END PROGRAM PROGRAM15.
