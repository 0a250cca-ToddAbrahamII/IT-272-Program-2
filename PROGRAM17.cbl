      *          shared audit file runaudit.txt.
      * Tectonics: cobc
      * Modifications:
      *   10-14-26  TJA  Open alerts are now aged in business days,
      *                  not calendar days, so a Friday alert is no
      *                  longer ESCALATED by Monday morning. The
      *                  shared business calendar calendar.txt is
      *                  read at startup (HOLIDAY and WORKDAY cards,
      *                  yyyymmdd; without the file Monday to Friday
      *                  are the business days). The age is the
      *                  number of business days after the alert
      *                  date up to and including the run date, and
      *                  escalation and the return codes follow it.
      *                  A bad calendar card abends with return
      *                  code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM17.
                FILE STATUS IS ACKIN-STATUS.
               SELECT OPENOUT ASSIGN TO "openalrt.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CALFILE ASSIGN TO "calendar.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CALFILE-STATUS.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.
           FD OPENOUT.
           01 OPENOUT-REC              PIC X(90).

           FD CALFILE.
           01 CAL-REC.
               05 CAL-KEYWORD          PIC X(10).
               05 CAL-VALUE            PIC X(60).

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

           01 ALERTS-READ           PIC 9(7)  VALUE ZERO.
           01 OPEN-COUNT            PIC 9(5)  VALUE ZERO.
           01 ESCALATED-COUNT       PIC 9(5)  VALUE ZERO.
       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-GET-RUN-INFO.
           PERFORM 160-LOAD-CALENDAR.
           PERFORM 200-LOAD-ACK-CARDS.

           OPEN OUTPUT OPENOUT.
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

       200-LOAD-ACK-CARDS.
           OPEN INPUT ACKIN.
           IF ACKIN-STATUS = '35'
       350-AGE-OPEN-ALERT.
           COMPUTE ITEM-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE (ALH-DATE).
           MOVE ITEM-DATE-DAYS TO CAL-FROM-DAYS.
           MOVE RUN-DATE-DAYS  TO CAL-TO-DAYS.
           PERFORM 800-COUNT-BUSINESS-DAYS.
           MOVE CAL-BDAY-COUNT TO ITEM-AGE.
           IF ITEM-AGE > 2
               MOVE 'ESCALATED ' TO ALH-STATUS
               ADD 1 TO ESCALATED-COUNT
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

       END PROGRAM PROGRAM17.
