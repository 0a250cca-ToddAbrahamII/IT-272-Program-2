      ******************************************************************
      * Author: TODD ABRAHAM
      * Date: 10-14-26
      * Purpose: Budget versus actual variance report from the daily
      *          history program2.hist. Planning keeps the budget file
      *          budget.txt: one BUDGET card per month and field
      *          (yyyymm, field number 1-5 and a 9-digit budget
      *          amount for the whole month, each separated by one
      *          space) and a TOLERANCE card (3-digit whole percent,
      *          default 010). An ASOFDATE card (yyyymmdd) reruns the
      *          report as of an earlier date; without it the run
      *          date is used. For each field the report variance.txt
      *          shows month-to-date actual against the month-to-date
      *          budget (the month's budget spread evenly over its
      *          calendar days), the variance in amount and percent,
      *          a straight-line projection of the month-end figure
      *          against the month's budget, and the same comparison
      *          year-to-date with a projection of the year-end
      *          figure against the year's budget. A field whose
      *          month-end projection misses the month's budget by
      *          more than the tolerance is flagged OVER TOL, and the
      *          run then finishes with return code 4. A field with no
      *          budget card for the month is shown as NO BUDGET and
      *          counted on the summary but not flagged. Finishes with
      *          return code 12 when the budget or history file is
      *          missing and 16 on a bad card, and appends its record
      *          to the shared audit file runaudit.txt.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM20.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BUDGETFILE ASSIGN TO "budget.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BUDGETFILE-STATUS.
               SELECT HISTFILE ASSIGN TO "program2.hist"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HIST-STATUS.
               SELECT VARIANCEOUT ASSIGN TO "variance.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD BUDGETFILE.
           01 BUD-REC.
               05 BUD-KEYWORD          PIC X(10).
               05 BUD-VALUE            PIC X(60).

           FD HISTFILE.
           01 HIST-REC.
               05 HIST-DATE            PIC 9(08).
               05 HIST-TOTAL1          PIC S9(08).
               05 HIST-TOTAL2          PIC S9(08).
               05 HIST-TOTAL3          PIC S9(08).
               05 HIST-TOTAL4          PIC S9(07).
               05 HIST-TOTAL5          PIC S9(06).
               05 HIST-COUNT           PIC 9(07).

           FD VARIANCEOUT.
           01 VARIANCEOUT-REC          PIC X(100).

           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(40) VALUE ALL '-'.
           01 ENDLINES              PIC X(40) VALUE ALL '-'.

           01 LASTREC               PIC X     VALUE SPACE.
           01 BUDGETFILE-STATUS     PIC XX.
           01 HIST-STATUS           PIC XX.
           01 AUDIT-STATUS          PIC XX.
           01 BUD-LASTREC           PIC X     VALUE SPACE.

           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).
           01 WS-END-TIME           PIC 9(8).

           01 RUN-ID-LINE.
               05 RUNID-LBL        PIC X(9)  VALUE 'RUN ID: '.
               05 RUNID-PGM        PIC X(10) VALUE 'PROGRAM20-'.
               05 RUNID-DATE       PIC 9(8).
               05 FILLER           PIC X     VALUE '-'.
               05 RUNID-TIME       PIC 9(6).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-DATE-LBL   PIC X(6)  VALUE 'DATE: '.
               05 RUNID-DATE-OUT   PIC 9(8).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-TIME-LBL   PIC X(6)  VALUE 'TIME: '.
               05 RUNID-TIME-OUT   PIC 9(6).

           01 BUD-MONTH-CHECK       PIC X(6).
           01 BUD-MONTH-NUM REDEFINES BUD-MONTH-CHECK
                                    PIC 9(6).
           01 BUD-FIELD-CHECK       PIC X.
           01 BUD-FIELD-NUM REDEFINES BUD-FIELD-CHECK
                                    PIC 9.
           01 BUD-AMOUNT-CHECK      PIC X(9).
           01 BUD-AMOUNT-NUM REDEFINES BUD-AMOUNT-CHECK
                                    PIC 9(9).
           01 BUD-TOL-CHECK         PIC X(3).
           01 BUD-DATE-CHECK        PIC X(8).
           01 BUD-DATE-NUM REDEFINES BUD-DATE-CHECK
                                    PIC 9(8).

           01 TOLERANCE-PCT         PIC 999   VALUE 10.

           01 ASOF-DATE             PIC 9(8).
           01 ASOF-DATE-X REDEFINES ASOF-DATE.
               05 ASOF-YEAR         PIC 9(4).
               05 ASOF-MM           PIC 99.
               05 ASOF-DD           PIC 99.
           01 ASOF-MONTH            PIC 9(6).
           01 YEAR-START            PIC 9(8).
           01 MONTH-START           PIC 9(8).
           01 NEXT-MONTH-START      PIC 9(8).
           01 NEXT-MONTH-X REDEFINES NEXT-MONTH-START.
               05 NEXT-YEAR         PIC 9(4).
               05 NEXT-MM           PIC 99.
               05 NEXT-DD           PIC 99.
           01 NEXT-YEAR-START       PIC 9(8).
           01 DAYS-IN-MONTH         PIC 99.
           01 DAYS-IN-YEAR          PIC 999.
           01 DAY-OF-YEAR           PIC 999.

           01 BUDGET-TABLE.
               05 BUDGET-ENTRY OCCURS 240 TIMES.
                   10 BT-MONTH      PIC 9(6).
                   10 BT-AMOUNT     PIC 9(9)  OCCURS 5 TIMES.
                   10 BT-SET        PIC X     OCCURS 5 TIMES.
           01 BT-MAX                PIC 999   VALUE 240.
           01 BT-COUNT              PIC 999   VALUE ZERO.
           01 BT-IDX                PIC 999   VALUE ZERO.
           01 BT-FOUND              PIC X     VALUE 'N'.
           01 BT-FIND-MONTH         PIC 9(6).
           01 BT-CUR-IDX            PIC 999   VALUE ZERO.

           01 FLD-IDX               PIC 9     VALUE ZERO.
           01 HIST-AMOUNT-TABLE.
               05 HIST-AMOUNT       PIC S9(8) OCCURS 5 TIMES.
           01 MTD-ACTUAL-TABLE.
               05 MTD-ACTUAL        PIC S9(10) OCCURS 5 TIMES.
           01 YTD-ACTUAL-TABLE.
               05 YTD-ACTUAL        PIC S9(10) OCCURS 5 TIMES.
           01 YTD-BUDGET-TABLE.
               05 YTD-BUDGET        PIC S9(10) OCCURS 5 TIMES.
           01 YEAR-BUDGET-TABLE.
               05 YEAR-BUDGET       PIC S9(10) OCCURS 5 TIMES.
           01 MONTH-BUDGET          PIC S9(10).
           01 MTD-BUDGET            PIC S9(10).
           01 COMPARE-BUDGET        PIC S9(10).
           01 MONTH-PROJ            PIC S9(10).
           01 YEAR-PROJ             PIC S9(10).
           01 VARIANCE              PIC S9(10).
           01 VARIANCE-PCT          PIC S9(7)V99.
           01 MISS-PCT              PIC S9(7)V99.
           01 YTD-IDX               PIC 99    VALUE ZERO.

           01 HIST-READ-COUNT       PIC 9(7)  VALUE ZERO.
           01 MTD-DAYS              PIC 9(3)  VALUE ZERO.
           01 YTD-DAYS              PIC 9(3)  VALUE ZERO.
           01 FLAGGED-COUNT         PIC 9     VALUE ZERO.
           01 NO-BUDGET-COUNT       PIC 9     VALUE ZERO.

           01 ASOF-LINE.
               05 FILLER            PIC X(7)  VALUE 'AS OF: '.
               05 ASOF-OUT          PIC 9(8).
               05 FILLER            PIC X(15) VALUE
                   '  DAY OF MONTH '.
               05 ASOF-DAY-OUT      PIC Z9.
               05 FILLER            PIC X(4)  VALUE ' OF '.
               05 ASOF-DIM-OUT      PIC Z9.
               05 FILLER            PIC X(14) VALUE
                   '  DAY OF YEAR '.
               05 ASOF-DOY-OUT      PIC ZZ9.
               05 FILLER            PIC X(4)  VALUE ' OF '.
               05 ASOF-DIY-OUT      PIC ZZ9.
               05 FILLER            PIC X(13) VALUE
                   '  TOLERANCE: '.
               05 ASOF-TOL-OUT      PIC ZZ9.
               05 FILLER            PIC X     VALUE '%'.

           01 DAYS-LINE.
               05 FILLER            PIC X(24) VALUE
                   'HISTORY DAYS MTD:       '.
               05 DAYS-MTD-OUT      PIC ZZ9.
               05 FILLER            PIC X(7)  VALUE '  YTD: '.
               05 DAYS-YTD-OUT      PIC ZZ9.

           01 FIELD-HDR-LINE.
               05 FILLER            PIC X(6)  VALUE 'FIELD '.
               05 FHL-FLD-OUT       PIC 9.

           01 COMPARE-LINE.
               05 CMP-LBL-OUT       PIC X(17).
               05 FILLER            PIC X(8)  VALUE 'ACTUAL: '.
               05 CMP-ACT-OUT       PIC -(10)9.
               05 FILLER            PIC X(9)  VALUE ' BUDGET: '.
               05 CMP-BUD-OUT       PIC -(10)9.
               05 FILLER            PIC X(6)  VALUE ' VAR: '.
               05 CMP-VAR-OUT       PIC -(10)9.
               05 FILLER            PIC X(7)  VALUE ' VAR%: '.
               05 CMP-PCT-OUT       PIC -(6)9.99.
               05 FILLER            PIC X     VALUE SPACE.
               05 CMP-FLAG-OUT      PIC X(9).

           01 FLAGGED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'FIELDS OVER TOLERANCE:  '.
               05 FLAGGED-OUT       PIC ZZZZ9.
           01 NO-BUDGET-LINE.
               05 FILLER            PIC X(24) VALUE
                   'FIELDS WITHOUT BUDGET:  '.
               05 NO-BUDGET-OUT     PIC ZZZZ9.

           01 AUDIT-LINE.
               05 AUD-PGM          PIC X(9)  VALUE 'PROGRAM20'.
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

           OPEN OUTPUT VARIANCEOUT.
           DISPLAY HDRLINES.
           MOVE HDRLINES TO VARIANCEOUT-REC.
           WRITE VARIANCEOUT-REC.
           DISPLAY RUN-ID-LINE.
           MOVE RUN-ID-LINE TO VARIANCEOUT-REC.
           WRITE VARIANCEOUT-REC.

           PERFORM 140-READ-BUDGET.
           IF RETURN-CODE = ZERO
               PERFORM 160-SET-PERIOD
               PERFORM 200-LOAD-HISTORY
           END-IF.
           IF RETURN-CODE = ZERO
               PERFORM 300-COMPUTE-YTD-BUDGET
               MOVE ZERO TO FLD-IDX
               PERFORM 400-REPORT-ONE-FIELD
                   UNTIL FLD-IDX = 5
               PERFORM 600-WRITE-SUMMARY
               IF FLAGGED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY ENDLINES.
           MOVE ENDLINES TO VARIANCEOUT-REC.
           WRITE VARIANCEOUT-REC.
           CLOSE VARIANCEOUT.

           PERFORM 700-WRITE-AUDIT.

           STOP RUN.

       140-READ-BUDGET.
           MOVE WS-RUN-DATE TO ASOF-DATE.
           OPEN INPUT BUDGETFILE.
           IF BUDGETFILE-STATUS = '35'
               DISPLAY 'NO BUDGET FILE FOUND, NOTHING TO COMPARE'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACE TO BUD-LASTREC
               PERFORM 141-PROCESS-ONE-BUDGET-CARD
                   UNTIL BUD-LASTREC = 'Y'
               CLOSE BUDGETFILE
           END-IF.

       141-PROCESS-ONE-BUDGET-CARD.
           READ BUDGETFILE
               AT END MOVE 'Y' TO BUD-LASTREC
               NOT AT END
                   IF BUD-KEYWORD = 'BUDGET'
                       PERFORM 142-STORE-BUDGET-CARD
                   ELSE
                       IF BUD-KEYWORD = 'TOLERANCE'
                           MOVE BUD-VALUE(1:3) TO BUD-TOL-CHECK
                           IF BUD-TOL-CHECK IS NUMERIC
                               MOVE BUD-TOL-CHECK TO TOLERANCE-PCT
                           ELSE
                               DISPLAY 'BAD BUDGET CARD: TOLERANCE '
                                   'VALUE MUST BE 3 DIGITS: ' BUD-VALUE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       ELSE
                           IF BUD-KEYWORD = 'ASOFDATE'
                               PERFORM 143-STORE-ASOF-CARD
                           ELSE
                               IF BUD-REC = SPACES
                                   CONTINUE
                               ELSE
                                   DISPLAY 'BAD BUDGET CARD, UNKNOWN '
                                       'KEYWORD: ' BUD-KEYWORD
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       142-STORE-BUDGET-CARD.
           MOVE BUD-VALUE(1:6)  TO BUD-MONTH-CHECK.
           MOVE BUD-VALUE(8:1)  TO BUD-FIELD-CHECK.
           MOVE BUD-VALUE(10:9) TO BUD-AMOUNT-CHECK.
           IF BUD-MONTH-CHECK IS NOT NUMERIC
              OR BUD-MONTH-CHECK(5:2) < '01'
              OR BUD-MONTH-CHECK(5:2) > '12'
              OR BUD-FIELD-CHECK < '1' OR BUD-FIELD-CHECK > '5'
              OR BUD-AMOUNT-CHECK IS NOT NUMERIC
               DISPLAY 'BAD BUDGET CARD: VALUE MUST BE YYYYMM, '
                   'FIELD 1-5 AND 9-DIGIT AMOUNT: ' BUD-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUD-MONTH-NUM TO BT-FIND-MONTH.
           PERFORM 145-FIND-BUDGET-MONTH.
           IF BT-FOUND = 'N'
               IF BT-COUNT = BT-MAX
                   DISPLAY 'TOO MANY BUDGET MONTHS, LIMIT IS ' BT-MAX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BT-COUNT
               MOVE BT-COUNT TO BT-IDX
               MOVE BUD-MONTH-NUM TO BT-MONTH (BT-IDX)
               MOVE ZERO TO FLD-IDX
               PERFORM 144-CLEAR-ONE-BUDGET-FIELD
                   UNTIL FLD-IDX = 5
           END-IF.
           MOVE BUD-AMOUNT-NUM TO BT-AMOUNT (BT-IDX, BUD-FIELD-NUM).
           MOVE 'Y'            TO BT-SET (BT-IDX, BUD-FIELD-NUM).

       143-STORE-ASOF-CARD.
           MOVE BUD-VALUE(1:8) TO BUD-DATE-CHECK.
           IF BUD-DATE-CHECK IS NOT NUMERIC
               DISPLAY 'BAD BUDGET CARD: ASOFDATE MUST BE 8 DIGITS '
                   'YYYYMMDD: ' BUD-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (BUD-DATE-NUM) NOT = ZERO
               DISPLAY 'BAD BUDGET CARD: ASOFDATE NOT A CALENDAR '
                   'DATE: ' BUD-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUD-DATE-NUM TO ASOF-DATE.

       144-CLEAR-ONE-BUDGET-FIELD.
           ADD 1 TO FLD-IDX.
           MOVE ZERO TO BT-AMOUNT (BT-IDX, FLD-IDX).
           MOVE 'N'  TO BT-SET (BT-IDX, FLD-IDX).

       145-FIND-BUDGET-MONTH.
           MOVE 'N' TO BT-FOUND.
           MOVE ZERO TO BT-IDX.
           IF BT-COUNT > ZERO
               PERFORM 146-CHECK-ONE-BUDGET-MONTH
                   UNTIL BT-IDX = BT-COUNT OR BT-FOUND = 'Y'
           END-IF.

       146-CHECK-ONE-BUDGET-MONTH.
           ADD 1 TO BT-IDX.
           IF BT-MONTH (BT-IDX) = BT-FIND-MONTH
               MOVE 'Y' TO BT-FOUND
           END-IF.

       150-GET-RUN-INFO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE-OUT.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME-OUT.

       160-SET-PERIOD.
           MOVE ASOF-DATE(1:6) TO ASOF-MONTH.
           COMPUTE YEAR-START  = ASOF-YEAR * 10000 + 101.
           COMPUTE MONTH-START = ASOF-MONTH * 100 + 1.
           IF ASOF-MM = 12
               COMPUTE NEXT-YEAR = ASOF-YEAR + 1
               MOVE 1 TO NEXT-MM
           ELSE
               MOVE ASOF-YEAR TO NEXT-YEAR
               COMPUTE NEXT-MM = ASOF-MM + 1
           END-IF.
           MOVE 1 TO NEXT-DD.
           COMPUTE NEXT-YEAR-START = (ASOF-YEAR + 1) * 10000 + 101.
           COMPUTE DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE (NEXT-MONTH-START)
             - FUNCTION INTEGER-OF-DATE (MONTH-START).
           COMPUTE DAYS-IN-YEAR =
               FUNCTION INTEGER-OF-DATE (NEXT-YEAR-START)
             - FUNCTION INTEGER-OF-DATE (YEAR-START).
           COMPUTE DAY-OF-YEAR =
               FUNCTION INTEGER-OF-DATE (ASOF-DATE)
             - FUNCTION INTEGER-OF-DATE (YEAR-START) + 1.
           MOVE ASOF-DATE     TO ASOF-OUT.
           MOVE ASOF-DD       TO ASOF-DAY-OUT.
           MOVE DAYS-IN-MONTH TO ASOF-DIM-OUT.
           MOVE DAY-OF-YEAR   TO ASOF-DOY-OUT.
           MOVE DAYS-IN-YEAR  TO ASOF-DIY-OUT.
           MOVE TOLERANCE-PCT TO ASOF-TOL-OUT.
           DISPLAY ASOF-LINE.
           MOVE ASOF-LINE TO VARIANCEOUT-REC.
           WRITE VARIANCEOUT-REC.
           MOVE ASOF-MONTH TO BT-FIND-MONTH.
           PERFORM 145-FIND-BUDGET-MONTH.
           IF BT-FOUND = 'Y'
               MOVE BT-IDX TO BT-CUR-IDX
           ELSE
               MOVE ZERO TO BT-CUR-IDX
           END-IF.

       200-LOAD-HISTORY.
           MOVE ZERO TO FLD-IDX.
           PERFORM 201-CLEAR-ONE-FIELD
               UNTIL FLD-IDX = 5.
           OPEN INPUT HISTFILE.
           IF HIST-STATUS = '35'
               DISPLAY 'NO HISTORY FILE FOUND, NOTHING TO COMPARE'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 210-ADD-ONE-HIST-REC
                   UNTIL LASTREC = 'Y'
               CLOSE HISTFILE
           END-IF.
           MOVE MTD-DAYS TO DAYS-MTD-OUT.
           MOVE YTD-DAYS TO DAYS-YTD-OUT.
           DISPLAY DAYS-LINE.
           MOVE DAYS-LINE TO VARIANCEOUT-REC.
           WRITE VARIANCEOUT-REC.

       201-CLEAR-ONE-FIELD.
           ADD 1 TO FLD-IDX.
           MOVE ZERO TO MTD-ACTUAL (FLD-IDX).
           MOVE ZERO TO YTD-ACTUAL (FLD-IDX).
           MOVE ZERO TO YTD-BUDGET (FLD-IDX).
           MOVE ZERO TO YEAR-BUDGET (FLD-IDX).

       210-ADD-ONE-HIST-REC.
           READ HISTFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO HIST-READ-COUNT
                   IF HIST-DATE NOT < YEAR-START
                      AND HIST-DATE NOT > ASOF-DATE
                       MOVE HIST-TOTAL1 TO HIST-AMOUNT (1)
                       MOVE HIST-TOTAL2 TO HIST-AMOUNT (2)
                       MOVE HIST-TOTAL3 TO HIST-AMOUNT (3)
                       MOVE HIST-TOTAL4 TO HIST-AMOUNT (4)
                       MOVE HIST-TOTAL5 TO HIST-AMOUNT (5)
                       ADD 1 TO YTD-DAYS
                       IF HIST-DATE NOT < MONTH-START
                           ADD 1 TO MTD-DAYS
                       END-IF
                       MOVE ZERO TO FLD-IDX
                       PERFORM 211-ADD-ONE-HIST-FIELD
                           UNTIL FLD-IDX = 5
                   END-IF
           END-READ.

       211-ADD-ONE-HIST-FIELD.
           ADD 1 TO FLD-IDX.
           ADD HIST-AMOUNT (FLD-IDX) TO YTD-ACTUAL (FLD-IDX).
           IF HIST-DATE NOT < MONTH-START
               ADD HIST-AMOUNT (FLD-IDX) TO MTD-ACTUAL (FLD-IDX)
           END-IF.

       300-COMPUTE-YTD-BUDGET.
           MOVE ZERO TO YTD-IDX.
           PERFORM 310-ADD-ONE-BUDGET-MONTH
               UNTIL YTD-IDX = 12.

       310-ADD-ONE-BUDGET-MONTH.
           ADD 1 TO YTD-IDX.
           COMPUTE BT-FIND-MONTH = ASOF-YEAR * 100 + YTD-IDX.
           PERFORM 145-FIND-BUDGET-MONTH.
           IF BT-FOUND = 'Y'
               MOVE ZERO TO FLD-IDX
               PERFORM 311-ADD-ONE-BUDGET-FIELD
                   UNTIL FLD-IDX = 5
           END-IF.

       311-ADD-ONE-BUDGET-FIELD.
           ADD 1 TO FLD-IDX.
           ADD BT-AMOUNT (BT-IDX, FLD-IDX) TO YEAR-BUDGET (FLD-IDX).
           IF YTD-IDX < ASOF-MM
               ADD BT-AMOUNT (BT-IDX, FLD-IDX) TO YTD-BUDGET (FLD-IDX)
           END-IF.
           IF YTD-IDX = ASOF-MM
               COMPUTE MTD-BUDGET ROUNDED =
                   BT-AMOUNT (BT-IDX, FLD-IDX) * ASOF-DD / DAYS-IN-MONTH
               ADD MTD-BUDGET TO YTD-BUDGET (FLD-IDX)
           END-IF.

       400-REPORT-ONE-FIELD.
           ADD 1 TO FLD-IDX.
           MOVE FLD-IDX TO FHL-FLD-OUT.
           DISPLAY FIELD-HDR-LINE.
           MOVE FIELD-HDR-LINE TO VARIANCEOUT-REC.
           WRITE VARIANCEOUT-REC.

           MOVE ZERO TO MONTH-BUDGET.
           IF BT-CUR-IDX > ZERO
               IF BT-SET (BT-CUR-IDX, FLD-IDX) = 'Y'
                   MOVE BT-AMOUNT (BT-CUR-IDX, FLD-IDX) TO MONTH-BUDGET
               END-IF
           END-IF.
           COMPUTE MTD-BUDGET ROUNDED =
               MONTH-BUDGET * ASOF-DD / DAYS-IN-MONTH.
           COMPUTE MONTH-PROJ ROUNDED =
               MTD-ACTUAL (FLD-IDX) * DAYS-IN-MONTH / ASOF-DD.
           COMPUTE YEAR-PROJ ROUNDED =
               YTD-ACTUAL (FLD-IDX) * DAYS-IN-YEAR / DAY-OF-YEAR.

           MOVE '  MONTH TO DATE  ' TO CMP-LBL-OUT.
           MOVE MTD-ACTUAL (FLD-IDX) TO CMP-ACT-OUT.
           MOVE MTD-BUDGET TO CMP-BUD-OUT.
           MOVE MTD-BUDGET TO COMPARE-BUDGET.
           COMPUTE VARIANCE = MTD-ACTUAL (FLD-IDX) - MTD-BUDGET.
           PERFORM 410-SET-VARIANCE-PCT.
           MOVE VARIANCE-PCT TO CMP-PCT-OUT.
           MOVE SPACES TO CMP-FLAG-OUT.
           PERFORM 450-WRITE-COMPARE-LINE.

           MOVE '  MONTH-END PROJ ' TO CMP-LBL-OUT.
           MOVE MONTH-PROJ TO CMP-ACT-OUT.
           MOVE MONTH-BUDGET TO CMP-BUD-OUT.
           MOVE MONTH-BUDGET TO COMPARE-BUDGET.
           COMPUTE VARIANCE = MONTH-PROJ - MONTH-BUDGET.
           PERFORM 410-SET-VARIANCE-PCT.
           MOVE VARIANCE-PCT TO CMP-PCT-OUT.
           MOVE VARIANCE-PCT TO MISS-PCT.
           IF MISS-PCT < ZERO
               COMPUTE MISS-PCT = ZERO - MISS-PCT
           END-IF.
           IF MONTH-BUDGET = ZERO
              AND (BT-CUR-IDX = ZERO
                   OR BT-SET (BT-CUR-IDX, FLD-IDX) NOT = 'Y')
               MOVE 'NO BUDGET' TO CMP-FLAG-OUT
               ADD 1 TO NO-BUDGET-COUNT
           ELSE
               IF MISS-PCT > TOLERANCE-PCT
                  OR (MONTH-BUDGET = ZERO AND MONTH-PROJ NOT = ZERO)
                   MOVE 'OVER TOL' TO CMP-FLAG-OUT
                   ADD 1 TO FLAGGED-COUNT
               END-IF
           END-IF.
           PERFORM 450-WRITE-COMPARE-LINE.

           MOVE '  YEAR TO DATE   ' TO CMP-LBL-OUT.
           MOVE YTD-ACTUAL (FLD-IDX) TO CMP-ACT-OUT.
           MOVE YTD-BUDGET (FLD-IDX) TO CMP-BUD-OUT.
           MOVE YTD-BUDGET (FLD-IDX) TO COMPARE-BUDGET.
           COMPUTE VARIANCE = YTD-ACTUAL (FLD-IDX) - COMPARE-BUDGET.
           PERFORM 410-SET-VARIANCE-PCT.
           MOVE VARIANCE-PCT TO CMP-PCT-OUT.
           MOVE SPACES TO CMP-FLAG-OUT.
           PERFORM 450-WRITE-COMPARE-LINE.

           MOVE '  YEAR-END PROJ  ' TO CMP-LBL-OUT.
           MOVE YEAR-PROJ TO CMP-ACT-OUT.
           MOVE YEAR-BUDGET (FLD-IDX) TO CMP-BUD-OUT.
           MOVE YEAR-BUDGET (FLD-IDX) TO COMPARE-BUDGET.
           COMPUTE VARIANCE = YEAR-PROJ - COMPARE-BUDGET.
           PERFORM 410-SET-VARIANCE-PCT.
           MOVE VARIANCE-PCT TO CMP-PCT-OUT.
           MOVE SPACES TO CMP-FLAG-OUT.
           PERFORM 450-WRITE-COMPARE-LINE.

       410-SET-VARIANCE-PCT.
           IF COMPARE-BUDGET = ZERO
               MOVE ZERO TO VARIANCE-PCT
           ELSE
               COMPUTE VARIANCE-PCT ROUNDED =
                   VARIANCE * 100 / COMPARE-BUDGET
                   ON SIZE ERROR
                       MOVE 9999999.99 TO VARIANCE-PCT
               END-COMPUTE
           END-IF.
           MOVE VARIANCE TO CMP-VAR-OUT.

       450-WRITE-COMPARE-LINE.
           DISPLAY COMPARE-LINE.
           MOVE COMPARE-LINE TO VARIANCEOUT-REC.
           WRITE VARIANCEOUT-REC.

       600-WRITE-SUMMARY.
           MOVE FLAGGED-COUNT TO FLAGGED-OUT.
           DISPLAY FLAGGED-LINE.
           MOVE FLAGGED-LINE TO VARIANCEOUT-REC.
           WRITE VARIANCEOUT-REC.

           MOVE NO-BUDGET-COUNT TO NO-BUDGET-OUT.
           DISPLAY NO-BUDGET-LINE.
           MOVE NO-BUDGET-LINE TO VARIANCEOUT-REC.
           WRITE VARIANCEOUT-REC.

       700-WRITE-AUDIT.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO AUD-DATE.
           MOVE WS-RUN-TIME(1:6)   TO AUD-TIME.
           MOVE WS-RUN-TIME(1:6)   TO AUD-START.
           MOVE WS-END-TIME(1:6)   TO AUD-END.
           MOVE HIST-READ-COUNT    TO AUD-READ.
           COMPUTE AUD-GOOD = 5 - FLAGGED-COUNT.
           MOVE FLAGGED-COUNT      TO AUD-EXC.
           MOVE RETURN-CODE        TO AUD-RC.
           OPEN EXTEND AUDITFILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITFILE
           END-IF.
           MOVE AUDIT-LINE TO AUDITFILE-REC.
           WRITE AUDITFILE-REC.
           CLOSE AUDITFILE.

       END PROGRAM PROGRAM20.
