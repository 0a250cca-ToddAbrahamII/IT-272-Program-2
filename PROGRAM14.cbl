      *          appended to the shared audit file runaudit.txt.
      * Tectonics: cobc
      * Modifications:
      *   10-14-26  TJA  Every batch written to ledger.txt is now kept
      *                  on the permanent posting register postreg.txt
      *                  (batch number and reference, run date, date
      *                  posted for, the five amounts and the hash
      *                  total). A rerun on a date already posted does
      *                  not post the day again. Each run compares
      *                  the register's figures for every posted date
      *                  with the books (the extract trailer for the
      *                  run date, program2.hist for earlier dates);
      *                  a day changed since it posted, by a PROGRAM4
      *                  repair or a PROGRAM9 REPLACE, gets a reversal
      *                  batch (RVnnnnnn) backing out the amounts
      *                  posted and a re-post batch (RPnnnnnn) with
      *                  the corrected ones, each with its own header,
      *                  trailer and hash total. Dates no longer on
      *                  the history file are listed, not reversed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM14.
                ORGANIZATION IS LINE SEQUENTIAL.
               SELECT POSTRPT ASSIGN TO "postrpt.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REGFILE ASSIGN TO "postreg.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REGFILE-STATUS.
               SELECT HISTFILE ASSIGN TO "program2.hist"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HIST-STATUS.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.
           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

           FD REGFILE.
           01 REG-REC.
               05 REG-BATCH-NO         PIC 9(06).
               05 FILLER               PIC X(01).
               05 REG-BATCH-REF        PIC X(08).
               05 FILLER               PIC X(01).
               05 REG-KIND             PIC X(01).
               05 FILLER               PIC X(01).
               05 REG-RUN-DATE         PIC 9(08).
               05 FILLER               PIC X(01).
               05 REG-POST-DATE        PIC 9(08).
               05 REG-AMOUNTS OCCURS 5 TIMES.
                   10 FILLER           PIC X(01).
                   10 REG-AMOUNT       PIC S9(08)
                                       SIGN IS LEADING SEPARATE.
               05 FILLER               PIC X(01).
               05 REG-HASH-TOTAL       PIC S9(10)
                                       SIGN IS LEADING SEPARATE.
               05 FILLER               PIC X(01).
               05 REG-LINE-COUNT       PIC 9(05).

           FD HISTFILE.
           01 HIST-REC.
               05 HIST-DATE            PIC 9(08).
               05 HIST-TOTAL1          PIC S9(08).
               05 HIST-TOTAL2          PIC S9(08).
               05 HIST-TOTAL3          PIC S9(08).
               05 HIST-TOTAL4          PIC S9(07).
               05 HIST-TOTAL5          PIC S9(06).
               05 HIST-COUNT           PIC 9(07).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(40) VALUE ALL '-'.
           01 ENDLINES              PIC X(40) VALUE ALL '-'.
           01 EXTRACTIN-STATUS      PIC XX.
           01 RECONIN-STATUS        PIC XX.
           01 AUDIT-STATUS          PIC XX.
           01 REGFILE-STATUS        PIC XX.
           01 HIST-STATUS           PIC XX.

           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).
           01 POST-FIELD            PIC 9.
           01 POST-LINE-COUNT       PIC 9(5)  VALUE ZERO.
           01 HASH-TOTAL            PIC S9(10) VALUE ZERO.
           01 TOTAL-LINE-COUNT      PIC 9(5)  VALUE ZERO.

           01 POSTED-TABLE.
               05 PD-ENTRY OCCURS 3000 TIMES.
                   10 PD-DATE       PIC 9(8).
                   10 PD-AMOUNT     PIC S9(8) OCCURS 5 TIMES.
           01 PD-MAX                PIC 9(4)  VALUE 3000.
           01 PD-COUNT              PIC 9(4)  VALUE ZERO.
           01 PD-IDX                PIC 9(4)  VALUE ZERO.
           01 PD-FOUND              PIC X     VALUE 'N'.
           01 PD-FIND-DATE          PIC 9(8)  VALUE ZERO.
           01 PD-HIST-SEEN-TABLE.
               05 PD-HIST-SEEN      PIC X     OCCURS 3000 TIMES.
           01 REG-LASTREC           PIC X     VALUE SPACE.
           01 LAST-BATCH-NO         PIC 9(6)  VALUE ZERO.
           01 FLD-IDX               PIC 9     VALUE ZERO.

           01 BATCH-REF             PIC X(8).
           01 BATCH-REF-PARTS REDEFINES BATCH-REF.
               05 BATCH-REF-TYPE    PIC X(2).
               05 BATCH-REF-NO      PIC 9(6).
           01 BATCH-KIND            PIC X.
           01 BATCH-POST-DATE       PIC 9(8).
           01 BATCH-AMOUNT-TABLE.
               05 BATCH-AMOUNT      PIC S9(8) OCCURS 5 TIMES.
           01 BOOK-AMOUNT-TABLE.
               05 BOOK-AMOUNT       PIC S9(8) OCCURS 5 TIMES.
           01 BOOK-CHANGED          PIC X     VALUE 'N'.

           01 DAILY-COUNT           PIC 9(5)  VALUE ZERO.
           01 CORRECTED-COUNT       PIC 9(5)  VALUE ZERO.
           01 NOT-ON-HIST-COUNT     PIC 9(5)  VALUE ZERO.

           01 LEDGER-HEADER-LINE.
               05 FILLER            PIC X(01) VALUE 'H'.
                   'BATCH HASH TOTAL:       '.
               05 HASH-TOTAL-OUT    PIC -(10)9.

           01 BATCH-LINE.
               05 FILLER            PIC X(6)  VALUE 'BATCH '.
               05 BTL-REF-OUT       PIC X(8).
               05 FILLER            PIC X(10) VALUE ' FOR DATE '.
               05 BTL-DATE-OUT      PIC 9(8).
               05 FILLER            PIC X     VALUE SPACE.
               05 BTL-DESC-OUT      PIC X(20).

           01 ALREADY-POSTED-LINE.
               05 FILLER            PIC X(23) VALUE
                   'RUN DATE ALREADY POSTED'.
               05 FILLER            PIC X(26) VALUE
                   ' AND UNCHANGED, NOT POSTED'.
           01 NOT-ON-HIST-LINE.
               05 FILLER            PIC X(14) VALUE 'POSTED DATE: '.
               05 NOH-DATE-OUT      PIC 9(8).
               05 FILLER            PIC X(30) VALUE
                   ' NOT ON HISTORY, NOT CHECKED'.

           01 DAILY-COUNT-LINE.
               05 FILLER            PIC X(24) VALUE
                   'DAILY BATCHES POSTED:   '.
               05 DAILY-COUNT-OUT   PIC ZZZZ9.
           01 CORRECTED-COUNT-LINE.
               05 FILLER            PIC X(24) VALUE
                   'POSTED DAYS CORRECTED:  '.
               05 CORRECTED-COUNT-OUT PIC ZZZZ9.

           01 NO-TRAILER-MSG        PIC X(40) VALUE
               'NO TOTALS TRAILER FOUND ON THE EXTRACT'.
           01 NO-RECON-MSG.
                   END-IF
           END-READ.

       350-LOAD-REGISTER.
           OPEN INPUT REGFILE.
           IF REGFILE-STATUS = '35'
               DISPLAY 'NO POSTING REGISTER FOUND, STARTING A NEW ONE'
           ELSE
               MOVE SPACE TO REG-LASTREC
               PERFORM 351-LOAD-ONE-REGISTER-REC
                   UNTIL REG-LASTREC = 'Y'
               CLOSE REGFILE
           END-IF.

       351-LOAD-ONE-REGISTER-REC.
           READ REGFILE
               AT END MOVE 'Y' TO REG-LASTREC
               NOT AT END
                   IF REG-BATCH-NO > LAST-BATCH-NO
                       MOVE REG-BATCH-NO TO LAST-BATCH-NO
                   END-IF
                   IF REG-KIND NOT = 'R'
                       MOVE REG-POST-DATE TO PD-FIND-DATE
                       PERFORM 355-FIND-POSTED-DATE
                       IF PD-FOUND = 'N'
                           PERFORM 352-ADD-POSTED-DATE
                       END-IF
                       MOVE ZERO TO FLD-IDX
                       PERFORM 353-KEEP-ONE-REG-AMOUNT
                           UNTIL FLD-IDX = 5
                   END-IF
           END-READ.

       352-ADD-POSTED-DATE.
           IF PD-COUNT = PD-MAX
               DISPLAY 'POSTING REGISTER HOLDS MORE THAN ' PD-MAX
                   ' POSTED DATES, ARCHIVE THE OLDEST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO PD-COUNT.
           MOVE PD-COUNT      TO PD-IDX.
           MOVE REG-POST-DATE TO PD-DATE (PD-IDX).
           MOVE 'N'           TO PD-HIST-SEEN (PD-IDX).

       353-KEEP-ONE-REG-AMOUNT.
           ADD 1 TO FLD-IDX.
           MOVE REG-AMOUNT (FLD-IDX) TO PD-AMOUNT (PD-IDX, FLD-IDX).

       355-FIND-POSTED-DATE.
           MOVE 'N' TO PD-FOUND.
           MOVE ZERO TO PD-IDX.
           IF PD-COUNT > ZERO
               PERFORM 356-CHECK-ONE-POSTED-DATE
                   UNTIL PD-IDX = PD-COUNT OR PD-FOUND = 'Y'
           END-IF.

       356-CHECK-ONE-POSTED-DATE.
           ADD 1 TO PD-IDX.
           IF PD-DATE (PD-IDX) = PD-FIND-DATE
               MOVE 'Y' TO PD-FOUND
           END-IF.

       400-WRITE-LEDGER-FILE.
           PERFORM 350-LOAD-REGISTER.
           OPEN OUTPUT LEDGEROUT.

           MOVE EXT-TOTAL1 TO BOOK-AMOUNT (1).
           MOVE EXT-TOTAL2 TO BOOK-AMOUNT (2).
           MOVE EXT-TOTAL3 TO BOOK-AMOUNT (3).
           MOVE EXT-TOTAL4 TO BOOK-AMOUNT (4).
           MOVE EXT-TOTAL5 TO BOOK-AMOUNT (5).
           MOVE WS-RUN-DATE TO PD-FIND-DATE.
           PERFORM 355-FIND-POSTED-DATE.
           IF PD-FOUND = 'N'
               MOVE 'P2DAILY '  TO BATCH-REF
               MOVE 'P'         TO BATCH-KIND
               MOVE WS-RUN-DATE TO BATCH-POST-DATE
               MOVE 'DAILY POSTING'  TO BTL-DESC-OUT
               MOVE ZERO TO FLD-IDX
               PERFORM 421-MOVE-ONE-BOOK-AMOUNT
                   UNTIL FLD-IDX = 5
               PERFORM 420-WRITE-ONE-BATCH
               ADD 1 TO DAILY-COUNT
           ELSE
               MOVE 'Y' TO PD-HIST-SEEN (PD-IDX)
               PERFORM 550-CHECK-POSTED-DAY
               IF BOOK-CHANGED = 'N'
                   DISPLAY ALREADY-POSTED-LINE
                   MOVE ALREADY-POSTED-LINE TO POSTRPT-REC
                   WRITE POSTRPT-REC
               END-IF
           END-IF.

           PERFORM 500-SWEEP-HISTORY.
           CLOSE LEDGEROUT.

           MOVE DAILY-COUNT TO DAILY-COUNT-OUT.
           DISPLAY DAILY-COUNT-LINE.
           MOVE DAILY-COUNT-LINE TO POSTRPT-REC.
           WRITE POSTRPT-REC.
           MOVE CORRECTED-COUNT TO CORRECTED-COUNT-OUT.
           DISPLAY CORRECTED-COUNT-LINE.
           MOVE CORRECTED-COUNT-LINE TO POSTRPT-REC.
           WRITE POSTRPT-REC.

       410-WRITE-ONE-POSTING.
           MOVE POST-FIELD  TO LPO-FIELD.
           MOVE POST-FIELD  TO LPO-REF-FIELD.
           MOVE POST-AMOUNT TO LPO-AMOUNT.
           MOVE BATCH-POST-DATE TO LPO-REF-DATE.
           MOVE LEDGER-POSTING-LINE TO LEDGEROUT-REC.
           WRITE LEDGEROUT-REC.
           ADD 1 TO POST-LINE-COUNT.
           ADD 1 TO TOTAL-LINE-COUNT.
           ADD POST-AMOUNT TO HASH-TOTAL.
           MOVE POST-FIELD  TO PST-FLD-OUT.
           MOVE POST-AMOUNT TO PST-AMT-OUT.
           MOVE POSTED-LINE TO POSTRPT-REC.
           WRITE POSTRPT-REC.

       420-WRITE-ONE-BATCH.
           ADD 1 TO LAST-BATCH-NO.
           MOVE ZERO TO POST-LINE-COUNT.
           MOVE ZERO TO HASH-TOTAL.
           MOVE BATCH-REF       TO BTL-REF-OUT.
           MOVE BATCH-POST-DATE TO BTL-DATE-OUT.
           DISPLAY BATCH-LINE.
           MOVE BATCH-LINE TO POSTRPT-REC.
           WRITE POSTRPT-REC.

           MOVE WS-RUN-DATE TO LHD-DATE.
           MOVE BATCH-REF   TO LHD-BATCH-REF.
           MOVE LEDGER-HEADER-LINE TO LEDGEROUT-REC.
           WRITE LEDGEROUT-REC.

           MOVE ZERO TO POST-FIELD.
           PERFORM 422-POST-ONE-BATCH-FIELD
               UNTIL POST-FIELD = 5.

           MOVE POST-LINE-COUNT TO LTR-LINE-COUNT.
           MOVE HASH-TOTAL      TO LTR-HASH-TOTAL.
           MOVE LEDGER-TRAILER-LINE TO LEDGEROUT-REC.
           WRITE LEDGEROUT-REC.

           MOVE POST-LINE-COUNT TO LINES-WRITTEN-OUT.
           DISPLAY LINES-WRITTEN-LINE.
           MOVE LINES-WRITTEN-LINE TO POSTRPT-REC.
           WRITE POSTRPT-REC.
           MOVE HASH-TOTAL TO HASH-TOTAL-OUT.
           DISPLAY HASH-TOTAL-LINE.
           MOVE HASH-TOTAL-LINE TO POSTRPT-REC.
           WRITE POSTRPT-REC.

           PERFORM 430-WRITE-REGISTER-REC.

       421-MOVE-ONE-BOOK-AMOUNT.
           ADD 1 TO FLD-IDX.
           MOVE BOOK-AMOUNT (FLD-IDX) TO BATCH-AMOUNT (FLD-IDX).

       422-POST-ONE-BATCH-FIELD.
           ADD 1 TO POST-FIELD.
           MOVE BATCH-AMOUNT (POST-FIELD) TO POST-AMOUNT.
           PERFORM 410-WRITE-ONE-POSTING.

       430-WRITE-REGISTER-REC.
           MOVE SPACES          TO REG-REC.
           MOVE LAST-BATCH-NO   TO REG-BATCH-NO.
           MOVE BATCH-REF       TO REG-BATCH-REF.
           MOVE BATCH-KIND      TO REG-KIND.
           MOVE WS-RUN-DATE     TO REG-RUN-DATE.
           MOVE BATCH-POST-DATE TO REG-POST-DATE.
           MOVE ZERO TO FLD-IDX.
           PERFORM 431-MOVE-ONE-REG-AMOUNT
               UNTIL FLD-IDX = 5.
           MOVE HASH-TOTAL      TO REG-HASH-TOTAL.
           MOVE POST-LINE-COUNT TO REG-LINE-COUNT.
           OPEN EXTEND REGFILE.
           IF REGFILE-STATUS = '35'
               OPEN OUTPUT REGFILE
           END-IF.
           WRITE REG-REC.
           CLOSE REGFILE.

       431-MOVE-ONE-REG-AMOUNT.
           ADD 1 TO FLD-IDX.
           MOVE BATCH-AMOUNT (FLD-IDX) TO REG-AMOUNT (FLD-IDX).

       450-CLEAR-LEDGER-FILE.
           OPEN OUTPUT LEDGEROUT.
           CLOSE LEDGEROUT.

       500-SWEEP-HISTORY.
           OPEN INPUT HISTFILE.
           IF HIST-STATUS = '35'
               DISPLAY 'NO HISTORY FILE FOUND, POSTED DAYS NOT CHECKED'
               CLOSE HISTFILE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 510-CHECK-ONE-HIST-REC
                   UNTIL LASTREC = 'Y'
               CLOSE HISTFILE
               MOVE ZERO TO PD-IDX
               PERFORM 520-LIST-ONE-UNSEEN-DATE
                   UNTIL PD-IDX = PD-COUNT
           END-IF.

       510-CHECK-ONE-HIST-REC.
           READ HISTFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   IF HIST-DATE NOT = WS-RUN-DATE
                       MOVE HIST-DATE TO PD-FIND-DATE
                       PERFORM 355-FIND-POSTED-DATE
                       IF PD-FOUND = 'Y'
                           MOVE 'Y' TO PD-HIST-SEEN (PD-IDX)
                           MOVE HIST-TOTAL1 TO BOOK-AMOUNT (1)
                           MOVE HIST-TOTAL2 TO BOOK-AMOUNT (2)
                           MOVE HIST-TOTAL3 TO BOOK-AMOUNT (3)
                           MOVE HIST-TOTAL4 TO BOOK-AMOUNT (4)
                           MOVE HIST-TOTAL5 TO BOOK-AMOUNT (5)
                           PERFORM 550-CHECK-POSTED-DAY
                       END-IF
                   END-IF
           END-READ.

       520-LIST-ONE-UNSEEN-DATE.
           ADD 1 TO PD-IDX.
           IF PD-HIST-SEEN (PD-IDX) = 'N'
               ADD 1 TO NOT-ON-HIST-COUNT
               MOVE PD-DATE (PD-IDX) TO NOH-DATE-OUT
               DISPLAY NOT-ON-HIST-LINE
               MOVE NOT-ON-HIST-LINE TO POSTRPT-REC
               WRITE POSTRPT-REC
           END-IF.

       550-CHECK-POSTED-DAY.
           MOVE 'N' TO BOOK-CHANGED.
           MOVE ZERO TO FLD-IDX.
           PERFORM 551-COMPARE-ONE-AMOUNT
               UNTIL FLD-IDX = 5.
           IF BOOK-CHANGED = 'Y'
               PERFORM 560-WRITE-CORRECTION
           END-IF.

       551-COMPARE-ONE-AMOUNT.
           ADD 1 TO FLD-IDX.
           IF BOOK-AMOUNT (FLD-IDX) NOT = PD-AMOUNT (PD-IDX, FLD-IDX)
               MOVE 'Y' TO BOOK-CHANGED
           END-IF.

       560-WRITE-CORRECTION.
           MOVE PD-DATE (PD-IDX) TO BATCH-POST-DATE.
           MOVE 'R'  TO BATCH-KIND.
           MOVE 'RV' TO BATCH-REF-TYPE.
           COMPUTE BATCH-REF-NO = LAST-BATCH-NO + 1.
           MOVE 'REVERSAL'       TO BTL-DESC-OUT.
           MOVE ZERO TO FLD-IDX.
           PERFORM 561-REVERSE-ONE-AMOUNT
               UNTIL FLD-IDX = 5.
           PERFORM 420-WRITE-ONE-BATCH.

           MOVE 'C'  TO BATCH-KIND.
           MOVE 'RP' TO BATCH-REF-TYPE.
           COMPUTE BATCH-REF-NO = LAST-BATCH-NO + 1.
           MOVE 'CORRECTED RE-POST' TO BTL-DESC-OUT.
           MOVE ZERO TO FLD-IDX.
           PERFORM 421-MOVE-ONE-BOOK-AMOUNT
               UNTIL FLD-IDX = 5.
           PERFORM 420-WRITE-ONE-BATCH.

           MOVE ZERO TO FLD-IDX.
           PERFORM 562-KEEP-ONE-BOOK-AMOUNT
               UNTIL FLD-IDX = 5.
           ADD 1 TO CORRECTED-COUNT.

       561-REVERSE-ONE-AMOUNT.
           ADD 1 TO FLD-IDX.
           COMPUTE BATCH-AMOUNT (FLD-IDX) =
               ZERO - PD-AMOUNT (PD-IDX, FLD-IDX).

       562-KEEP-ONE-BOOK-AMOUNT.
           ADD 1 TO FLD-IDX.
           MOVE BOOK-AMOUNT (FLD-IDX) TO PD-AMOUNT (PD-IDX, FLD-IDX).

       700-WRITE-AUDIT.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO AUD-DATE.
           MOVE WS-RUN-TIME(1:6)   TO AUD-TIME.
           MOVE WS-RUN-TIME(1:6)   TO AUD-START.
           MOVE WS-END-TIME(1:6)   TO AUD-END.
           MOVE TOTAL-LINE-COUNT   TO AUD-READ.
           MOVE TOTAL-LINE-COUNT   TO AUD-GOOD.
           MOVE ZERO               TO AUD-EXC.
           IF RECON-PASSED = 'Y'
               MOVE 'OK'       TO AUD-CONTROL
