      *                  number with record type 'A', and the totals
      *                  record fields are signed, so a back-out day
      *                  lands on the master with its signs intact.
      *   10-14-26  TJA  A reload is refused when the run date falls in
      *                  an accounting period marked CLOSED on the
      *                  period control file period.prm: the master is
      *                  not opened and the run ends with return code
      *                  8. An OVERRIDE card for the period, dated for
      *                  the run and giving a reason, opens the period
      *                  for that run only; each override used is
      *                  logged on runaudit.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM5.
               SELECT EXTRACTIN ASSIGN TO "program2.ext"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXTRACTIN-STATUS.
               SELECT PERIODFILE ASSIGN TO "period.prm"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PERIODFILE-STATUS.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.
               SELECT MASTFILE ASSIGN TO "program2.mst"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
               05 EXTADJ-NUM4          PIC S9(02).
               05 EXTADJ-NUM5          PIC S9(01).

           FD PERIODFILE.
           01 PER-REC.
               05 PER-KEYWORD          PIC X(10).
               05 PER-VALUE            PIC X(60).

           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

           FD MASTFILE.
           01 MAST-REC.
               05 MAST-KEY.
           01 MAST-STATUS           PIC XX.

           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).

           01 DETAIL-SEQ            PIC 9(7)  VALUE ZERO.
           01 LOADED-COUNT          PIC 9(7)  VALUE ZERO.
                   'MASTER RECORDS REPLACED:'.
               05 REPLACED-OUT      PIC ZZZZZZ9.

           01 PERIODFILE-STATUS     PIC XX.
           01 AUDIT-STATUS          PIC XX.
           01 PER-LASTREC           PIC X     VALUE SPACE.
           01 PER-PERIOD-CHECK      PIC X(6).
           01 PER-DATE-CHECK        PIC X(8).

           01 CLOSED-TABLE.
               05 CLOSED-PERIOD     PIC 9(6)  OCCURS 240 TIMES.
           01 CLOSED-MAX            PIC 999   VALUE 240.
           01 CLOSED-COUNT          PIC 999   VALUE ZERO.
           01 CLOSED-IDX            PIC 999   VALUE ZERO.

           01 OVR-TABLE.
               05 OVR-ENTRY OCCURS 20 TIMES.
                   10 OVR-PERIOD    PIC 9(6).
                   10 OVR-REASON    PIC X(40).
           01 OVR-MAX               PIC 99    VALUE 20.
           01 OVR-COUNT             PIC 99    VALUE ZERO.
           01 OVR-IDX               PIC 99    VALUE ZERO.
           01 OVR-MATCH-IDX         PIC 99    VALUE ZERO.
           01 PER-CHECK-DATE        PIC 9(8)  VALUE ZERO.
           01 PER-CLOSED            PIC X     VALUE 'N'.
           01 PER-OVERRIDDEN        PIC X     VALUE 'N'.
           01 PERIOD-REFUSED        PIC X     VALUE 'N'.

           01 PERIOD-LOCK-LINE.
               05 FILLER            PIC X(22) VALUE
                   'PERIOD CLOSED, DATE:  '.
               05 PLK-DATE-OUT      PIC 9(8).
               05 FILLER            PIC X(30) VALUE
                   ' LEFT UNCHANGED, NO OVERRIDE'.
           01 PERIOD-OVR-LINE.
               05 FILLER            PIC X(22) VALUE
                   'CLOSED PERIOD OPENED: '.
               05 POV-DATE-OUT      PIC 9(8).
               05 FILLER            PIC X(17) VALUE
                   ' BY OVERRIDE CARD'.
           01 PERIOD-REASON-LINE.
               05 FILLER            PIC X(22) VALUE
                   'OVERRIDE REASON:      '.
               05 POR-REASON-OUT    PIC X(40).

           01 OVERRIDE-AUDIT-LINE.
               05 OVA-PGM           PIC X(9)  VALUE 'PROGRAM5'.
               05 FILLER            PIC X     VALUE SPACE.
               05 OVA-DATE          PIC 9(8).
               05 FILLER            PIC X     VALUE '-'.
               05 OVA-TIME          PIC 9(6).
               05 FILLER            PIC X(18) VALUE
                   ' PERIOD OVERRIDE: '.
               05 OVA-PERIOD        PIC 9(6).
               05 FILLER            PIC X(7)  VALUE ' DATE: '.
               05 OVA-TOUCHED       PIC 9(8).
               05 FILLER            PIC X(9)  VALUE ' REASON: '.
               05 OVA-REASON        PIC X(40).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM 170-LOAD-PERIOD-CONTROL.

           MOVE WS-RUN-DATE TO PER-CHECK-DATE.
           PERFORM 850-CHECK-PERIOD-LOCK.
           IF PERIOD-REFUSED = 'Y'
               MOVE WS-RUN-DATE TO PLK-DATE-OUT
               DISPLAY PERIOD-LOCK-LINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PER-OVERRIDDEN = 'Y'
               MOVE WS-RUN-DATE TO POV-DATE-OUT
               DISPLAY PERIOD-OVR-LINE
               MOVE OVR-REASON (OVR-MATCH-IDX) TO POR-REASON-OUT
               DISPLAY PERIOD-REASON-LINE
           END-IF.

           OPEN INPUT EXTRACTIN.
           IF EXTRACTIN-STATUS = '35'

           STOP RUN.

       170-LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIODFILE.
           IF PERIODFILE-STATUS = '35'
               DISPLAY 'NO PERIOD CONTROL FILE, NO PERIOD IS CLOSED'
           ELSE
               MOVE SPACE TO PER-LASTREC
               PERFORM 171-LOAD-ONE-PERIOD-CARD
                   UNTIL PER-LASTREC = 'Y'
               CLOSE PERIODFILE
           END-IF.

       171-LOAD-ONE-PERIOD-CARD.
           READ PERIODFILE
               AT END MOVE 'Y' TO PER-LASTREC
               NOT AT END
                   IF PER-KEYWORD = 'CLOSED'
                       PERFORM 172-STORE-CLOSED-CARD
                   ELSE
                       IF PER-KEYWORD = 'OVERRIDE'
                           PERFORM 173-STORE-OVERRIDE-CARD
                       ELSE
                           IF PER-REC = SPACES
                               CONTINUE
                           ELSE
                               DISPLAY 'BAD PERIOD CARD, UNKNOWN '
                                   'KEYWORD: ' PER-KEYWORD
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       172-STORE-CLOSED-CARD.
           MOVE PER-VALUE(1:6) TO PER-PERIOD-CHECK.
           IF PER-PERIOD-CHECK IS NOT NUMERIC
              OR PER-PERIOD-CHECK(5:2) < '01'
              OR PER-PERIOD-CHECK(5:2) > '12'
               DISPLAY 'BAD CLOSED CARD, PERIOD MUST BE 6 DIGITS '
                   'YYYYMM: ' PER-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CLOSED-COUNT = CLOSED-MAX
               DISPLAY 'TOO MANY CLOSED CARDS, LIMIT IS ' CLOSED-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CLOSED-COUNT.
           MOVE PER-PERIOD-CHECK TO CLOSED-PERIOD (CLOSED-COUNT).

       173-STORE-OVERRIDE-CARD.
           MOVE PER-VALUE(1:6) TO PER-PERIOD-CHECK.
           MOVE PER-VALUE(8:8) TO PER-DATE-CHECK.
           IF PER-PERIOD-CHECK IS NOT NUMERIC
              OR PER-PERIOD-CHECK(5:2) < '01'
              OR PER-PERIOD-CHECK(5:2) > '12'
              OR PER-DATE-CHECK IS NOT NUMERIC
              OR PER-VALUE(17:40) = SPACES
               DISPLAY 'BAD OVERRIDE CARD, NEEDS PERIOD YYYYMM, '
                   'DATE YYYYMMDD AND A REASON: ' PER-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PER-DATE-CHECK NOT = WS-RUN-DATE
               DISPLAY 'OVERRIDE CARD NOT DATED FOR THIS RUN, '
                   'IGNORED: ' PER-VALUE
           ELSE
               IF OVR-COUNT = OVR-MAX
                   DISPLAY 'TOO MANY OVERRIDE CARDS, LIMIT IS '
                       OVR-MAX
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO OVR-COUNT
               MOVE PER-PERIOD-CHECK TO OVR-PERIOD (OVR-COUNT)
               MOVE PER-VALUE(17:40) TO OVR-REASON (OVR-COUNT)
           END-IF.

       200-LOAD-ONE-RECORD.
           READ EXTRACTIN
               AT END MOVE 'Y' TO LASTREC
               END-IF
           END-IF.

       850-CHECK-PERIOD-LOCK.
           MOVE 'N' TO PER-CLOSED.
           MOVE 'N' TO PER-OVERRIDDEN.
           MOVE 'N' TO PERIOD-REFUSED.
           IF CLOSED-COUNT > ZERO
               MOVE ZERO TO CLOSED-IDX
               PERFORM 851-CHECK-ONE-CLOSED-PERIOD
                   UNTIL CLOSED-IDX = CLOSED-COUNT
                      OR PER-CLOSED = 'Y'
           END-IF.
           IF PER-CLOSED = 'Y' AND OVR-COUNT > ZERO
               MOVE ZERO TO OVR-IDX
               PERFORM 852-CHECK-ONE-OVERRIDE
                   UNTIL OVR-IDX = OVR-COUNT
                      OR PER-OVERRIDDEN = 'Y'
           END-IF.
           IF PER-CLOSED = 'Y'
               IF PER-OVERRIDDEN = 'Y'
                   PERFORM 860-WRITE-OVERRIDE-AUDIT
               ELSE
                   MOVE 'Y' TO PERIOD-REFUSED
               END-IF
           END-IF.

       851-CHECK-ONE-CLOSED-PERIOD.
           ADD 1 TO CLOSED-IDX.
           IF CLOSED-PERIOD (CLOSED-IDX) = PER-CHECK-DATE(1:6)
               MOVE 'Y' TO PER-CLOSED
           END-IF.

       852-CHECK-ONE-OVERRIDE.
           ADD 1 TO OVR-IDX.
           IF OVR-PERIOD (OVR-IDX) = PER-CHECK-DATE(1:6)
               MOVE 'Y' TO PER-OVERRIDDEN
               MOVE OVR-IDX TO OVR-MATCH-IDX
           END-IF.

       860-WRITE-OVERRIDE-AUDIT.
           MOVE WS-RUN-DATE                 TO OVA-DATE.
           MOVE WS-RUN-TIME(1:6)            TO OVA-TIME.
           MOVE OVR-PERIOD (OVR-MATCH-IDX)  TO OVA-PERIOD.
           MOVE PER-CHECK-DATE              TO OVA-TOUCHED.
           MOVE OVR-REASON (OVR-MATCH-IDX)  TO OVA-REASON.
           OPEN EXTEND AUDITFILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITFILE
           END-IF.
           MOVE OVERRIDE-AUDIT-LINE TO AUDITFILE-REC.
           WRITE AUDITFILE-REC.
           CLOSE AUDITFILE.

       END PROGRAM PROGRAM5.
