      ******************************************************************
      * Author: TODD ABRAHAM
      * Date: 10-14-26
      * Purpose: Trace inquiry for a figure posted to the corporate
      *          ledger. Takes one request from the card file
      *          trace.prm, either a REFERENCE card naming the ledger
      *          posting reference (P2FLDn-yyyymmdd) or a RUNDATE
      *          card (yyyymmdd) with a FIELD card (1 to 5), and
      *          prints the whole trail for that date and field on
      *          trace.txt: the amount on the current ledger.txt
      *          batch and every batch on the posting register
      *          postreg.txt for the date with the net posted, the
      *          totals trailer on program2.ext and any PROGRAM4
      *          repair trailers that replaced it, the repair report
      *          repair.txt and the PROGRAM7 reconciliation recon.txt
      *          (these three only hold the latest cycle, so they are
      *          shown when they are for the traced date), the
      *          program2.hist record and any PROGRAM9 maintenance on
      *          maintrpt.txt against the date, the 'D' detail and
      *          'A' adjustment records on the master program2.mst
      *          added up by file identifier, and the register.txt
      *          receipt for each inbound file that supplied them
      *          (file identifiers are named from PROGRAM2's lines on
      *          srcstats.txt for the date). The trail is then tied
      *          out: net posted to history, history to the master
      *          totals record, the totals record to the detail and
      *          adjustment records, the final extract trailer to
      *          history, the reconciliation result, and a passed
      *          receipt for every file. Any link that does not tie
      *          out is flagged and the run finishes with return code
      *          8; a bad or missing request ends with 16. A record
      *          is appended to the shared audit file runaudit.txt.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM21.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARMFILE ASSIGN TO "trace.prm"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PARMFILE-STATUS.
               SELECT LEDGERIN ASSIGN TO "ledger.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS LEDGERIN-STATUS.
               SELECT REGFILE ASSIGN TO "postreg.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REGFILE-STATUS.
               SELECT EXTRACTIN ASSIGN TO "program2.ext"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXTRACTIN-STATUS.
               SELECT RECONIN ASSIGN TO "recon.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RECONIN-STATUS.
               SELECT REPAIRIN ASSIGN TO "repair.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REPAIRIN-STATUS.
               SELECT HISTFILE ASSIGN TO "program2.hist"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HIST-STATUS.
               SELECT MAINTIN ASSIGN TO "maintrpt.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MAINTIN-STATUS.
               SELECT MASTFILE ASSIGN TO "program2.mst"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-KEY
                FILE STATUS IS MAST-STATUS.
               SELECT STATSFILE ASSIGN TO "srcstats.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS STATSFILE-STATUS.
               SELECT RCPTFILE ASSIGN TO "register.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RCPTFILE-STATUS.
               SELECT TRACEOUT ASSIGN TO "trace.txt"
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

           FD LEDGERIN.
           01 LEDGERIN-REC.
               05 LGR-REC-TYPE         PIC X(01).
               05 LGR-DATA             PIC X(39).
           01 LEDGER-HEADER-REC REDEFINES LEDGERIN-REC.
               05 FILLER               PIC X(01).
               05 LGH-DATE             PIC 9(08).
               05 LGH-BATCH-REF        PIC X(08).
               05 FILLER               PIC X(23).
           01 LEDGER-POSTING-REC REDEFINES LEDGERIN-REC.
               05 FILLER               PIC X(01).
               05 LGP-FIELD            PIC 9(01).
               05 LGP-AMOUNT           PIC S9(08)
                                       SIGN LEADING SEPARATE.
               05 LGP-REFERENCE        PIC X(15).
               05 FILLER               PIC X(14).

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
                                       SIGN LEADING SEPARATE.
               05 FILLER               PIC X(01).
               05 REG-HASH-TOTAL       PIC S9(10)
                                       SIGN LEADING SEPARATE.
               05 FILLER               PIC X(01).
               05 REG-LINE-COUNT       PIC 9(05).

           FD EXTRACTIN.
           01 EXTRACT-REC.
               05 EXTRACT-REC-TYPE     PIC X(01).
               05 EXTRACT-FILE-ID      PIC 99.
               05 EXTRACTNUM1          PIC 999.
               05 EXTRACTNUM2          PIC 999.
               05 EXTRACTNUM3          PIC 999.
               05 EXTRACTNUM4          PIC 99.
               05 EXTRACTNUM5          PIC 9.
           01 EXTRACT-TOTAL-REC REDEFINES EXTRACT-REC.
               05 EXTTOT-REC-TYPE      PIC X(01).
               05 EXTTOT-FILE-ID       PIC 99.
               05 EXTTOT-TOTAL1        PIC S9(8).
               05 EXTTOT-TOTAL2        PIC S9(8).
               05 EXTTOT-TOTAL3        PIC S9(8).
               05 EXTTOT-TOTAL4        PIC S9(7).
               05 EXTTOT-TOTAL5        PIC S9(6).
               05 EXTTOT-AVG1          PIC S9(5)V99.
               05 EXTTOT-AVG2          PIC S9(5)V99.
               05 EXTTOT-AVG3          PIC S9(5)V99.
               05 EXTTOT-AVG4          PIC S9(4)V99.
               05 EXTTOT-AVG5          PIC S9(3)V99.

           FD RECONIN.
           01 RECONIN-REC              PIC X(80).

           FD REPAIRIN.
           01 REPAIRIN-REC             PIC X(70).

           FD HISTFILE.
           01 HIST-REC.
               05 HIST-DATE            PIC 9(08).
               05 HIST-TOTAL1          PIC S9(08).
               05 HIST-TOTAL2          PIC S9(08).
               05 HIST-TOTAL3          PIC S9(08).
               05 HIST-TOTAL4          PIC S9(07).
               05 HIST-TOTAL5          PIC S9(06).
               05 HIST-COUNT           PIC 9(07).

           FD MAINTIN.
           01 MAINTIN-REC              PIC X(70).

           FD MASTFILE.
           01 MAST-REC.
               05 MAST-KEY.
                   10 MAST-DATE        PIC 9(08).
                   10 MAST-SEQ         PIC 9(07).
               05 MAST-REC-TYPE        PIC X(01).
               05 MAST-FILE-ID         PIC 99.
               05 MAST-DATA            PIC X(69).
           01 MAST-DETAIL-REC REDEFINES MAST-REC.
               05 FILLER               PIC X(18).
               05 MAST-NUM1            PIC 999.
               05 MAST-NUM2            PIC 999.
               05 MAST-NUM3            PIC 999.
               05 MAST-NUM4            PIC 99.
               05 MAST-NUM5            PIC 9.
               05 FILLER               PIC X(57).
           01 MAST-TOTAL-REC REDEFINES MAST-REC.
               05 FILLER               PIC X(18).
               05 MAST-TOTAL1          PIC S9(8).
               05 MAST-TOTAL2          PIC S9(8).
               05 MAST-TOTAL3          PIC S9(8).
               05 MAST-TOTAL4          PIC S9(7).
               05 MAST-TOTAL5          PIC S9(6).
               05 MAST-AVG1            PIC S9(5)V99.
               05 MAST-AVG2            PIC S9(5)V99.
               05 MAST-AVG3            PIC S9(5)V99.
               05 MAST-AVG4            PIC S9(4)V99.
               05 MAST-AVG5            PIC S9(3)V99.
           01 MAST-ADJ-REC REDEFINES MAST-REC.
               05 FILLER               PIC X(18).
               05 MAST-ADJ-NUM1        PIC S9(03).
               05 MAST-ADJ-NUM2        PIC S9(03).
               05 MAST-ADJ-NUM3        PIC S9(03).
               05 MAST-ADJ-NUM4        PIC S9(02).
               05 MAST-ADJ-NUM5        PIC S9(01).
               05 FILLER               PIC X(57).

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
               05 FILLER               PIC X(01).
               05 STATS-FILE-NAME      PIC X(30).
               05 FILLER               PIC X(48).

           FD RCPTFILE.
           01 RCPT-REC.
               05 RCPT-FILE-NAME       PIC X(30).
               05 FILLER               PIC X(01).
               05 RCPT-DATE            PIC 9(08).
               05 FILLER               PIC X(01).
               05 RCPT-COUNT           PIC 9(07).
               05 FILLER               PIC X(01).
               05 RCPT-CONTROL         PIC 9(07).
               05 FILLER               PIC X(01).
               05 RCPT-STATUS          PIC X(10).

           FD TRACEOUT.
           01 TRACEOUT-REC             PIC X(100).

           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(40) VALUE ALL '-'.
           01 ENDLINES              PIC X(40) VALUE ALL '-'.

           01 LASTREC               PIC X     VALUE SPACE.
           01 PARM-LASTREC          PIC X     VALUE SPACE.
           01 PARMFILE-STATUS       PIC XX.
           01 LEDGERIN-STATUS       PIC XX.
           01 REGFILE-STATUS        PIC XX.
           01 EXTRACTIN-STATUS      PIC XX.
           01 RECONIN-STATUS        PIC XX.
           01 REPAIRIN-STATUS       PIC XX.
           01 HIST-STATUS           PIC XX.
           01 MAINTIN-STATUS        PIC XX.
           01 MAST-STATUS           PIC XX.
           01 STATSFILE-STATUS      PIC XX.
           01 RCPTFILE-STATUS       PIC XX.
           01 AUDIT-STATUS          PIC XX.

           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).
           01 WS-END-TIME           PIC 9(8).

           01 RUN-ID-LINE.
               05 RUNID-LBL        PIC X(9)  VALUE 'RUN ID: '.
               05 RUNID-PGM        PIC X(10) VALUE 'PROGRAM21-'.
               05 RUNID-DATE       PIC 9(8).
               05 FILLER           PIC X     VALUE '-'.
               05 RUNID-TIME       PIC 9(6).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-DATE-LBL   PIC X(6)  VALUE 'DATE: '.
               05 RUNID-DATE-OUT   PIC 9(8).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-TIME-LBL   PIC X(6)  VALUE 'TIME: '.
               05 RUNID-TIME-OUT   PIC 9(6).

           01 TRACE-REFERENCE.
               05 TRC-REF-PFX       PIC X(5)  VALUE 'P2FLD'.
               05 TRC-REF-FIELD     PIC 9     VALUE ZERO.
               05 TRC-REF-DASH      PIC X     VALUE '-'.
               05 TRC-REF-DATE      PIC 9(8)  VALUE ZERO.
           01 TRACE-DATE            PIC 9(8)  VALUE ZERO.
           01 TRACE-FIELD           PIC 9     VALUE ZERO.
           01 REF-CARD-SEEN         PIC X     VALUE 'N'.
           01 DATE-CARD-SEEN        PIC X     VALUE 'N'.
           01 FIELD-CARD-SEEN       PIC X     VALUE 'N'.

           01 CARD-REF-CHECK.
               05 CRC-PFX           PIC X(5).
               05 CRC-FIELD         PIC X.
               05 CRC-DASH          PIC X.
               05 CRC-DATE          PIC X(8).
           01 CARD-DATE-CHECK       PIC X(8).
           01 CARD-DATE-NUM REDEFINES CARD-DATE-CHECK PIC 9(8).
           01 CARD-FIELD-CHECK      PIC X.

           01 REC-AMOUNT-TABLE.
               05 REC-AMOUNT        PIC S9(8) OCCURS 5 TIMES.
           01 READ-COUNT            PIC 9(7)  VALUE ZERO.

           01 LEDGER-BATCH-REF      PIC X(8)  VALUE SPACES.
           01 LEDGER-FOUND          PIC X     VALUE 'N'.
           01 POSTED-FOUND          PIC X     VALUE 'N'.
           01 NET-POSTED            PIC S9(9) VALUE ZERO.

           01 RECON-DATE            PIC X(8)  VALUE SPACES.
           01 RECON-FOR-DATE        PIC X     VALUE 'N'.
           01 RECON-RESULT          PIC X(8)  VALUE SPACES.
           01 RECON-FIELD-LINE      PIC X(80) VALUE SPACES.
           01 RECON-MSG-LINE        PIC X(80) VALUE SPACES.

           01 EXT-TRAILER-COUNT     PIC 99    VALUE ZERO.
           01 EXT-FINAL             PIC S9(9) VALUE ZERO.
           01 EXT-DET-COUNT         PIC 9(7)  VALUE ZERO.

           01 REPAIR-FOR-DATE       PIC X     VALUE 'N'.
           01 MAINT-RUN-LINE        PIC X(70) VALUE SPACES.
           01 MAINT-SHOWN           PIC X     VALUE 'N'.
           01 MAINT-LINE-DATE       PIC X(8).

           01 HIST-FOUND            PIC X     VALUE 'N'.
           01 HIST-AMOUNT           PIC S9(9) VALUE ZERO.
           01 HIST-REC-COUNT        PIC 9(7)  VALUE ZERO.

           01 MAST-OPENED           PIC X     VALUE 'N'.
           01 MAST-TOTALS-FOUND     PIC X     VALUE 'N'.
           01 MAST-TOTAL-AMOUNT     PIC S9(9) VALUE ZERO.
           01 MAST-SUM              PIC S9(9) VALUE ZERO.
           01 MAST-DET-COUNT        PIC 9(7)  VALUE ZERO.
           01 MAST-ADJ-COUNT        PIC 9(7)  VALUE ZERO.

           01 FILE-TABLE.
               05 FT-ENTRY OCCURS 100 TIMES.
                   10 FT-NAME       PIC X(30).
                   10 FT-DET        PIC 9(7).
                   10 FT-ADJ        PIC 9(7).
                   10 FT-SUM        PIC S9(9).
                   10 FT-RCPT-DATE  PIC 9(8).
                   10 FT-RCPT-COUNT PIC 9(7).
                   10 FT-RCPT-CTL   PIC 9(7).
                   10 FT-RCPT-STAT  PIC X(10).
           01 FT-MAX                PIC 999   VALUE 100.
           01 FT-IDX                PIC 999   VALUE ZERO.
           01 FT-FILE-ID            PIC 99    VALUE ZERO.
           01 FILES-USED            PIC 999   VALUE ZERO.
           01 FILES-UNRECEIPTED     PIC 999   VALUE ZERO.

           01 CHECKS-OK             PIC 9(5)  VALUE ZERO.
           01 CHECKS-BROKEN         PIC 9(5)  VALUE ZERO.
           01 CHECK-LEFT            PIC S9(9) VALUE ZERO.
           01 CHECK-RIGHT           PIC S9(9) VALUE ZERO.

           01 TITLE-LINE.
               05 FILLER            PIC X(4)  VALUE '*** '.
               05 TTL-OUT           PIC X(50).

           01 REQUEST-LINE.
               05 FILLER            PIC X(11) VALUE 'REFERENCE: '.
               05 RQL-REF-OUT       PIC X(15).
               05 FILLER            PIC X(12) VALUE '  RUN DATE: '.
               05 RQL-DATE-OUT      PIC 9(8).
               05 FILLER            PIC X(9)  VALUE '  FIELD: '.
               05 RQL-FIELD-OUT     PIC 9.

           01 AMOUNT-LINE.
               05 AML-LBL-OUT       PIC X(26).
               05 AML-AMT-OUT       PIC -(9)9.
               05 FILLER            PIC X     VALUE SPACE.
               05 AML-NOTE-OUT      PIC X(50).

           01 LEDGER-LINE.
               05 FILLER            PIC X(17) VALUE 'LEDGER.TXT BATCH '.
               05 LGL-REF-OUT       PIC X(8).
               05 FILLER            PIC X(11) VALUE ' REFERENCE '.
               05 LGL-LINE-REF-OUT  PIC X(15).
               05 FILLER            PIC X(9)  VALUE ' AMOUNT: '.
               05 LGL-AMT-OUT       PIC -(8)9.

           01 POSTING-LINE.
               05 FILLER            PIC X(6)  VALUE 'BATCH '.
               05 PSL-NO-OUT        PIC 9(6).
               05 FILLER            PIC X     VALUE SPACE.
               05 PSL-REF-OUT       PIC X(8).
               05 FILLER            PIC X     VALUE SPACE.
               05 PSL-KIND-OUT      PIC X(8).
               05 FILLER            PIC X(11) VALUE ' RUN DATE: '.
               05 PSL-RUN-OUT       PIC 9(8).
               05 FILLER            PIC X(9)  VALUE ' AMOUNT: '.
               05 PSL-AMT-OUT       PIC -(8)9.

           01 COPY-LINE.
               05 FILLER            PIC X(2)  VALUE SPACES.
               05 CPL-TEXT-OUT      PIC X(80).

           01 FILE-LINE.
               05 FILLER            PIC X(8)  VALUE 'FILE ID '.
               05 FLL-ID-OUT        PIC 99.
               05 FILLER            PIC X     VALUE SPACE.
               05 FLL-NAME-OUT      PIC X(30).
               05 FILLER            PIC X(9)  VALUE ' DETAIL: '.
               05 FLL-DET-OUT       PIC ZZZZZZ9.
               05 FILLER            PIC X(6)  VALUE ' ADJ: '.
               05 FLL-ADJ-OUT       PIC ZZZZZZ9.
               05 FILLER            PIC X(9)  VALUE ' AMOUNT: '.
               05 FLL-AMT-OUT       PIC -(8)9.

           01 RECEIPT-LINE.
               05 FILLER            PIC X(8)  VALUE 'FILE ID '.
               05 RCL-ID-OUT        PIC 99.
               05 FILLER            PIC X     VALUE SPACE.
               05 RCL-NAME-OUT      PIC X(30).
               05 FILLER            PIC X(7)  VALUE ' DATE: '.
               05 RCL-DATE-OUT      PIC 9(8).
               05 FILLER            PIC X(8)  VALUE ' COUNT: '.
               05 RCL-COUNT-OUT     PIC ZZZZZZ9.
               05 FILLER            PIC X(10) VALUE ' CONTROL: '.
               05 RCL-CTL-OUT       PIC ZZZZZZ9.
               05 FILLER            PIC X     VALUE SPACE.
               05 RCL-STAT-OUT      PIC X(10).

           01 NO-RECEIPT-LINE.
               05 FILLER            PIC X(8)  VALUE 'FILE ID '.
               05 NRL-ID-OUT        PIC 99.
               05 FILLER            PIC X     VALUE SPACE.
               05 NRL-NAME-OUT      PIC X(30).
               05 FILLER            PIC X(1)  VALUE SPACE.
               05 NRL-MSG-OUT       PIC X(40).

           01 CHECK-LINE.
               05 CKL-LBL-OUT       PIC X(32).
               05 CKL-LEFT-OUT      PIC -(9)9.
               05 FILLER            PIC X(4)  VALUE ' TO '.
               05 CKL-RIGHT-OUT     PIC -(9)9.
               05 FILLER            PIC X(9)  VALUE ' STATUS: '.
               05 CKL-STAT-OUT      PIC X(16).

           01 TRACE-RESULT-LINE.
               05 FILLER            PIC X(14) VALUE 'TRACE RESULT: '.
               05 TRACE-RESULT-OUT  PIC X(16).

           01 AUDIT-LINE.
               05 AUD-PGM          PIC X(9)  VALUE 'PROGRAM21'.
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
           PERFORM 200-READ-REQUEST-CARDS.

           OPEN OUTPUT TRACEOUT.
           MOVE HDRLINES TO TRACEOUT-REC.
           PERFORM 190-WRITE-TRACE-LINE.
           MOVE RUN-ID-LINE TO TRACEOUT-REC.
           PERFORM 190-WRITE-TRACE-LINE.
           MOVE TRACE-REFERENCE TO RQL-REF-OUT.
           MOVE TRACE-DATE      TO RQL-DATE-OUT.
           MOVE TRACE-FIELD     TO RQL-FIELD-OUT.
           MOVE REQUEST-LINE TO TRACEOUT-REC.
           PERFORM 190-WRITE-TRACE-LINE.

           PERFORM 300-TRACE-LEDGER-FILE.
           PERFORM 320-TRACE-POSTINGS.
           PERFORM 400-LOAD-RECONCILIATION.
           PERFORM 420-TRACE-EXTRACT.
           PERFORM 440-TRACE-REPAIRS.
           PERFORM 460-TRACE-RECONCILIATION.
           PERFORM 500-TRACE-HISTORY.
           PERFORM 520-TRACE-MAINTENANCE.
           PERFORM 600-TRACE-MASTER.
           PERFORM 640-LOAD-FILE-NAMES.
           PERFORM 650-LOAD-RECEIPTS.
           PERFORM 660-WRITE-FILE-BREAKDOWN.
           PERFORM 800-TIE-OUT.

           MOVE ENDLINES TO TRACEOUT-REC.
           PERFORM 190-WRITE-TRACE-LINE.
           CLOSE TRACEOUT.

           IF CHECKS-BROKEN > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 700-WRITE-AUDIT.

           STOP RUN.

       150-GET-RUN-INFO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE-OUT.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME-OUT.

       180-WRITE-TITLE.
           MOVE SPACES TO TRACEOUT-REC.
           PERFORM 190-WRITE-TRACE-LINE.
           MOVE TITLE-LINE TO TRACEOUT-REC.
           PERFORM 190-WRITE-TRACE-LINE.

       190-WRITE-TRACE-LINE.
           DISPLAY TRACEOUT-REC.
           WRITE TRACEOUT-REC.

       200-READ-REQUEST-CARDS.
           OPEN INPUT PARMFILE.
           IF PARMFILE-STATUS = '35'
               DISPLAY 'NO TRACE REQUEST CARD FILE FOUND'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO PARM-LASTREC.
           PERFORM 210-PROCESS-ONE-CARD
               UNTIL PARM-LASTREC = 'Y'.
           CLOSE PARMFILE.
           PERFORM 230-CHECK-REQUEST.

       210-PROCESS-ONE-CARD.
           READ PARMFILE
               AT END MOVE 'Y' TO PARM-LASTREC
               NOT AT END
                   IF PARM-REC = SPACES
                       CONTINUE
                   ELSE
                       PERFORM 220-APPLY-ONE-CARD
                   END-IF
           END-READ.

       220-APPLY-ONE-CARD.
           IF PARM-KEYWORD = 'REFERENCE'
               MOVE PARM-VALUE(1:15) TO CARD-REF-CHECK
               MOVE CRC-DATE TO CARD-DATE-CHECK
               IF CRC-PFX NOT = 'P2FLD' OR CRC-DASH NOT = '-'
                  OR CRC-FIELD < '1' OR CRC-FIELD > '5'
                  OR CARD-DATE-CHECK IS NOT NUMERIC
                  OR PARM-VALUE(16:45) NOT = SPACES
                   DISPLAY 'BAD REFERENCE CARD, MUST BE P2FLDN-YYYYMMDD'
                       ' WITH FIELD 1 TO 5: ' PARM-VALUE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 225-CHECK-CARD-DATE
               MOVE 'Y'           TO REF-CARD-SEEN
               MOVE CARD-DATE-NUM TO TRACE-DATE
               MOVE CRC-FIELD     TO TRACE-FIELD
           ELSE
               IF PARM-KEYWORD = 'RUNDATE'
                   MOVE PARM-VALUE(1:8) TO CARD-DATE-CHECK
                   IF CARD-DATE-CHECK IS NOT NUMERIC
                       DISPLAY 'BAD RUNDATE CARD, DATE MUST BE 8 '
                           'DIGITS YYYYMMDD: ' PARM-VALUE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 225-CHECK-CARD-DATE
                   MOVE 'Y'           TO DATE-CARD-SEEN
                   MOVE CARD-DATE-NUM TO TRACE-DATE
               ELSE
                   IF PARM-KEYWORD = 'FIELD'
                       MOVE PARM-VALUE(1:1) TO CARD-FIELD-CHECK
                       IF CARD-FIELD-CHECK < '1'
                          OR CARD-FIELD-CHECK > '5'
                          OR PARM-VALUE(2:59) NOT = SPACES
                           DISPLAY 'BAD FIELD CARD, FIELD MUST BE '
                               '1 TO 5: ' PARM-VALUE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE 'Y'              TO FIELD-CARD-SEEN
                       MOVE CARD-FIELD-CHECK TO TRACE-FIELD
                   ELSE
                       DISPLAY 'BAD TRACE CARD, UNKNOWN KEYWORD: '
                           PARM-KEYWORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       225-CHECK-CARD-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (CARD-DATE-NUM) NOT = ZERO
               DISPLAY 'BAD ' PARM-KEYWORD ' CARD, NOT A CALENDAR '
                   'DATE: ' PARM-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       230-CHECK-REQUEST.
           IF REF-CARD-SEEN = 'Y'
               IF DATE-CARD-SEEN = 'Y' OR FIELD-CARD-SEEN = 'Y'
                   DISPLAY 'BAD TRACE REQUEST, GIVE A REFERENCE CARD '
                       'OR RUNDATE AND FIELD CARDS, NOT BOTH'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF DATE-CARD-SEEN = 'N' OR FIELD-CARD-SEEN = 'N'
                   DISPLAY 'BAD TRACE REQUEST, NEEDS A REFERENCE CARD '
                       'OR BOTH RUNDATE AND FIELD CARDS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE TRACE-FIELD TO TRC-REF-FIELD.
           MOVE TRACE-DATE  TO TRC-REF-DATE.

       300-TRACE-LEDGER-FILE.
           MOVE 'POSTED AMOUNT' TO TTL-OUT.
           PERFORM 180-WRITE-TITLE.
           OPEN INPUT LEDGERIN.
           IF LEDGERIN-STATUS = '35'
               MOVE 'NO LEDGER.TXT ON FILE' TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 310-SCAN-ONE-LEDGER-LINE
                   UNTIL LASTREC = 'Y'
               CLOSE LEDGERIN
               IF LEDGER-FOUND = 'N'
                   MOVE 'REFERENCE NOT ON THE CURRENT LEDGER.TXT'
                       TO TRACEOUT-REC
                   PERFORM 190-WRITE-TRACE-LINE
               END-IF
           END-IF.

       310-SCAN-ONE-LEDGER-LINE.
           READ LEDGERIN
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF LGR-REC-TYPE = 'H'
                       MOVE LGH-BATCH-REF TO LEDGER-BATCH-REF
                   END-IF
                   IF LGR-REC-TYPE = 'P'
                      AND LGP-REFERENCE = TRACE-REFERENCE
                       MOVE 'Y' TO LEDGER-FOUND
                       MOVE LEDGER-BATCH-REF TO LGL-REF-OUT
                       MOVE LGP-REFERENCE    TO LGL-LINE-REF-OUT
                       MOVE LGP-AMOUNT       TO LGL-AMT-OUT
                       MOVE LEDGER-LINE TO TRACEOUT-REC
                       PERFORM 190-WRITE-TRACE-LINE
                   END-IF
           END-READ.

       320-TRACE-POSTINGS.
           OPEN INPUT REGFILE.
           IF REGFILE-STATUS = '35'
               MOVE 'NO POSTING REGISTER POSTREG.TXT ON FILE'
                   TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 330-SCAN-ONE-POSTING
                   UNTIL LASTREC = 'Y'
               CLOSE REGFILE
           END-IF.
           IF POSTED-FOUND = 'N'
               MOVE 'NO BATCH ON THE POSTING REGISTER FOR THE DATE'
                   TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           ELSE
               MOVE 'NET POSTED AMOUNT:' TO AML-LBL-OUT
               MOVE NET-POSTED           TO AML-AMT-OUT
               MOVE SPACES               TO AML-NOTE-OUT
               MOVE AMOUNT-LINE TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           END-IF.

       330-SCAN-ONE-POSTING.
           READ REGFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF REG-POST-DATE = TRACE-DATE
                       MOVE 'Y' TO POSTED-FOUND
                       ADD REG-AMOUNT (TRACE-FIELD) TO NET-POSTED
                       MOVE REG-BATCH-NO  TO PSL-NO-OUT
                       MOVE REG-BATCH-REF TO PSL-REF-OUT
                       IF REG-KIND = 'R'
                           MOVE 'REVERSAL' TO PSL-KIND-OUT
                       ELSE
                           IF REG-KIND = 'C'
                               MOVE 'RE-POST' TO PSL-KIND-OUT
                           ELSE
                               MOVE 'DAILY'   TO PSL-KIND-OUT
                           END-IF
                       END-IF
                       MOVE REG-RUN-DATE  TO PSL-RUN-OUT
                       MOVE REG-AMOUNT (TRACE-FIELD) TO PSL-AMT-OUT
                       MOVE POSTING-LINE TO TRACEOUT-REC
                       PERFORM 190-WRITE-TRACE-LINE
                   END-IF
           END-READ.

       400-LOAD-RECONCILIATION.
           OPEN INPUT RECONIN.
           IF RECONIN-STATUS = '35'
               CONTINUE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 410-LOAD-ONE-RECON-LINE
                   UNTIL LASTREC = 'Y'
               CLOSE RECONIN
           END-IF.
           IF RECON-DATE = TRACE-DATE
               MOVE 'Y' TO RECON-FOR-DATE
           END-IF.

       410-LOAD-ONE-RECON-LINE.
           READ RECONIN
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF RECONIN-REC(1:25) =
                       'RECONCILIATION FOR DATE: '
                       MOVE RECONIN-REC(26:8) TO RECON-DATE
                   END-IF
                   IF RECONIN-REC(1:6) = 'FIELD '
                      AND RECONIN-REC(7:1) = TRC-REF-FIELD
                       MOVE RECONIN-REC TO RECON-FIELD-LINE
                   END-IF
                   IF RECONIN-REC(1:3) = 'NO '
                       MOVE RECONIN-REC TO RECON-MSG-LINE
                   END-IF
                   IF RECONIN-REC(1:23) =
                       'RECONCILIATION RESULT: '
                       MOVE RECONIN-REC(24:8) TO RECON-RESULT
                   END-IF
           END-READ.

       420-TRACE-EXTRACT.
           MOVE 'EXTRACT TRAILER AND REPAIR TRAILERS' TO TTL-OUT.
           PERFORM 180-WRITE-TITLE.
           IF RECON-FOR-DATE = 'N'
               PERFORM 425-WRITE-NOT-CURRENT
           ELSE
               OPEN INPUT EXTRACTIN
               IF EXTRACTIN-STATUS = '35'
                   MOVE 'NO PROGRAM2.EXT ON FILE' TO TRACEOUT-REC
                   PERFORM 190-WRITE-TRACE-LINE
               ELSE
                   MOVE SPACE TO LASTREC
                   PERFORM 430-SCAN-ONE-EXTRACT-REC
                       UNTIL LASTREC = 'Y'
                   CLOSE EXTRACTIN
                   IF EXT-TRAILER-COUNT = ZERO
                       MOVE 'NO TOTALS TRAILER FOUND ON THE EXTRACT'
                           TO TRACEOUT-REC
                       PERFORM 190-WRITE-TRACE-LINE
                   END-IF
               END-IF
           END-IF.

       425-WRITE-NOT-CURRENT.
           IF RECON-DATE = SPACES
               MOVE 'NO RECON.TXT ON FILE, CURRENT CYCLE DATE NOT KNOWN'
                   TO TRACEOUT-REC
           ELSE
               MOVE SPACES TO TRACEOUT-REC
               STRING 'CURRENT CYCLE ON FILE IS FOR DATE '
                      RECON-DATE
                      ', NOT THE TRACED DATE'
                   DELIMITED BY SIZE INTO TRACEOUT-REC
           END-IF.
           PERFORM 190-WRITE-TRACE-LINE.

       430-SCAN-ONE-EXTRACT-REC.
           READ EXTRACTIN
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF EXTRACT-REC-TYPE = 'T'
                       ADD 1 TO EXT-TRAILER-COUNT
                       MOVE EXTTOT-TOTAL1 TO REC-AMOUNT (1)
                       MOVE EXTTOT-TOTAL2 TO REC-AMOUNT (2)
                       MOVE EXTTOT-TOTAL3 TO REC-AMOUNT (3)
                       MOVE EXTTOT-TOTAL4 TO REC-AMOUNT (4)
                       MOVE EXTTOT-TOTAL5 TO REC-AMOUNT (5)
                       MOVE REC-AMOUNT (TRACE-FIELD) TO EXT-FINAL
                       IF EXT-TRAILER-COUNT = 1
                           MOVE 'PROGRAM2 EXTRACT TRAILER:'
                               TO AML-LBL-OUT
                       ELSE
                           MOVE 'PROGRAM4 REPAIR TRAILER:'
                               TO AML-LBL-OUT
                       END-IF
                       MOVE EXT-FINAL TO AML-AMT-OUT
                       MOVE SPACES TO AML-NOTE-OUT
                       STRING 'AFTER ' EXT-DET-COUNT
                              ' DETAIL/ADJ RECORDS'
                           DELIMITED BY SIZE INTO AML-NOTE-OUT
                       MOVE AMOUNT-LINE TO TRACEOUT-REC
                       PERFORM 190-WRITE-TRACE-LINE
                   ELSE
                       ADD 1 TO EXT-DET-COUNT
                   END-IF
           END-READ.

       440-TRACE-REPAIRS.
           MOVE 'PROGRAM4 REPAIRS' TO TTL-OUT.
           PERFORM 180-WRITE-TITLE.
           OPEN INPUT REPAIRIN.
           IF REPAIRIN-STATUS = '35'
               MOVE 'NO REPAIR.TXT ON FILE' TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 450-COPY-ONE-REPAIR-LINE
                   UNTIL LASTREC = 'Y'
               CLOSE REPAIRIN
               IF REPAIR-FOR-DATE = 'N'
                   MOVE 'NO PROGRAM4 REPAIR RUN ON FILE FOR THE DATE'
                       TO TRACEOUT-REC
                   PERFORM 190-WRITE-TRACE-LINE
               END-IF
           END-IF.

       450-COPY-ONE-REPAIR-LINE.
           READ REPAIRIN
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF REPAIRIN-REC(10:9) = 'PROGRAM4-'
                       IF REPAIRIN-REC(19:8) = TRC-REF-DATE
                           MOVE 'Y' TO REPAIR-FOR-DATE
                       ELSE
                           MOVE 'N' TO REPAIR-FOR-DATE
                       END-IF
                   END-IF
                   IF REPAIR-FOR-DATE = 'Y'
                      AND REPAIRIN-REC NOT = HDRLINES
                       MOVE REPAIRIN-REC TO CPL-TEXT-OUT
                       MOVE COPY-LINE TO TRACEOUT-REC
                       PERFORM 190-WRITE-TRACE-LINE
                   END-IF
           END-READ.

       460-TRACE-RECONCILIATION.
           MOVE 'PROGRAM7 RECONCILIATION' TO TTL-OUT.
           PERFORM 180-WRITE-TITLE.
           IF RECON-FOR-DATE = 'N'
               PERFORM 425-WRITE-NOT-CURRENT
           ELSE
               IF RECON-FIELD-LINE NOT = SPACES
                   MOVE RECON-FIELD-LINE TO CPL-TEXT-OUT
                   MOVE COPY-LINE TO TRACEOUT-REC
                   PERFORM 190-WRITE-TRACE-LINE
               END-IF
               IF RECON-MSG-LINE NOT = SPACES
                   MOVE RECON-MSG-LINE TO CPL-TEXT-OUT
                   MOVE COPY-LINE TO TRACEOUT-REC
                   PERFORM 190-WRITE-TRACE-LINE
               END-IF
               MOVE SPACES TO TRACEOUT-REC
               STRING '  RECONCILIATION RESULT: ' RECON-RESULT
                   DELIMITED BY SIZE INTO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           END-IF.

       500-TRACE-HISTORY.
           MOVE 'HISTORY RECORD AND MAINTENANCE' TO TTL-OUT.
           PERFORM 180-WRITE-TITLE.
           OPEN INPUT HISTFILE.
           IF HIST-STATUS = '35'
               MOVE 'NO HISTORY FILE ON FILE' TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 510-SCAN-ONE-HIST-REC
                   UNTIL LASTREC = 'Y'
               CLOSE HISTFILE
           END-IF.
           IF HIST-FOUND = 'N'
               MOVE 'NO HISTORY RECORD FOR THE DATE' TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           ELSE
               MOVE 'HISTORY TOTAL:' TO AML-LBL-OUT
               MOVE HIST-AMOUNT      TO AML-AMT-OUT
               MOVE SPACES TO AML-NOTE-OUT
               STRING 'FROM ' HIST-REC-COUNT ' RECORDS'
                   DELIMITED BY SIZE INTO AML-NOTE-OUT
               MOVE AMOUNT-LINE TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           END-IF.

       510-SCAN-ONE-HIST-REC.
           READ HISTFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF HIST-DATE = TRACE-DATE
                       MOVE 'Y' TO HIST-FOUND
                       MOVE HIST-TOTAL1 TO REC-AMOUNT (1)
                       MOVE HIST-TOTAL2 TO REC-AMOUNT (2)
                       MOVE HIST-TOTAL3 TO REC-AMOUNT (3)
                       MOVE HIST-TOTAL4 TO REC-AMOUNT (4)
                       MOVE HIST-TOTAL5 TO REC-AMOUNT (5)
                       MOVE REC-AMOUNT (TRACE-FIELD) TO HIST-AMOUNT
                       MOVE HIST-COUNT TO HIST-REC-COUNT
                   END-IF
           END-READ.

       520-TRACE-MAINTENANCE.
           OPEN INPUT MAINTIN.
           IF MAINTIN-STATUS = '35'
               CONTINUE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 530-SCAN-ONE-MAINT-LINE
                   UNTIL LASTREC = 'Y'
               CLOSE MAINTIN
           END-IF.
           IF MAINT-SHOWN = 'N'
               MOVE 'NO PROGRAM9 MAINTENANCE ON FILE AGAINST THE DATE'
                   TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           END-IF.

       530-SCAN-ONE-MAINT-LINE.
           READ MAINTIN
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO READ-COUNT
                   MOVE SPACES TO MAINT-LINE-DATE
                   IF MAINTIN-REC(10:9) = 'PROGRAM9-'
                       MOVE MAINTIN-REC TO MAINT-RUN-LINE
                   END-IF
                   IF MAINTIN-REC(1:8) = 'ACTION: '
                       MOVE MAINTIN-REC(17:8) TO MAINT-LINE-DATE
                   END-IF
                   IF MAINTIN-REC(1:10) = 'BEFORE:   '
                      OR MAINTIN-REC(1:10) = 'AFTER:    '
                      OR MAINTIN-REC(1:10) = 'DELETED:  '
                      OR MAINTIN-REC(1:10) = 'ARCHIVED: '
                       MOVE MAINTIN-REC(11:8) TO MAINT-LINE-DATE
                   END-IF
                   IF MAINT-LINE-DATE = TRC-REF-DATE
                       PERFORM 535-WRITE-MAINT-LINE
                   END-IF
           END-READ.

       535-WRITE-MAINT-LINE.
           IF MAINT-SHOWN = 'N'
               MOVE 'Y' TO MAINT-SHOWN
               MOVE MAINT-RUN-LINE TO CPL-TEXT-OUT
               MOVE COPY-LINE TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           END-IF.
           MOVE MAINTIN-REC TO CPL-TEXT-OUT.
           MOVE COPY-LINE TO TRACEOUT-REC.
           PERFORM 190-WRITE-TRACE-LINE.

       600-TRACE-MASTER.
           MOVE ZERO TO FT-IDX.
           PERFORM 605-CLEAR-ONE-FILE-ENTRY
               UNTIL FT-IDX = FT-MAX.
           OPEN INPUT MASTFILE.
           IF MAST-STATUS NOT = '00'
               DISPLAY 'MASTER FILE OPEN FAILED, STATUS ' MAST-STATUS
           ELSE
               MOVE 'Y' TO MAST-OPENED
               MOVE TRACE-DATE TO MAST-DATE
               MOVE ZERO       TO MAST-SEQ
               MOVE SPACE TO LASTREC
               START MASTFILE KEY IS NOT LESS THAN MAST-KEY
                   INVALID KEY MOVE 'Y' TO LASTREC
               END-START
               PERFORM 610-READ-ONE-MASTER-REC
                   UNTIL LASTREC = 'Y'
               CLOSE MASTFILE
           END-IF.

       605-CLEAR-ONE-FILE-ENTRY.
           ADD 1 TO FT-IDX.
           MOVE SPACES TO FT-NAME (FT-IDX).
           MOVE ZERO   TO FT-DET (FT-IDX).
           MOVE ZERO   TO FT-ADJ (FT-IDX).
           MOVE ZERO   TO FT-SUM (FT-IDX).
           MOVE ZERO   TO FT-RCPT-DATE (FT-IDX).
           MOVE ZERO   TO FT-RCPT-COUNT (FT-IDX).
           MOVE ZERO   TO FT-RCPT-CTL (FT-IDX).
           MOVE SPACES TO FT-RCPT-STAT (FT-IDX).

       610-READ-ONE-MASTER-REC.
           READ MASTFILE NEXT RECORD
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   IF MAST-DATE NOT = TRACE-DATE
                       MOVE 'Y' TO LASTREC
                   ELSE
                       ADD 1 TO READ-COUNT
                       PERFORM 620-ADD-ONE-MASTER-REC
                   END-IF
           END-READ.

       620-ADD-ONE-MASTER-REC.
           IF MAST-REC-TYPE = 'T'
               MOVE 'Y' TO MAST-TOTALS-FOUND
               MOVE MAST-TOTAL1 TO REC-AMOUNT (1)
               MOVE MAST-TOTAL2 TO REC-AMOUNT (2)
               MOVE MAST-TOTAL3 TO REC-AMOUNT (3)
               MOVE MAST-TOTAL4 TO REC-AMOUNT (4)
               MOVE MAST-TOTAL5 TO REC-AMOUNT (5)
               MOVE REC-AMOUNT (TRACE-FIELD) TO MAST-TOTAL-AMOUNT
           ELSE
               COMPUTE FT-IDX = MAST-FILE-ID + 1
               IF MAST-REC-TYPE = 'A'
                   MOVE MAST-ADJ-NUM1 TO REC-AMOUNT (1)
                   MOVE MAST-ADJ-NUM2 TO REC-AMOUNT (2)
                   MOVE MAST-ADJ-NUM3 TO REC-AMOUNT (3)
                   MOVE MAST-ADJ-NUM4 TO REC-AMOUNT (4)
                   MOVE MAST-ADJ-NUM5 TO REC-AMOUNT (5)
                   ADD 1 TO FT-ADJ (FT-IDX)
                   ADD 1 TO MAST-ADJ-COUNT
               ELSE
                   MOVE MAST-NUM1 TO REC-AMOUNT (1)
                   MOVE MAST-NUM2 TO REC-AMOUNT (2)
                   MOVE MAST-NUM3 TO REC-AMOUNT (3)
                   MOVE MAST-NUM4 TO REC-AMOUNT (4)
                   MOVE MAST-NUM5 TO REC-AMOUNT (5)
                   ADD 1 TO FT-DET (FT-IDX)
                   ADD 1 TO MAST-DET-COUNT
               END-IF
               ADD REC-AMOUNT (TRACE-FIELD) TO FT-SUM (FT-IDX)
               ADD REC-AMOUNT (TRACE-FIELD) TO MAST-SUM
           END-IF.

       640-LOAD-FILE-NAMES.
           OPEN INPUT STATSFILE.
           IF STATSFILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 645-LOAD-ONE-FILE-NAME
                   UNTIL LASTREC = 'Y'
               CLOSE STATSFILE
           END-IF.

       645-LOAD-ONE-FILE-NAME.
           READ STATSFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF STATS-DATE = TRACE-DATE
                      AND STATS-PGM = 'PROGRAM2'
                      AND STATS-FILE-ID IS NUMERIC
                       MOVE STATS-FILE-ID TO FT-FILE-ID
                       COMPUTE FT-IDX = FT-FILE-ID + 1
                       MOVE STATS-FILE-NAME TO FT-NAME (FT-IDX)
                   END-IF
           END-READ.

       650-LOAD-RECEIPTS.
           OPEN INPUT RCPTFILE.
           IF RCPTFILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 655-CHECK-ONE-RECEIPT
                   UNTIL LASTREC = 'Y'
               CLOSE RCPTFILE
           END-IF.

       655-CHECK-ONE-RECEIPT.
           READ RCPTFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO READ-COUNT
                   IF RCPT-DATE NOT > TRACE-DATE
                       MOVE ZERO TO FT-IDX
                       PERFORM 656-MATCH-ONE-RECEIPT
                           UNTIL FT-IDX = FT-MAX
                   END-IF
           END-READ.

       656-MATCH-ONE-RECEIPT.
           ADD 1 TO FT-IDX.
           IF FT-NAME (FT-IDX) NOT = SPACES
              AND FT-NAME (FT-IDX) = RCPT-FILE-NAME
              AND RCPT-DATE NOT < FT-RCPT-DATE (FT-IDX)
               MOVE RCPT-DATE    TO FT-RCPT-DATE (FT-IDX)
               MOVE RCPT-COUNT   TO FT-RCPT-COUNT (FT-IDX)
               MOVE RCPT-CONTROL TO FT-RCPT-CTL (FT-IDX)
               MOVE RCPT-STATUS  TO FT-RCPT-STAT (FT-IDX)
           END-IF.

       660-WRITE-FILE-BREAKDOWN.
           MOVE 'MASTER RECORDS BY FILE ID' TO TTL-OUT.
           PERFORM 180-WRITE-TITLE.
           IF MAST-OPENED = 'N'
               MOVE 'MASTER FILE PROGRAM2.MST COULD NOT BE OPENED'
                   TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           ELSE
               MOVE ZERO TO FT-IDX
               PERFORM 665-WRITE-ONE-FILE-LINE
                   UNTIL FT-IDX = FT-MAX
               MOVE 'MASTER DETAIL/ADJ SUM:' TO AML-LBL-OUT
               MOVE MAST-SUM TO AML-AMT-OUT
               MOVE SPACES TO AML-NOTE-OUT
               STRING MAST-DET-COUNT ' DETAIL, ' MAST-ADJ-COUNT
                      ' ADJUSTMENT RECORDS'
                   DELIMITED BY SIZE INTO AML-NOTE-OUT
               MOVE AMOUNT-LINE TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
               IF MAST-TOTALS-FOUND = 'N'
                   MOVE 'NO TOTALS RECORD ON THE MASTER FOR THE DATE'
                       TO TRACEOUT-REC
               ELSE
                   MOVE 'MASTER TOTALS RECORD:' TO AML-LBL-OUT
                   MOVE MAST-TOTAL-AMOUNT TO AML-AMT-OUT
                   MOVE SPACES TO AML-NOTE-OUT
                   MOVE AMOUNT-LINE TO TRACEOUT-REC
               END-IF
               PERFORM 190-WRITE-TRACE-LINE
           END-IF.
           MOVE 'REGISTER.TXT RECEIPTS FOR THE SUPPLYING FILES'
               TO TTL-OUT.
           PERFORM 180-WRITE-TITLE.
           MOVE ZERO TO FT-IDX.
           PERFORM 670-WRITE-ONE-RECEIPT
               UNTIL FT-IDX = FT-MAX.
           IF FILES-USED = ZERO
               MOVE 'NO MASTER RECORDS FOR THE DATE, NO FILES TO TRACE'
                   TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           END-IF.

       665-WRITE-ONE-FILE-LINE.
           ADD 1 TO FT-IDX.
           IF FT-DET (FT-IDX) > ZERO OR FT-ADJ (FT-IDX) > ZERO
               COMPUTE FLL-ID-OUT = FT-IDX - 1
               IF FT-NAME (FT-IDX) = SPACES
                   MOVE 'FILE NAME NOT ON SRCSTATS.TXT' TO FLL-NAME-OUT
               ELSE
                   MOVE FT-NAME (FT-IDX) TO FLL-NAME-OUT
               END-IF
               MOVE FT-DET (FT-IDX) TO FLL-DET-OUT
               MOVE FT-ADJ (FT-IDX) TO FLL-ADJ-OUT
               MOVE FT-SUM (FT-IDX) TO FLL-AMT-OUT
               MOVE FILE-LINE TO TRACEOUT-REC
               PERFORM 190-WRITE-TRACE-LINE
           END-IF.

       670-WRITE-ONE-RECEIPT.
           ADD 1 TO FT-IDX.
           IF FT-DET (FT-IDX) > ZERO OR FT-ADJ (FT-IDX) > ZERO
               ADD 1 TO FILES-USED
               IF FT-RCPT-DATE (FT-IDX) = ZERO
                   ADD 1 TO FILES-UNRECEIPTED
                   COMPUTE NRL-ID-OUT = FT-IDX - 1
                   MOVE FT-NAME (FT-IDX) TO NRL-NAME-OUT
                   IF FT-NAME (FT-IDX) = SPACES
                       MOVE 'FILE NAME NOT KNOWN, NO RECEIPT TRACED'
                           TO NRL-MSG-OUT
                   ELSE
                       MOVE 'NO RECEIPT ON REGISTER.TXT'
                           TO NRL-MSG-OUT
                   END-IF
                   MOVE NO-RECEIPT-LINE TO TRACEOUT-REC
               ELSE
                   IF FT-RCPT-STAT (FT-IDX) NOT = 'PASSED'
                       ADD 1 TO FILES-UNRECEIPTED
                   END-IF
                   COMPUTE RCL-ID-OUT = FT-IDX - 1
                   MOVE FT-NAME (FT-IDX)       TO RCL-NAME-OUT
                   MOVE FT-RCPT-DATE (FT-IDX)  TO RCL-DATE-OUT
                   MOVE FT-RCPT-COUNT (FT-IDX) TO RCL-COUNT-OUT
                   MOVE FT-RCPT-CTL (FT-IDX)   TO RCL-CTL-OUT
                   MOVE FT-RCPT-STAT (FT-IDX)  TO RCL-STAT-OUT
                   MOVE RECEIPT-LINE TO TRACEOUT-REC
               END-IF
               PERFORM 190-WRITE-TRACE-LINE
           END-IF.

       700-WRITE-AUDIT.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO AUD-DATE.
           MOVE WS-RUN-TIME(1:6)   TO AUD-TIME.
           MOVE WS-RUN-TIME(1:6)   TO AUD-START.
           MOVE WS-END-TIME(1:6)   TO AUD-END.
           MOVE READ-COUNT         TO AUD-READ.
           MOVE CHECKS-OK          TO AUD-GOOD.
           MOVE CHECKS-BROKEN      TO AUD-EXC.
           IF CHECKS-BROKEN = ZERO
               MOVE 'OK'       TO AUD-CONTROL
           ELSE
               MOVE 'MISMATCH' TO AUD-CONTROL
           END-IF.
           MOVE RETURN-CODE        TO AUD-RC.
           OPEN EXTEND AUDITFILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITFILE
           END-IF.
           MOVE AUDIT-LINE TO AUDITFILE-REC.
           WRITE AUDITFILE-REC.
           CLOSE AUDITFILE.

       800-TIE-OUT.
           MOVE 'TIE-OUT' TO TTL-OUT.
           PERFORM 180-WRITE-TITLE.

           MOVE 'NET POSTED TO HISTORY' TO CKL-LBL-OUT.
           MOVE NET-POSTED  TO CHECK-LEFT.
           MOVE HIST-AMOUNT TO CHECK-RIGHT.
           IF POSTED-FOUND = 'N'
               MOVE 'NOT POSTED' TO CKL-STAT-OUT
               PERFORM 820-WRITE-BREAK
           ELSE
               IF HIST-FOUND = 'N'
                   MOVE 'NO HISTORY' TO CKL-STAT-OUT
                   PERFORM 820-WRITE-BREAK
               ELSE
                   PERFORM 810-COMPARE-AMOUNTS
               END-IF
           END-IF.

           MOVE 'HISTORY TO MASTER TOTALS' TO CKL-LBL-OUT.
           MOVE HIST-AMOUNT       TO CHECK-LEFT.
           MOVE MAST-TOTAL-AMOUNT TO CHECK-RIGHT.
           IF HIST-FOUND = 'N'
               MOVE 'NO HISTORY' TO CKL-STAT-OUT
               PERFORM 820-WRITE-BREAK
           ELSE
               IF MAST-TOTALS-FOUND = 'N'
                   MOVE 'NO MASTER TOTALS' TO CKL-STAT-OUT
                   PERFORM 820-WRITE-BREAK
               ELSE
                   PERFORM 810-COMPARE-AMOUNTS
               END-IF
           END-IF.

           MOVE 'MASTER TOTALS TO DETAIL/ADJ SUM' TO CKL-LBL-OUT.
           MOVE MAST-TOTAL-AMOUNT TO CHECK-LEFT.
           MOVE MAST-SUM          TO CHECK-RIGHT.
           IF MAST-TOTALS-FOUND = 'N'
               MOVE 'NO MASTER TOTALS' TO CKL-STAT-OUT
               PERFORM 820-WRITE-BREAK
           ELSE
               PERFORM 810-COMPARE-AMOUNTS
           END-IF.

           MOVE 'FINAL EXTRACT TRAILER TO HISTORY' TO CKL-LBL-OUT.
           MOVE EXT-FINAL   TO CHECK-LEFT.
           MOVE HIST-AMOUNT TO CHECK-RIGHT.
           IF RECON-FOR-DATE = 'N'
               MOVE 'NOT CURRENT' TO CKL-STAT-OUT
               PERFORM 830-WRITE-CHECK-LINE
           ELSE
               IF EXT-TRAILER-COUNT = ZERO
                   MOVE 'NO TRAILER' TO CKL-STAT-OUT
                   PERFORM 820-WRITE-BREAK
               ELSE
                   PERFORM 810-COMPARE-AMOUNTS
               END-IF
           END-IF.

           MOVE 'PROGRAM7 RECONCILIATION' TO CKL-LBL-OUT.
           MOVE ZERO TO CHECK-LEFT.
           MOVE ZERO TO CHECK-RIGHT.
           IF RECON-FOR-DATE = 'N'
               MOVE 'NOT CURRENT' TO CKL-STAT-OUT
               PERFORM 830-WRITE-CHECK-LINE
           ELSE
               MOVE RECON-RESULT TO CKL-STAT-OUT
               IF RECON-RESULT = 'OK'
                   ADD 1 TO CHECKS-OK
                   PERFORM 830-WRITE-CHECK-LINE
               ELSE
                   PERFORM 820-WRITE-BREAK
               END-IF
           END-IF.

           MOVE 'FILES WITHOUT A PASSED RECEIPT' TO CKL-LBL-OUT.
           MOVE FILES-UNRECEIPTED TO CHECK-LEFT.
           MOVE ZERO              TO CHECK-RIGHT.
           IF FILES-UNRECEIPTED = ZERO
               MOVE 'OK' TO CKL-STAT-OUT
               ADD 1 TO CHECKS-OK
               PERFORM 830-WRITE-CHECK-LINE
           ELSE
               MOVE 'NOT RECEIPTED' TO CKL-STAT-OUT
               PERFORM 820-WRITE-BREAK
           END-IF.

           IF CHECKS-BROKEN > ZERO
               MOVE 'DOES NOT TIE OUT' TO TRACE-RESULT-OUT
           ELSE
               MOVE 'TIES OUT'         TO TRACE-RESULT-OUT
           END-IF.
           MOVE SPACES TO TRACEOUT-REC.
           PERFORM 190-WRITE-TRACE-LINE.
           MOVE TRACE-RESULT-LINE TO TRACEOUT-REC.
           PERFORM 190-WRITE-TRACE-LINE.

       810-COMPARE-AMOUNTS.
           IF CHECK-LEFT = CHECK-RIGHT
               MOVE 'OK' TO CKL-STAT-OUT
               ADD 1 TO CHECKS-OK
               PERFORM 830-WRITE-CHECK-LINE
           ELSE
               MOVE 'DOES NOT TIE' TO CKL-STAT-OUT
               PERFORM 820-WRITE-BREAK
           END-IF.

       820-WRITE-BREAK.
           ADD 1 TO CHECKS-BROKEN.
           PERFORM 830-WRITE-CHECK-LINE.

       830-WRITE-CHECK-LINE.
           MOVE CHECK-LEFT  TO CKL-LEFT-OUT.
           MOVE CHECK-RIGHT TO CKL-RIGHT-OUT.
           MOVE CHECK-LINE TO TRACEOUT-REC.
           PERFORM 190-WRITE-TRACE-LINE.

       END PROGRAM PROGRAM21.
