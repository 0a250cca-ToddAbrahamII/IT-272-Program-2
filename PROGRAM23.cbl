      ******************************************************************
      * Author: TODD ABRAHAM
      * Date: 10-15-26
      * Purpose: Cycle rollback. Puts the persistent files the
      *          nightly steps update in place (program2.hist,
      *          program2.mst, register.txt, suspense.txt and
      *          alerthist.txt) back to the snapshot PROGRAM11 took
      *          before the first step of a chosen cycle, as one set,
      *          so a night the chain stopped partway through can be
      *          undone without hand edits. Driven by a single card
      *          on rollback.prm:
      *            CYCLE     <yyyymmddhhmmss>  the cycle as shown on
      *                      the snapshot catalogue snapshot.txt, or
      *            CYCLE     <yyyymmdd>  the last cycle run that day
      *          Nothing is touched unless the catalogue holds a
      *          line for every file for that cycle and every saved
      *          copy can be opened; otherwise the run stops with
      *          return code 12 and the files are left as they were.
      *          Each sequential file is rewritten from its copy, the
      *          master is rebuilt from its unloaded image as PROGRAM16
      *          does, and a file that did not exist when the snapshot
      *          was taken is deleted. The rollback report
      *          rollback.txt shows, file by file, how many records
      *          were replaced and how many were put back, and warns
      *          when later cycles on the catalogue are undone as
      *          well. The accounting period lock on period.prm is
      *          honoured as it is for PROGRAM16's master restore: if
      *          the month of the chosen cycle, or any later month up
      *          to the run date, is marked CLOSED and has no
      *          OVERRIDE card dated for the run, the rollback is
      *          refused with return code 8 and nothing is changed.
      *          Each override used is logged on runaudit.txt. A bad
      *          or missing card abends with 16.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM23.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARMFILE ASSIGN TO "rollback.prm"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PARMFILE-STATUS.
               SELECT SNAPCAT ASSIGN TO "snapshot.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SNAPCAT-STATUS.
               SELECT SNAPIN ASSIGN USING SNAP-IN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SNAPIN-STATUS.
               SELECT CURRFILE ASSIGN USING CURR-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CURRFILE-STATUS.
               SELECT MASTFILE ASSIGN TO "program2.mst"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MAST-KEY
                FILE STATUS IS MAST-STATUS.
               SELECT PERIODFILE ASSIGN TO "period.prm"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PERIODFILE-STATUS.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.
               SELECT RBKRPT ASSIGN TO "rollback.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PARMFILE.
           01 PARM-REC.
               05 PARM-KEYWORD         PIC X(10).
               05 PARM-VALUE           PIC X(60).

           FD SNAPCAT.
           01 SNP-REC.
               05 SNP-CYCLE-ID         PIC 9(14).
               05 FILLER               PIC X(01).
               05 SNP-FILE-NAME        PIC X(14).
               05 FILLER               PIC X(01).
               05 SNP-STATUS           PIC X(06).
               05 FILLER               PIC X(01).
               05 SNP-RECORDS          PIC 9(07).
               05 FILLER               PIC X(01).
               05 SNP-COPY-NAME        PIC X(30).

           FD SNAPIN.
           01 SNAPIN-REC               PIC X(200).

           FD CURRFILE.
           01 CURRFILE-REC             PIC X(200).

           FD MASTFILE.
           01 MAST-REC.
               05 MAST-KEY.
                   10 MAST-DATE        PIC 9(08).
                   10 MAST-SEQ         PIC 9(07).
               05 MAST-REC-TYPE        PIC X(01).
               05 MAST-FILE-ID         PIC 99.
               05 MAST-DATA            PIC X(69).

           FD PERIODFILE.
           01 PER-REC.
               05 PER-KEYWORD          PIC X(10).
               05 PER-VALUE            PIC X(60).

           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

           FD RBKRPT.
           01 RBKRPT-REC               PIC X(100).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(40) VALUE ALL '-'.
           01 ENDLINES              PIC X(40) VALUE ALL '-'.

           01 LASTREC               PIC X     VALUE SPACE.
           01 PARMFILE-STATUS       PIC XX.
           01 SNAPCAT-STATUS        PIC XX.
           01 SNAPIN-STATUS         PIC XX.
           01 CURRFILE-STATUS       PIC XX.
           01 MAST-STATUS           PIC XX.
           01 AUDIT-STATUS          PIC XX.
           01 PARM-LASTREC          PIC X     VALUE SPACE.
           01 SNAP-IN-NAME          PIC X(30).
           01 CURR-NAME             PIC X(30).

           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).
           01 WS-END-TIME           PIC 9(8).

           01 RUN-ID-LINE.
               05 RUNID-LBL        PIC X(9)  VALUE 'RUN ID: '.
               05 RUNID-PGM        PIC X(10) VALUE 'PROGRAM23-'.
               05 RUNID-DATE       PIC 9(8).
               05 FILLER           PIC X     VALUE '-'.
               05 RUNID-TIME       PIC 9(6).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-DATE-LBL   PIC X(6)  VALUE 'DATE: '.
               05 RUNID-DATE-OUT   PIC 9(8).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-TIME-LBL   PIC X(6)  VALUE 'TIME: '.
               05 RUNID-TIME-OUT   PIC 9(6).

           01 CYCLE-REQUEST         PIC X(14) VALUE SPACES.
           01 CYCLE-REQ-LEN         PIC 99    VALUE ZERO.
           01 CYCLE-CHOSEN          PIC 9(14) VALUE ZERO.
           01 CYCLE-LATER-COUNT     PIC 999   VALUE ZERO.
           01 CYCLE-PREV-ID         PIC 9(14) VALUE ZERO.

           01 SNAP-FILE-LIST.
               05 FILLER            PIC X(14) VALUE 'program2.hist'.
               05 FILLER            PIC X(14) VALUE 'program2.mst'.
               05 FILLER            PIC X(14) VALUE 'register.txt'.
               05 FILLER            PIC X(14) VALUE 'suspense.txt'.
               05 FILLER            PIC X(14) VALUE 'alerthist.txt'.
           01 SNAP-FILE-TABLE REDEFINES SNAP-FILE-LIST.
               05 SNAP-FILE-ENTRY   PIC X(14) OCCURS 5 TIMES.
           01 SNAP-FILE-MAX         PIC 9     VALUE 5.
           01 SNAP-FILE-IDX         PIC 9     VALUE ZERO.

           01 RST-TABLE.
               05 RST-ENTRY OCCURS 5 TIMES.
                   10 RST-ON-CAT    PIC X.
                   10 RST-STATUS    PIC X(6).
                   10 RST-SAVED     PIC 9(7).
                   10 RST-COPY-NAME PIC X(30).
                   10 RST-REPLACED  PIC 9(7).
                   10 RST-RESTORED  PIC 9(7).
                   10 RST-ACTION    PIC X(8).

           01 RST-REFUSED           PIC X     VALUE 'N'.
           01 FILES-RESTORED        PIC 9     VALUE ZERO.
           01 RECORDS-REPLACED      PIC 9(7)  VALUE ZERO.
           01 RECORDS-RESTORED      PIC 9(7)  VALUE ZERO.
           01 RELOAD-ERRORS         PIC 9(5)  VALUE ZERO.
           01 RECORD-COUNT          PIC 9(7)  VALUE ZERO.
           01 CURR-FOUND            PIC X     VALUE 'N'.
           01 RM-COMMAND            PIC X(70).

           01 CYCLE-REQ-LINE.
               05 FILLER            PIC X(24) VALUE
                   'CYCLE REQUESTED:        '.
               05 CRL-REQUEST-OUT   PIC X(14).
           01 CYCLE-CHOSEN-LINE.
               05 FILLER            PIC X(24) VALUE
                   'SNAPSHOT CYCLE CHOSEN:  '.
               05 CCL-CYCLE-OUT     PIC 9(14).
           01 LATER-CYCLES-LINE.
               05 FILLER            PIC X(9)  VALUE 'WARNING: '.
               05 LCL-COUNT-OUT     PIC ZZ9.
               05 FILLER            PIC X(47) VALUE
                   ' LATER CYCLE(S) ON THE CATALOGUE ARE UNDONE TOO'.

           01 FILE-RESULT-LINE.
               05 FILLER            PIC X(6)  VALUE 'FILE: '.
               05 FRL-FILE-OUT      PIC X(14).
               05 FILLER            PIC X     VALUE SPACE.
               05 FRL-ACTION-OUT    PIC X(8).
               05 FILLER            PIC X(11) VALUE ' REPLACED: '.
               05 FRL-REPLACED-OUT  PIC ZZZZZZ9.
               05 FILLER            PIC X(11) VALUE ' RESTORED: '.
               05 FRL-RESTORED-OUT  PIC ZZZZZZ9.
               05 FILLER            PIC X(7)  VALUE ' FROM: '.
               05 FRL-COPY-OUT      PIC X(30).

           01 MISSING-CAT-LINE.
               05 FILLER            PIC X(38) VALUE
                   'NO SNAPSHOT CATALOGUE LINE FOR FILE:  '.
               05 MCL-FILE-OUT      PIC X(14).
           01 MISSING-COPY-LINE.
               05 FILLER            PIC X(38) VALUE
                   'SNAPSHOT COPY CANNOT BE OPENED:       '.
               05 MPL-COPY-OUT      PIC X(30).
               05 FILLER            PIC X(9)  VALUE ' STATUS: '.
               05 MPL-STATUS-OUT    PIC XX.

           01 NO-CATALOGUE-MSG      PIC X(44) VALUE
               'NO SNAPSHOT CATALOGUE FOUND, NOTHING CHANGED'.
           01 NO-CYCLE-MSG          PIC X(52) VALUE
               'NO SNAPSHOT ON THE CATALOGUE FOR THE CYCLE REQUESTED'.
           01 REFUSED-MSG           PIC X(54) VALUE
               'INCOMPLETE SNAPSHOT, ROLLBACK REFUSED, NOTHING CHANGED'.

           01 FILES-RESTORED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'FILES RESTORED:         '.
               05 FILES-RESTORED-OUT PIC ZZZZZZ9.
           01 RECORDS-REPLACED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'RECORDS REPLACED:       '.
               05 RECORDS-REPLACED-OUT PIC ZZZZZZ9.
           01 RECORDS-RESTORED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'RECORDS RESTORED:       '.
               05 RECORDS-RESTORED-OUT PIC ZZZZZZ9.

           01 PERIODFILE-STATUS     PIC XX.
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
           01 ROLLBACK-LOCKED       PIC X     VALUE 'N'.
           01 PER-AUDIT-PASS        PIC X     VALUE 'N'.

           01 PER-MONTH.
               05 PER-MONTH-YEAR    PIC 9(4).
               05 PER-MONTH-MM      PIC 99.
           01 PER-LAST-MONTH        PIC 9(6)  VALUE ZERO.

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
               05 OVA-PGM           PIC X(9)  VALUE 'PROGRAM23'.
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

           01 AUDIT-LINE.
               05 AUD-PGM          PIC X(9)  VALUE 'PROGRAM23'.
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
               05 AUD-CONTROL      PIC X(8)  VALUE 'REFUSED'.
               05 FILLER           PIC X(5)  VALUE ' RC: '.
               05 AUD-RC           PIC 999.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           PERFORM 150-GET-RUN-INFO.
           PERFORM 170-LOAD-PERIOD-CONTROL.
           PERFORM 200-READ-CONTROL-CARD.

           OPEN OUTPUT RBKRPT.
           DISPLAY HDRLINES.
           MOVE HDRLINES TO RBKRPT-REC.
           WRITE RBKRPT-REC.
           DISPLAY RUN-ID-LINE.
           MOVE RUN-ID-LINE TO RBKRPT-REC.
           WRITE RBKRPT-REC.
           MOVE CYCLE-REQUEST TO CRL-REQUEST-OUT.
           MOVE CYCLE-REQ-LINE TO RBKRPT-REC.
           PERFORM 190-WRITE-REPORT-LINE.

           PERFORM 300-LOAD-CATALOGUE.
           IF RST-REFUSED = 'N'
               PERFORM 400-VERIFY-SNAPSHOT
           END-IF.
           IF RST-REFUSED = 'N'
               PERFORM 450-CHECK-ROLLBACK-PERIODS
           END-IF.
           IF RST-REFUSED = 'N' AND ROLLBACK-LOCKED = 'N'
               MOVE ZERO TO SNAP-FILE-IDX
               PERFORM 500-RESTORE-ONE-FILE
                   UNTIL SNAP-FILE-IDX = SNAP-FILE-MAX
               PERFORM 600-WRITE-SUMMARY
           ELSE
               IF ROLLBACK-LOCKED = 'Y'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY ENDLINES.
           MOVE ENDLINES TO RBKRPT-REC.
           WRITE RBKRPT-REC.
           CLOSE RBKRPT.

           PERFORM 700-WRITE-AUDIT.

           STOP RUN.

       150-GET-RUN-INFO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE-OUT.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME-OUT.

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

       190-WRITE-REPORT-LINE.
           DISPLAY RBKRPT-REC.
           WRITE RBKRPT-REC.

       200-READ-CONTROL-CARD.
           OPEN INPUT PARMFILE.
           IF PARMFILE-STATUS = '35'
               DISPLAY 'NO ROLLBACK CONTROL CARD FILE FOUND'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO PARM-LASTREC.
           PERFORM 210-PROCESS-ONE-CARD
               UNTIL PARM-LASTREC = 'Y'.
           CLOSE PARMFILE.
           IF CYCLE-REQUEST = SPACES
               DISPLAY 'NO CYCLE CARD FOUND ON ROLLBACK.PRM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           IF PARM-KEYWORD NOT = 'CYCLE'
               DISPLAY 'BAD ROLLBACK CARD, UNKNOWN KEYWORD: '
                   PARM-KEYWORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CYCLE-REQUEST NOT = SPACES
               DISPLAY 'MORE THAN ONE CYCLE CARD ON ROLLBACK.PRM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PARM-VALUE(1:14) IS NUMERIC
              AND PARM-VALUE(15:46) = SPACES
               MOVE 14 TO CYCLE-REQ-LEN
           ELSE
               IF PARM-VALUE(1:8) IS NUMERIC
                  AND PARM-VALUE(9:52) = SPACES
                   MOVE 8 TO CYCLE-REQ-LEN
               ELSE
                   DISPLAY 'BAD CYCLE CARD, CYCLE MUST BE 14 DIGITS '
                       'YYYYMMDDHHMMSS OR 8 DIGITS YYYYMMDD: '
                       PARM-VALUE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE PARM-VALUE(1:14) TO CYCLE-REQUEST.

       300-LOAD-CATALOGUE.
           OPEN INPUT SNAPCAT.
           IF SNAPCAT-STATUS = '35'
               MOVE NO-CATALOGUE-MSG TO RBKRPT-REC
               PERFORM 190-WRITE-REPORT-LINE
               MOVE 'Y' TO RST-REFUSED
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 310-FIND-CYCLE
                   UNTIL LASTREC = 'Y'
               CLOSE SNAPCAT
               IF CYCLE-CHOSEN = ZERO
                   MOVE NO-CYCLE-MSG TO RBKRPT-REC
                   PERFORM 190-WRITE-REPORT-LINE
                   MOVE 'Y' TO RST-REFUSED
               ELSE
                   PERFORM 320-LOAD-CYCLE-LINES
               END-IF
           END-IF.

       310-FIND-CYCLE.
           READ SNAPCAT
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   IF CYCLE-REQ-LEN = 14
                       IF SNP-REC(1:14) = CYCLE-REQUEST
                           MOVE SNP-CYCLE-ID TO CYCLE-CHOSEN
                       END-IF
                   ELSE
                       IF SNP-REC(1:8) = CYCLE-REQUEST(1:8)
                          AND SNP-CYCLE-ID > CYCLE-CHOSEN
                           MOVE SNP-CYCLE-ID TO CYCLE-CHOSEN
                       END-IF
                   END-IF
           END-READ.

       320-LOAD-CYCLE-LINES.
           MOVE CYCLE-CHOSEN TO CCL-CYCLE-OUT.
           MOVE CYCLE-CHOSEN-LINE TO RBKRPT-REC.
           PERFORM 190-WRITE-REPORT-LINE.
           MOVE ZERO TO SNAP-FILE-IDX.
           PERFORM 325-CLEAR-ONE-ENTRY
               UNTIL SNAP-FILE-IDX = SNAP-FILE-MAX.
           OPEN INPUT SNAPCAT.
           MOVE SPACE TO LASTREC.
           PERFORM 330-LOAD-ONE-CAT-LINE
               UNTIL LASTREC = 'Y'.
           CLOSE SNAPCAT.
           IF CYCLE-LATER-COUNT > ZERO
               MOVE CYCLE-LATER-COUNT TO LCL-COUNT-OUT
               MOVE LATER-CYCLES-LINE TO RBKRPT-REC
               PERFORM 190-WRITE-REPORT-LINE
           END-IF.

       325-CLEAR-ONE-ENTRY.
           ADD 1 TO SNAP-FILE-IDX.
           MOVE 'N'    TO RST-ON-CAT (SNAP-FILE-IDX).
           MOVE SPACES TO RST-STATUS (SNAP-FILE-IDX).
           MOVE ZERO   TO RST-SAVED (SNAP-FILE-IDX).
           MOVE SPACES TO RST-COPY-NAME (SNAP-FILE-IDX).
           MOVE ZERO   TO RST-REPLACED (SNAP-FILE-IDX).
           MOVE ZERO   TO RST-RESTORED (SNAP-FILE-IDX).
           MOVE SPACES TO RST-ACTION (SNAP-FILE-IDX).

       330-LOAD-ONE-CAT-LINE.
           READ SNAPCAT
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   IF SNP-CYCLE-ID = CYCLE-CHOSEN
                       MOVE ZERO TO SNAP-FILE-IDX
                       PERFORM 335-STORE-IF-LISTED
                           UNTIL SNAP-FILE-IDX = SNAP-FILE-MAX
                   ELSE
                       IF SNP-CYCLE-ID > CYCLE-CHOSEN
                          AND SNP-CYCLE-ID NOT = CYCLE-PREV-ID
                           ADD 1 TO CYCLE-LATER-COUNT
                           MOVE SNP-CYCLE-ID TO CYCLE-PREV-ID
                       END-IF
                   END-IF
           END-READ.

       335-STORE-IF-LISTED.
           ADD 1 TO SNAP-FILE-IDX.
           IF SNP-FILE-NAME = SNAP-FILE-ENTRY (SNAP-FILE-IDX)
               MOVE 'Y'           TO RST-ON-CAT (SNAP-FILE-IDX)
               MOVE SNP-STATUS    TO RST-STATUS (SNAP-FILE-IDX)
               MOVE SNP-RECORDS   TO RST-SAVED (SNAP-FILE-IDX)
               MOVE SNP-COPY-NAME TO RST-COPY-NAME (SNAP-FILE-IDX)
           END-IF.

       400-VERIFY-SNAPSHOT.
           MOVE ZERO TO SNAP-FILE-IDX.
           PERFORM 410-VERIFY-ONE-FILE
               UNTIL SNAP-FILE-IDX = SNAP-FILE-MAX.
           IF RST-REFUSED = 'Y'
               MOVE REFUSED-MSG TO RBKRPT-REC
               PERFORM 190-WRITE-REPORT-LINE
           END-IF.

       410-VERIFY-ONE-FILE.
           ADD 1 TO SNAP-FILE-IDX.
           IF RST-ON-CAT (SNAP-FILE-IDX) = 'N'
               MOVE SNAP-FILE-ENTRY (SNAP-FILE-IDX) TO MCL-FILE-OUT
               MOVE MISSING-CAT-LINE TO RBKRPT-REC
               PERFORM 190-WRITE-REPORT-LINE
               MOVE 'Y' TO RST-REFUSED
           ELSE
               IF RST-STATUS (SNAP-FILE-IDX) = 'SAVED'
                   MOVE RST-COPY-NAME (SNAP-FILE-IDX) TO SNAP-IN-NAME
                   OPEN INPUT SNAPIN
                   IF SNAPIN-STATUS = '00'
                       CLOSE SNAPIN
                   ELSE
                       MOVE SNAP-IN-NAME  TO MPL-COPY-OUT
                       MOVE SNAPIN-STATUS TO MPL-STATUS-OUT
                       MOVE MISSING-COPY-LINE TO RBKRPT-REC
                       PERFORM 190-WRITE-REPORT-LINE
                       MOVE 'Y' TO RST-REFUSED
                   END-IF
               END-IF
           END-IF.

       450-CHECK-ROLLBACK-PERIODS.
           MOVE CYCLE-CHOSEN(1:6) TO PER-MONTH.
           MOVE WS-RUN-DATE(1:6)  TO PER-LAST-MONTH.
           MOVE CYCLE-CHOSEN(1:8) TO PER-CHECK-DATE.
           PERFORM 460-CHECK-ONE-MONTH
               UNTIL PER-MONTH > PER-LAST-MONTH.
           IF ROLLBACK-LOCKED = 'N'
               MOVE 'Y' TO PER-AUDIT-PASS
               MOVE CYCLE-CHOSEN(1:6) TO PER-MONTH
               MOVE CYCLE-CHOSEN(1:8) TO PER-CHECK-DATE
               PERFORM 460-CHECK-ONE-MONTH
                   UNTIL PER-MONTH > PER-LAST-MONTH
           END-IF.

       460-CHECK-ONE-MONTH.
           PERFORM 850-CHECK-PERIOD-LOCK.
           IF PERIOD-REFUSED = 'Y'
               MOVE 'Y' TO ROLLBACK-LOCKED
               MOVE PER-CHECK-DATE TO PLK-DATE-OUT
               MOVE PERIOD-LOCK-LINE TO RBKRPT-REC
               PERFORM 190-WRITE-REPORT-LINE
           END-IF.
           IF PER-OVERRIDDEN = 'Y' AND PER-AUDIT-PASS = 'Y'
               MOVE PER-CHECK-DATE TO POV-DATE-OUT
               MOVE PERIOD-OVR-LINE TO RBKRPT-REC
               PERFORM 190-WRITE-REPORT-LINE
               MOVE OVR-REASON (OVR-MATCH-IDX) TO POR-REASON-OUT
               MOVE PERIOD-REASON-LINE TO RBKRPT-REC
               PERFORM 190-WRITE-REPORT-LINE
           END-IF.
           IF PER-MONTH-MM = 12
               ADD 1 TO PER-MONTH-YEAR
               MOVE 1 TO PER-MONTH-MM
           ELSE
               ADD 1 TO PER-MONTH-MM
           END-IF.
           MOVE PER-MONTH TO PER-CHECK-DATE(1:6).
           MOVE '01'      TO PER-CHECK-DATE(7:2).

       500-RESTORE-ONE-FILE.
           ADD 1 TO SNAP-FILE-IDX.
           MOVE SNAP-FILE-ENTRY (SNAP-FILE-IDX) TO CURR-NAME.
           MOVE RST-COPY-NAME (SNAP-FILE-IDX)   TO SNAP-IN-NAME.
           MOVE ZERO TO RECORD-COUNT.
           MOVE 'N'  TO CURR-FOUND.
           IF CURR-NAME = 'program2.mst'
               PERFORM 510-COUNT-MASTER
           ELSE
               PERFORM 520-COUNT-SEQUENTIAL
           END-IF.
           MOVE RECORD-COUNT TO RST-REPLACED (SNAP-FILE-IDX).
           MOVE ZERO TO RECORD-COUNT.
           IF RST-STATUS (SNAP-FILE-IDX) = 'SAVED'
               MOVE 'RESTORED' TO RST-ACTION (SNAP-FILE-IDX)
               IF CURR-NAME = 'program2.mst'
                   PERFORM 550-RELOAD-MASTER
               ELSE
                   PERFORM 560-RELOAD-SEQUENTIAL
               END-IF
           ELSE
               PERFORM 570-REMOVE-FILE
           END-IF.
           MOVE RECORD-COUNT TO RST-RESTORED (SNAP-FILE-IDX).
           ADD 1 TO FILES-RESTORED.
           ADD RST-REPLACED (SNAP-FILE-IDX) TO RECORDS-REPLACED.
           ADD RST-RESTORED (SNAP-FILE-IDX) TO RECORDS-RESTORED.
           MOVE CURR-NAME                      TO FRL-FILE-OUT.
           MOVE RST-ACTION (SNAP-FILE-IDX)     TO FRL-ACTION-OUT.
           MOVE RST-REPLACED (SNAP-FILE-IDX)   TO FRL-REPLACED-OUT.
           MOVE RST-RESTORED (SNAP-FILE-IDX)   TO FRL-RESTORED-OUT.
           MOVE RST-COPY-NAME (SNAP-FILE-IDX)  TO FRL-COPY-OUT.
           MOVE FILE-RESULT-LINE TO RBKRPT-REC.
           PERFORM 190-WRITE-REPORT-LINE.

       510-COUNT-MASTER.
           OPEN INPUT MASTFILE.
           IF MAST-STATUS = '00'
               MOVE 'Y' TO CURR-FOUND
               MOVE SPACE TO LASTREC
               PERFORM 511-COUNT-ONE-MASTER-REC
                   UNTIL LASTREC = 'Y'
               CLOSE MASTFILE
           END-IF.

       511-COUNT-ONE-MASTER-REC.
           READ MASTFILE NEXT RECORD
               AT END MOVE 'Y' TO LASTREC
               NOT AT END ADD 1 TO RECORD-COUNT
           END-READ.

       520-COUNT-SEQUENTIAL.
           OPEN INPUT CURRFILE.
           IF CURRFILE-STATUS = '00'
               MOVE 'Y' TO CURR-FOUND
               MOVE SPACE TO LASTREC
               PERFORM 521-COUNT-ONE-SEQ-REC
                   UNTIL LASTREC = 'Y'
               CLOSE CURRFILE
           END-IF.

       521-COUNT-ONE-SEQ-REC.
           READ CURRFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END ADD 1 TO RECORD-COUNT
           END-READ.

       550-RELOAD-MASTER.
           OPEN INPUT SNAPIN.
           OPEN OUTPUT MASTFILE.
           IF MAST-STATUS NOT = '00'
               DISPLAY 'MASTER FILE OPEN FAILED, STATUS ' MAST-STATUS
               MOVE 'FAILED' TO RST-ACTION (SNAP-FILE-IDX)
               ADD 1 TO RELOAD-ERRORS
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 551-RELOAD-ONE-MASTER-REC
                   UNTIL LASTREC = 'Y'
               CLOSE MASTFILE
           END-IF.
           CLOSE SNAPIN.

       551-RELOAD-ONE-MASTER-REC.
           READ SNAPIN
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   MOVE SNAPIN-REC TO MAST-REC
                   WRITE MAST-REC
                   IF MAST-STATUS NOT = '00'
                       DISPLAY 'MASTER RELOAD WRITE FAILED, STATUS '
                           MAST-STATUS ' KEY ' MAST-KEY
                       MOVE 'FAILED' TO RST-ACTION (SNAP-FILE-IDX)
                       ADD 1 TO RELOAD-ERRORS
                   ELSE
                       ADD 1 TO RECORD-COUNT
                   END-IF
           END-READ.

       560-RELOAD-SEQUENTIAL.
           OPEN INPUT SNAPIN.
           OPEN OUTPUT CURRFILE.
           IF CURRFILE-STATUS NOT = '00'
               DISPLAY 'FILE OPEN FAILED, STATUS ' CURRFILE-STATUS
                   ' FILE ' CURR-NAME
               MOVE 'FAILED' TO RST-ACTION (SNAP-FILE-IDX)
               ADD 1 TO RELOAD-ERRORS
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 561-RELOAD-ONE-SEQ-REC
                   UNTIL LASTREC = 'Y'
               CLOSE CURRFILE
           END-IF.
           CLOSE SNAPIN.

       561-RELOAD-ONE-SEQ-REC.
           READ SNAPIN
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   MOVE SNAPIN-REC TO CURRFILE-REC
                   WRITE CURRFILE-REC
                   ADD 1 TO RECORD-COUNT
           END-READ.

       570-REMOVE-FILE.
           IF CURR-FOUND = 'Y'
               MOVE SPACES TO RM-COMMAND
               STRING 'rm -f ' DELIMITED BY SIZE
                      CURR-NAME DELIMITED BY SPACE
                   INTO RM-COMMAND
               CALL 'SYSTEM' USING RM-COMMAND
               MOVE 'REMOVED' TO RST-ACTION (SNAP-FILE-IDX)
           ELSE
               MOVE 'ABSENT'  TO RST-ACTION (SNAP-FILE-IDX)
           END-IF.

       600-WRITE-SUMMARY.
           MOVE FILES-RESTORED TO FILES-RESTORED-OUT.
           MOVE FILES-RESTORED-LINE TO RBKRPT-REC.
           PERFORM 190-WRITE-REPORT-LINE.
           MOVE RECORDS-REPLACED TO RECORDS-REPLACED-OUT.
           MOVE RECORDS-REPLACED-LINE TO RBKRPT-REC.
           PERFORM 190-WRITE-REPORT-LINE.
           MOVE RECORDS-RESTORED TO RECORDS-RESTORED-OUT.
           MOVE RECORDS-RESTORED-LINE TO RBKRPT-REC.
           PERFORM 190-WRITE-REPORT-LINE.
           IF RELOAD-ERRORS > ZERO
               MOVE 12 TO RETURN-CODE
           END-IF.

       700-WRITE-AUDIT.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO AUD-DATE.
           MOVE WS-RUN-TIME(1:6)   TO AUD-TIME.
           MOVE WS-RUN-TIME(1:6)   TO AUD-START.
           MOVE WS-END-TIME(1:6)   TO AUD-END.
           MOVE RECORDS-RESTORED   TO AUD-READ.
           MOVE FILES-RESTORED     TO AUD-GOOD.
           MOVE RELOAD-ERRORS      TO AUD-EXC.
           IF RST-REFUSED = 'N' AND ROLLBACK-LOCKED = 'N'
               MOVE 'ROLLBACK' TO AUD-CONTROL
           END-IF.
           MOVE RETURN-CODE        TO AUD-RC.
           OPEN EXTEND AUDITFILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITFILE
           END-IF.
           MOVE AUDIT-LINE TO AUDITFILE-REC.
           WRITE AUDITFILE-REC.
           CLOSE AUDITFILE.

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
                   IF PER-AUDIT-PASS = 'Y'
                       PERFORM 860-WRITE-OVERRIDE-AUDIT
                   END-IF
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

       END PROGRAM PROGRAM23.
