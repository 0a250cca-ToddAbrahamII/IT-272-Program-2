      ******************************************************************
      * Author: TODD ABRAHAM
      * Date: 10-14-26
      * Purpose: Control-file change journal, run as the first step
      *          of the nightly cycle. Reads the cards on each file
      *          the chain's behaviour depends on (program2.prm,
      *          program3.prm, limits.txt, suspense.prm and
      *          cycleplan.prm) and compares them with the image of
      *          the same files kept from the last run on
      *          ctlimage.txt. Cards are matched by file and keyword
      *          (the field byte on limits.txt) and, where a keyword
      *          repeats, by which occurrence of it the card is. A
      *          card only on the current file is ADDED, one only on
      *          the image is REMOVED, and one whose text differs is
      *          CHANGED. Every difference is appended, stamped with
      *          the run date and time, to the permanent change
      *          journal ctljrnl.txt: a BEFORE line with the card as
      *          it was and an AFTER line with the card as it is now.
      *          The same lines and the counts go to the run report
      *          ctlrpt.txt, and the image is then rewritten from the
      *          current files for the next run. With no image on
      *          file the current cards become the first image and
      *          nothing is journalled. A missing control file counts
      *          as a file with no cards. A record is appended to the
      *          shared audit file runaudit.txt; PROGRAM10 uses its
      *          stamp to pick out the last run's journal lines.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM22.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CTLFILE ASSIGN USING CTL-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CTLFILE-STATUS.
               SELECT IMAGEFILE ASSIGN TO "ctlimage.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS IMAGE-STATUS.
               SELECT JRNLFILE ASSIGN TO "ctljrnl.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JRNL-STATUS.
               SELECT CTLRPT ASSIGN TO "ctlrpt.txt"
                ORGANIZATION IS LINE SEQUENTIAL.
               SELECT AUDITFILE ASSIGN TO "runaudit.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CTLFILE.
           01 CTL-REC                  PIC X(70).

           FD IMAGEFILE.
           01 IMAGE-REC.
               05 IMG-FILE-NAME        PIC X(14).
               05 FILLER               PIC X(01).
               05 IMG-CARD             PIC X(70).

           FD JRNLFILE.
           01 JRNL-REC                 PIC X(116).

           FD CTLRPT.
           01 CTLRPT-REC               PIC X(116).

           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(40) VALUE ALL '-'.
           01 ENDLINES              PIC X(40) VALUE ALL '-'.

           01 LASTREC               PIC X     VALUE SPACE.
           01 CTLFILE-STATUS        PIC XX.
           01 IMAGE-STATUS          PIC XX.
           01 JRNL-STATUS           PIC XX.
           01 AUDIT-STATUS          PIC XX.

           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).
           01 WS-END-TIME           PIC 9(8).

           01 RUN-ID-LINE.
               05 RUNID-LBL        PIC X(9)  VALUE 'RUN ID: '.
               05 RUNID-PGM        PIC X(10) VALUE 'PROGRAM22-'.
               05 RUNID-DATE       PIC 9(8).
               05 FILLER           PIC X     VALUE '-'.
               05 RUNID-TIME       PIC 9(6).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-DATE-LBL   PIC X(6)  VALUE 'DATE: '.
               05 RUNID-DATE-OUT   PIC 9(8).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-TIME-LBL   PIC X(6)  VALUE 'TIME: '.
               05 RUNID-TIME-OUT   PIC 9(6).

           01 CTL-FILE-NAME         PIC X(14).
           01 CTL-FILE-LIST.
               05 FILLER            PIC X(14) VALUE 'program2.prm'.
               05 FILLER            PIC X(14) VALUE 'program3.prm'.
               05 FILLER            PIC X(14) VALUE 'limits.txt'.
               05 FILLER            PIC X(14) VALUE 'suspense.prm'.
               05 FILLER            PIC X(14) VALUE 'cycleplan.prm'.
           01 CTL-FILE-TABLE REDEFINES CTL-FILE-LIST.
               05 CTL-FILE-ENTRY    PIC X(14) OCCURS 5 TIMES.
           01 CTL-FILE-MAX          PIC 9     VALUE 5.
           01 CTL-FILE-IDX          PIC 9     VALUE ZERO.

           01 OLD-TABLE.
               05 OLD-ENTRY OCCURS 500 TIMES.
                   10 OLD-FILE      PIC X(14).
                   10 OLD-KEY       PIC X(10).
                   10 OLD-OCCUR     PIC 999.
                   10 OLD-CARD      PIC X(70).
                   10 OLD-MATCHED   PIC X.
           01 OLD-COUNT             PIC 999   VALUE ZERO.
           01 OLD-IDX               PIC 999   VALUE ZERO.

           01 NEW-TABLE.
               05 NEW-ENTRY OCCURS 500 TIMES.
                   10 NEW-FILE      PIC X(14).
                   10 NEW-KEY       PIC X(10).
                   10 NEW-OCCUR     PIC 999.
                   10 NEW-CARD      PIC X(70).
           01 NEW-COUNT             PIC 999   VALUE ZERO.
           01 NEW-IDX               PIC 999   VALUE ZERO.
           01 CARD-MAX              PIC 999   VALUE 500.

           01 CUR-FILE              PIC X(14).
           01 CUR-CARD              PIC X(70).
           01 CUR-KEY               PIC X(10).
           01 CUR-OCCUR             PIC 999   VALUE ZERO.
           01 SCAN-IDX              PIC 999   VALUE ZERO.
           01 OLD-FOUND             PIC X     VALUE 'N'.
           01 IMAGE-ON-FILE         PIC X     VALUE 'N'.

           01 CARDS-READ            PIC 9(5)  VALUE ZERO.
           01 ADDED-COUNT           PIC 9(5)  VALUE ZERO.
           01 CHANGED-COUNT         PIC 9(5)  VALUE ZERO.
           01 REMOVED-COUNT         PIC 9(5)  VALUE ZERO.
           01 CHANGE-COUNT          PIC 9(5)  VALUE ZERO.

           01 JOURNAL-LINE.
               05 JRN-DATE          PIC 9(8).
               05 FILLER            PIC X     VALUE '-'.
               05 JRN-TIME          PIC 9(6).
               05 FILLER            PIC X     VALUE SPACE.
               05 JRN-FILE          PIC X(14).
               05 FILLER            PIC X     VALUE SPACE.
               05 JRN-ACTION        PIC X(7).
               05 FILLER            PIC X     VALUE SPACE.
               05 JRN-IMAGE         PIC X(6).
               05 FILLER            PIC X     VALUE SPACE.
               05 JRN-CARD          PIC X(70).

           01 IMAGE-LINE.
               05 IML-FILE          PIC X(14).
               05 FILLER            PIC X     VALUE SPACE.
               05 IML-CARD          PIC X(70).

           01 NO-IMAGE-MSG          PIC X(50) VALUE
               'NO LAST-RUN IMAGE FOUND, CURRENT CARDS BECOME IT'.

           01 ADDED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'CARDS ADDED:            '.
               05 ADDED-OUT         PIC ZZZZ9.
           01 CHANGED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'CARDS CHANGED:          '.
               05 CHANGED-OUT       PIC ZZZZ9.
           01 REMOVED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'CARDS REMOVED:          '.
               05 REMOVED-OUT       PIC ZZZZ9.
           01 CARDS-READ-LINE.
               05 FILLER            PIC X(24) VALUE
                   'CONTROL CARDS ON FILE:  '.
               05 CARDS-READ-OUT    PIC ZZZZ9.

           01 AUDIT-LINE.
               05 AUD-PGM          PIC X(9)  VALUE 'PROGRAM22'.
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

           OPEN OUTPUT CTLRPT.
           DISPLAY HDRLINES.
           MOVE HDRLINES TO CTLRPT-REC.
           WRITE CTLRPT-REC.
           DISPLAY RUN-ID-LINE.
           MOVE RUN-ID-LINE TO CTLRPT-REC.
           WRITE CTLRPT-REC.

           PERFORM 200-LOAD-IMAGE.
           MOVE ZERO TO CTL-FILE-IDX.
           PERFORM 300-LOAD-ONE-CONTROL-FILE
               UNTIL CTL-FILE-IDX = CTL-FILE-MAX.

           IF IMAGE-ON-FILE = 'N'
               DISPLAY NO-IMAGE-MSG
               MOVE NO-IMAGE-MSG TO CTLRPT-REC
               WRITE CTLRPT-REC
           ELSE
               PERFORM 400-COMPARE-CARDS
           END-IF.
           PERFORM 500-WRITE-IMAGE.
           PERFORM 600-WRITE-SUMMARY.

           DISPLAY ENDLINES.
           MOVE ENDLINES TO CTLRPT-REC.
           WRITE CTLRPT-REC.
           CLOSE CTLRPT.

           PERFORM 700-WRITE-AUDIT.

           STOP RUN.

       150-GET-RUN-INFO.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME.
           MOVE WS-RUN-DATE          TO RUNID-DATE-OUT.
           MOVE WS-RUN-TIME(1:6)     TO RUNID-TIME-OUT.
           MOVE WS-RUN-DATE          TO JRN-DATE.
           MOVE WS-RUN-TIME(1:6)     TO JRN-TIME.

       200-LOAD-IMAGE.
           OPEN INPUT IMAGEFILE.
           IF IMAGE-STATUS = '35'
               MOVE 'N' TO IMAGE-ON-FILE
           ELSE
               MOVE 'Y' TO IMAGE-ON-FILE
               MOVE SPACE TO LASTREC
               PERFORM 210-LOAD-ONE-IMAGE-CARD
                   UNTIL LASTREC = 'Y'
               CLOSE IMAGEFILE
           END-IF.

       210-LOAD-ONE-IMAGE-CARD.
           READ IMAGEFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   IF OLD-COUNT = CARD-MAX
                       DISPLAY 'LAST-RUN IMAGE HOLDS MORE THAN '
                           CARD-MAX ' CARDS'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE IMG-FILE-NAME TO CUR-FILE
                   MOVE IMG-CARD      TO CUR-CARD
                   PERFORM 250-SET-CARD-KEY
                   MOVE ZERO TO CUR-OCCUR
                   MOVE ZERO TO SCAN-IDX
                   PERFORM 220-COUNT-ONE-OLD-KEY
                       UNTIL SCAN-IDX = OLD-COUNT
                   ADD 1 TO OLD-COUNT
                   MOVE CUR-FILE  TO OLD-FILE (OLD-COUNT)
                   MOVE CUR-KEY   TO OLD-KEY (OLD-COUNT)
                   MOVE CUR-OCCUR TO OLD-OCCUR (OLD-COUNT)
                   MOVE CUR-CARD  TO OLD-CARD (OLD-COUNT)
                   MOVE 'N'       TO OLD-MATCHED (OLD-COUNT)
           END-READ.

       220-COUNT-ONE-OLD-KEY.
           ADD 1 TO SCAN-IDX.
           IF OLD-FILE (SCAN-IDX) = CUR-FILE
              AND OLD-KEY (SCAN-IDX) = CUR-KEY
               ADD 1 TO CUR-OCCUR
           END-IF.

       250-SET-CARD-KEY.
           IF CUR-FILE = 'limits.txt'
               MOVE SPACES        TO CUR-KEY
               MOVE CUR-CARD(1:1) TO CUR-KEY
           ELSE
               MOVE CUR-CARD(1:10) TO CUR-KEY
           END-IF.

       300-LOAD-ONE-CONTROL-FILE.
           ADD 1 TO CTL-FILE-IDX.
           MOVE CTL-FILE-ENTRY (CTL-FILE-IDX) TO CTL-FILE-NAME.
           MOVE CTL-FILE-NAME TO CUR-FILE.
           OPEN INPUT CTLFILE.
           IF CTLFILE-STATUS = '35'
               DISPLAY 'CONTROL FILE NOT FOUND, NO CARDS: '
                   CTL-FILE-NAME
           ELSE
               MOVE SPACE TO LASTREC
               PERFORM 310-LOAD-ONE-CONTROL-CARD
                   UNTIL LASTREC = 'Y'
               CLOSE CTLFILE
           END-IF.

       310-LOAD-ONE-CONTROL-CARD.
           READ CTLFILE
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   IF CTL-REC = SPACES
                       CONTINUE
                   ELSE
                       PERFORM 320-KEEP-ONE-CONTROL-CARD
                   END-IF
           END-READ.

       320-KEEP-ONE-CONTROL-CARD.
           IF NEW-COUNT = CARD-MAX
               DISPLAY 'CONTROL FILES HOLD MORE THAN ' CARD-MAX
                   ' CARDS'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CARDS-READ.
           MOVE CTL-REC TO CUR-CARD.
           PERFORM 250-SET-CARD-KEY.
           MOVE ZERO TO CUR-OCCUR.
           MOVE ZERO TO SCAN-IDX.
           PERFORM 330-COUNT-ONE-NEW-KEY
               UNTIL SCAN-IDX = NEW-COUNT.
           ADD 1 TO NEW-COUNT.
           MOVE CUR-FILE  TO NEW-FILE (NEW-COUNT).
           MOVE CUR-KEY   TO NEW-KEY (NEW-COUNT).
           MOVE CUR-OCCUR TO NEW-OCCUR (NEW-COUNT).
           MOVE CUR-CARD  TO NEW-CARD (NEW-COUNT).

       330-COUNT-ONE-NEW-KEY.
           ADD 1 TO SCAN-IDX.
           IF NEW-FILE (SCAN-IDX) = CUR-FILE
              AND NEW-KEY (SCAN-IDX) = CUR-KEY
               ADD 1 TO CUR-OCCUR
           END-IF.

       400-COMPARE-CARDS.
           OPEN EXTEND JRNLFILE.
           IF JRNL-STATUS = '35'
               OPEN OUTPUT JRNLFILE
           END-IF.
           MOVE ZERO TO NEW-IDX.
           PERFORM 410-CHECK-ONE-NEW-CARD
               UNTIL NEW-IDX = NEW-COUNT.
           MOVE ZERO TO OLD-IDX.
           PERFORM 430-CHECK-ONE-OLD-CARD
               UNTIL OLD-IDX = OLD-COUNT.
           CLOSE JRNLFILE.

       410-CHECK-ONE-NEW-CARD.
           ADD 1 TO NEW-IDX.
           MOVE 'N' TO OLD-FOUND.
           MOVE ZERO TO OLD-IDX.
           PERFORM 420-FIND-ONE-OLD-CARD
               UNTIL OLD-IDX = OLD-COUNT OR OLD-FOUND = 'Y'.
           MOVE NEW-FILE (NEW-IDX) TO JRN-FILE.
           IF OLD-FOUND = 'N'
               ADD 1 TO ADDED-COUNT
               MOVE 'ADDED'  TO JRN-ACTION
               MOVE 'BEFORE' TO JRN-IMAGE
               MOVE SPACES   TO JRN-CARD
               PERFORM 450-WRITE-JOURNAL-LINE
               MOVE 'AFTER'  TO JRN-IMAGE
               MOVE NEW-CARD (NEW-IDX) TO JRN-CARD
               PERFORM 450-WRITE-JOURNAL-LINE
           ELSE
               MOVE 'Y' TO OLD-MATCHED (OLD-IDX)
               IF OLD-CARD (OLD-IDX) NOT = NEW-CARD (NEW-IDX)
                   ADD 1 TO CHANGED-COUNT
                   MOVE 'CHANGED' TO JRN-ACTION
                   MOVE 'BEFORE'  TO JRN-IMAGE
                   MOVE OLD-CARD (OLD-IDX) TO JRN-CARD
                   PERFORM 450-WRITE-JOURNAL-LINE
                   MOVE 'AFTER'   TO JRN-IMAGE
                   MOVE NEW-CARD (NEW-IDX) TO JRN-CARD
                   PERFORM 450-WRITE-JOURNAL-LINE
               END-IF
           END-IF.

       420-FIND-ONE-OLD-CARD.
           ADD 1 TO OLD-IDX.
           IF OLD-FILE (OLD-IDX) = NEW-FILE (NEW-IDX)
              AND OLD-KEY (OLD-IDX) = NEW-KEY (NEW-IDX)
              AND OLD-OCCUR (OLD-IDX) = NEW-OCCUR (NEW-IDX)
               MOVE 'Y' TO OLD-FOUND
           END-IF.

       430-CHECK-ONE-OLD-CARD.
           ADD 1 TO OLD-IDX.
           IF OLD-MATCHED (OLD-IDX) = 'N'
               ADD 1 TO REMOVED-COUNT
               MOVE OLD-FILE (OLD-IDX) TO JRN-FILE
               MOVE 'REMOVED' TO JRN-ACTION
               MOVE 'BEFORE'  TO JRN-IMAGE
               MOVE OLD-CARD (OLD-IDX) TO JRN-CARD
               PERFORM 450-WRITE-JOURNAL-LINE
               MOVE 'AFTER'   TO JRN-IMAGE
               MOVE SPACES    TO JRN-CARD
               PERFORM 450-WRITE-JOURNAL-LINE
           END-IF.

       450-WRITE-JOURNAL-LINE.
           MOVE JOURNAL-LINE TO JRNL-REC.
           WRITE JRNL-REC.
           DISPLAY JOURNAL-LINE.
           MOVE JOURNAL-LINE TO CTLRPT-REC.
           WRITE CTLRPT-REC.

       500-WRITE-IMAGE.
           OPEN OUTPUT IMAGEFILE.
           MOVE ZERO TO NEW-IDX.
           PERFORM 510-WRITE-ONE-IMAGE-CARD
               UNTIL NEW-IDX = NEW-COUNT.
           CLOSE IMAGEFILE.

       510-WRITE-ONE-IMAGE-CARD.
           ADD 1 TO NEW-IDX.
           MOVE NEW-FILE (NEW-IDX) TO IML-FILE.
           MOVE NEW-CARD (NEW-IDX) TO IML-CARD.
           MOVE IMAGE-LINE TO IMAGE-REC.
           WRITE IMAGE-REC.

       600-WRITE-SUMMARY.
           MOVE CARDS-READ TO CARDS-READ-OUT.
           DISPLAY CARDS-READ-LINE.
           MOVE CARDS-READ-LINE TO CTLRPT-REC.
           WRITE CTLRPT-REC.

           MOVE ADDED-COUNT TO ADDED-OUT.
           DISPLAY ADDED-LINE.
           MOVE ADDED-LINE TO CTLRPT-REC.
           WRITE CTLRPT-REC.

           MOVE CHANGED-COUNT TO CHANGED-OUT.
           DISPLAY CHANGED-LINE.
           MOVE CHANGED-LINE TO CTLRPT-REC.
           WRITE CTLRPT-REC.

           MOVE REMOVED-COUNT TO REMOVED-OUT.
           DISPLAY REMOVED-LINE.
           MOVE REMOVED-LINE TO CTLRPT-REC.
           WRITE CTLRPT-REC.

       700-WRITE-AUDIT.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO AUD-DATE.
           MOVE WS-RUN-TIME(1:6)   TO AUD-TIME.
           MOVE WS-RUN-TIME(1:6)   TO AUD-START.
           MOVE WS-END-TIME(1:6)   TO AUD-END.
           MOVE CARDS-READ         TO AUD-READ.
           COMPUTE CHANGE-COUNT =
               ADDED-COUNT + CHANGED-COUNT + REMOVED-COUNT.
           COMPUTE AUD-GOOD = CARDS-READ - ADDED-COUNT - CHANGED-COUNT.
           MOVE CHANGE-COUNT       TO AUD-EXC.
           IF IMAGE-ON-FILE = 'N'
               MOVE 'NEWIMAGE' TO AUD-CONTROL
           ELSE
               IF CHANGE-COUNT = ZERO
                   MOVE 'NONE'    TO AUD-CONTROL
               ELSE
                   MOVE 'CHANGED' TO AUD-CONTROL
               END-IF
           END-IF.
           MOVE RETURN-CODE        TO AUD-RC.
           OPEN EXTEND AUDITFILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITFILE
           END-IF.
           MOVE AUDIT-LINE TO AUDITFILE-REC.
           WRITE AUDITFILE-REC.
           CLOSE AUDITFILE.

       END PROGRAM PROGRAM22.
