      ******************************************************************
      * Author: TODD ABRAHAM
      * Date: 10-15-26
      * Purpose: Delimited inbound file converter, run ahead of
      *          PROGRAM12 for submitting areas that can only send
      *          comma-delimited exports. Each CONVERT card on
      *          convert.prm names a delimited input file and the
      *          file to write in the fixed 13-byte layout PROGRAM12,
      *          PROGRAM2 and PROGRAM3 read:
      *            CONVERT   <input file, 30><output file, 30>
      *          (output defaults to the input name up to its first
      *          '.' followed by .dat). The first line of the input
      *          is the export's header row and is skipped; blank
      *          lines are ignored. Every other row must carry the
      *          five fields as whole numbers of up to 3, 3, 3, 2 and
      *          1 digits, with an optional leading minus sign and
      *          spaces around the commas. A row with no negative
      *          value becomes a 'D' detail; a row with a negative
      *          value is a back-out and becomes an 'A' adjustment,
      *          each negative field carried with a trailing
      *          overpunch sign and each positive one as plain
      *          digits. The 'T' trailer is appended with the count
      *          of records written as its control count. A row that
      *          cannot be converted is left out and listed on the
      *          conversion reject report convrej.txt with its line
      *          number and the reason, and the rest of the file
      *          still goes forward. The output name is appended to
      *          manifest.txt, when there is one and it is not
      *          already listed, so the converted file enters the
      *          normal gatekeeper, exception and suspense flow.
      *          Ends with return code 4 when any row was rejected,
      *          12 when an input file is missing (no output is
      *          written for it) and 16 on a bad or missing card, and
      *          appends its record to the shared audit file
      *          runaudit.txt.
      * Tectonics: cobc
      * Modifications:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM24.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARMFILE ASSIGN TO "convert.prm"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PARMFILE-STATUS.
               SELECT CSVIN ASSIGN USING CSV-IN-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CSVIN-STATUS.
               SELECT CNVOUT ASSIGN USING CNV-OUT-NAME
                FILE STATUS IS CNVOUT-STATUS.
               SELECT MANIFEST ASSIGN TO "manifest.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MANIFEST-STATUS.
               SELECT REJOUT ASSIGN TO "convrej.txt"
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

           FD CSVIN.
           01 CSV-REC                  PIC X(200).

           FD CNVOUT.
           01 CNV-NUM-REC.
               05 CNV-REC-TYPE         PIC X(01).
               05 CNV-PAYLOAD          PIC X(12).
           01 CNV-TRAILER-REC REDEFINES CNV-NUM-REC.
               05 CNV-TRL-REC-TYPE     PIC X(01).
               05 CNV-TRL-CONTROL-COUNT PIC 9(07).
               05 FILLER               PIC X(05).

           FD MANIFEST.
           01 MAN-REC.
               05 MAN-FILE-NAME        PIC X(30).

           FD REJOUT.
           01 REJOUT-REC               PIC X(120).

           FD AUDITFILE.
           01 AUDITFILE-REC            PIC X(130).

       WORKING-STORAGE SECTION.
           01 HDRLINES              PIC X(40) VALUE ALL '-'.
           01 ENDLINES              PIC X(40) VALUE ALL '-'.

           01 LASTREC               PIC X     VALUE SPACE.
           01 PARMFILE-STATUS       PIC XX.
           01 CSVIN-STATUS          PIC XX.
           01 CNVOUT-STATUS         PIC XX.
           01 MANIFEST-STATUS       PIC XX.
           01 AUDIT-STATUS          PIC XX.
           01 PARM-LASTREC          PIC X     VALUE SPACE.
           01 MAN-LASTREC           PIC X     VALUE SPACE.

           01 WS-RUN-DATE           PIC 9(8).
           01 WS-RUN-TIME           PIC 9(8).
           01 WS-END-TIME           PIC 9(8).

           01 RUN-ID-LINE.
               05 RUNID-LBL        PIC X(9)  VALUE 'RUN ID: '.
               05 RUNID-PGM        PIC X(10) VALUE 'PROGRAM24-'.
               05 RUNID-DATE       PIC 9(8).
               05 FILLER           PIC X     VALUE '-'.
               05 RUNID-TIME       PIC 9(6).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-DATE-LBL   PIC X(6)  VALUE 'DATE: '.
               05 RUNID-DATE-OUT   PIC 9(8).
               05 FILLER           PIC X(3)  VALUE SPACES.
               05 RUNID-TIME-LBL   PIC X(6)  VALUE 'TIME: '.
               05 RUNID-TIME-OUT   PIC 9(6).

           01 CSV-IN-NAME           PIC X(30).
           01 CNV-OUT-NAME          PIC X(30).
           01 CNV-BASE-NAME         PIC X(30).

           01 CARD-TABLE.
               05 CARD-ENTRY OCCURS 20 TIMES.
                   10 CARD-IN-NAME  PIC X(30).
                   10 CARD-OUT-NAME PIC X(30).
           01 CARD-MAX              PIC 99    VALUE 20.
           01 CARD-COUNT            PIC 99    VALUE ZERO.
           01 CARD-IDX              PIC 99    VALUE ZERO.

           01 FIELD-WIDTH-LIST      PIC X(5)  VALUE '33321'.
           01 FIELD-WIDTH-TABLE REDEFINES FIELD-WIDTH-LIST.
               05 FIELD-WIDTH       PIC 9     OCCURS 5 TIMES.
           01 FIELD-START-LIST      PIC X(10) VALUE '0104071012'.
           01 FIELD-START-TABLE REDEFINES FIELD-START-LIST.
               05 FIELD-START       PIC 99    OCCURS 5 TIMES.

           01 FLD-TABLE.
               05 FLD-ENTRY OCCURS 6 TIMES.
                   10 FLD-TEXT      PIC X(20).
                   10 FLD-NEG       PIC X.
                   10 FLD-DIGITS    PIC X(3).
                   10 FLD-VALUE REDEFINES FLD-DIGITS PIC 9(3).
           01 FLD-COUNT             PIC 99    VALUE ZERO.
           01 FLD-IDX               PIC 9     VALUE ZERO.
           01 FLD-WORK              PIC X(20).
           01 FLD-POS               PIC 99    VALUE ZERO.
           01 FLD-LEN               PIC 99    VALUE ZERO.
           01 FLD-ZEROS             PIC 99    VALUE ZERO.
           01 FLD-WIDTH             PIC 9     VALUE ZERO.

           01 SGN-3                 PIC S9(3).
           01 SGN-3-X REDEFINES SGN-3 PIC X(3).
           01 SGN-2                 PIC S9(2).
           01 SGN-2-X REDEFINES SGN-2 PIC X(2).
           01 SGN-1                 PIC S9(1).
           01 SGN-1-X REDEFINES SGN-1 PIC X(1).

           01 ROW-REASON            PIC X(30) VALUE SPACES.
           01 ROW-IS-ADJ            PIC X     VALUE 'N'.
           01 ROW-FIELD-NO          PIC 9.
           01 ROW-WIDTH-NO          PIC 9.

           01 FILE-LINE-NO          PIC 9(7)  VALUE ZERO.
           01 FILE-ROWS-READ        PIC 9(7)  VALUE ZERO.
           01 FILE-DETAILS          PIC 9(7)  VALUE ZERO.
           01 FILE-ADJUSTMENTS      PIC 9(7)  VALUE ZERO.
           01 FILE-REJECTED         PIC 9(7)  VALUE ZERO.
           01 FILE-WRITTEN          PIC 9(7)  VALUE ZERO.
           01 MAN-LISTED            PIC X     VALUE 'N'.

           01 FILES-CONVERTED       PIC 9(5)  VALUE ZERO.
           01 FILES-MISSING         PIC 9(5)  VALUE ZERO.
           01 ROWS-READ             PIC 9(7)  VALUE ZERO.
           01 ROWS-WRITTEN          PIC 9(7)  VALUE ZERO.
           01 ROWS-REJECTED         PIC 9(7)  VALUE ZERO.

           01 FILE-HDR-LINE.
               05 FILLER            PIC X(7)  VALUE 'INPUT: '.
               05 FHL-IN-OUT        PIC X(30).
               05 FILLER            PIC X(9)  VALUE ' OUTPUT: '.
               05 FHL-OUT-OUT       PIC X(30).

           01 REJECT-LINE.
               05 FILLER            PIC X(6)  VALUE 'LINE: '.
               05 RJL-LINE-OUT      PIC ZZZZZZ9.
               05 FILLER            PIC X(9)  VALUE ' REASON: '.
               05 RJL-REASON-OUT    PIC X(30).
               05 FILLER            PIC X(6)  VALUE ' ROW: '.
               05 RJL-ROW-OUT       PIC X(50).

           01 FILE-COUNT-LINE.
               05 FILLER            PIC X(11) VALUE 'ROWS READ: '.
               05 FCL-READ-OUT      PIC ZZZZZZ9.
               05 FILLER            PIC X(11) VALUE ' DETAILS:  '.
               05 FCL-DET-OUT       PIC ZZZZZZ9.
               05 FILLER            PIC X(14) VALUE ' ADJUSTMENTS: '.
               05 FCL-ADJ-OUT       PIC ZZZZZZ9.
               05 FILLER            PIC X(11) VALUE ' REJECTED: '.
               05 FCL-REJ-OUT       PIC ZZZZZZ9.
               05 FILLER            PIC X(10) VALUE ' TRAILER: '.
               05 FCL-TRL-OUT       PIC ZZZZZZ9.

           01 NOT-FOUND-MSG         PIC X(38) VALUE
               'INPUT FILE NOT FOUND, NOTHING WRITTEN'.
           01 OUT-FAILED-LINE.
               05 FILLER            PIC X(36) VALUE
                   'OUTPUT FILE OPEN FAILED, STATUS:    '.
               05 OFL-STATUS-OUT    PIC XX.
           01 MAN-ADDED-MSG         PIC X(36) VALUE
               'OUTPUT FILE ADDED TO MANIFEST.TXT'.
           01 MAN-LISTED-MSG        PIC X(36) VALUE
               'OUTPUT FILE ALREADY ON MANIFEST.TXT'.
           01 MAN-NONE-MSG          PIC X(48) VALUE
               'NO MANIFEST.TXT, OUTPUT NOT LISTED FOR PROGRAM12'.

           01 FILES-CONVERTED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'FILES CONVERTED:        '.
               05 FILES-CONVERTED-OUT PIC ZZZZZZ9.
           01 FILES-MISSING-LINE.
               05 FILLER            PIC X(24) VALUE
                   'FILES NOT FOUND:        '.
               05 FILES-MISSING-OUT PIC ZZZZZZ9.
           01 ROWS-WRITTEN-LINE.
               05 FILLER            PIC X(24) VALUE
                   'ROWS CONVERTED:         '.
               05 ROWS-WRITTEN-OUT  PIC ZZZZZZ9.
           01 ROWS-REJECTED-LINE.
               05 FILLER            PIC X(24) VALUE
                   'ROWS REJECTED:          '.
               05 ROWS-REJECTED-OUT PIC ZZZZZZ9.

           01 AUDIT-LINE.
               05 AUD-PGM          PIC X(9)  VALUE 'PROGRAM24'.
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
           PERFORM 200-READ-CONTROL-CARDS.

           OPEN OUTPUT REJOUT.
           DISPLAY HDRLINES.
           MOVE HDRLINES TO REJOUT-REC.
           WRITE REJOUT-REC.
           DISPLAY RUN-ID-LINE.
           MOVE RUN-ID-LINE TO REJOUT-REC.
           WRITE REJOUT-REC.

           MOVE ZERO TO CARD-IDX.
           PERFORM 300-CONVERT-ONE-FILE
               UNTIL CARD-IDX = CARD-COUNT.
           PERFORM 600-WRITE-SUMMARY.

           DISPLAY ENDLINES.
           MOVE ENDLINES TO REJOUT-REC.
           WRITE REJOUT-REC.
           CLOSE REJOUT.

           IF FILES-MISSING > ZERO
               MOVE 12 TO RETURN-CODE
           ELSE
               IF ROWS-REJECTED > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
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

       190-WRITE-REPORT-LINE.
           DISPLAY REJOUT-REC.
           WRITE REJOUT-REC.

       200-READ-CONTROL-CARDS.
           OPEN INPUT PARMFILE.
           IF PARMFILE-STATUS = '35'
               DISPLAY 'NO CONVERSION CONTROL CARD FILE FOUND'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACE TO PARM-LASTREC.
           PERFORM 210-PROCESS-ONE-CARD
               UNTIL PARM-LASTREC = 'Y'.
           CLOSE PARMFILE.
           IF CARD-COUNT = ZERO
               DISPLAY 'NO CONVERT CARD FOUND ON CONVERT.PRM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       210-PROCESS-ONE-CARD.
           READ PARMFILE
               AT END MOVE 'Y' TO PARM-LASTREC
               NOT AT END
                   IF PARM-KEYWORD = 'CONVERT'
                       PERFORM 220-STORE-CONVERT-CARD
                   ELSE
                       IF PARM-REC = SPACES
                           CONTINUE
                       ELSE
                           DISPLAY 'BAD CONVERSION CARD, UNKNOWN '
                               'KEYWORD: ' PARM-KEYWORD
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       220-STORE-CONVERT-CARD.
           IF PARM-VALUE(1:30) = SPACES
               DISPLAY 'BAD CONVERT CARD, INPUT FILE IS BLANK'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CARD-COUNT = CARD-MAX
               DISPLAY 'TOO MANY CONVERT CARDS, LIMIT IS ' CARD-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CARD-COUNT.
           MOVE PARM-VALUE(1:30) TO CARD-IN-NAME (CARD-COUNT).
           IF PARM-VALUE(31:30) = SPACES
               MOVE SPACES TO CNV-BASE-NAME
               UNSTRING PARM-VALUE(1:30) DELIMITED BY '.'
                   INTO CNV-BASE-NAME
               MOVE SPACES TO CARD-OUT-NAME (CARD-COUNT)
               STRING CNV-BASE-NAME DELIMITED BY SPACE
                      '.dat'        DELIMITED BY SIZE
                   INTO CARD-OUT-NAME (CARD-COUNT)
           ELSE
               MOVE PARM-VALUE(31:30) TO CARD-OUT-NAME (CARD-COUNT)
           END-IF.
           IF CARD-OUT-NAME (CARD-COUNT) = CARD-IN-NAME (CARD-COUNT)
               DISPLAY 'BAD CONVERT CARD, OUTPUT WOULD OVERWRITE '
                   'INPUT: ' PARM-VALUE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       300-CONVERT-ONE-FILE.
           ADD 1 TO CARD-IDX.
           MOVE CARD-IN-NAME (CARD-IDX)  TO CSV-IN-NAME.
           MOVE CARD-OUT-NAME (CARD-IDX) TO CNV-OUT-NAME.
           MOVE ZERO TO FILE-LINE-NO FILE-ROWS-READ FILE-DETAILS
                        FILE-ADJUSTMENTS FILE-REJECTED FILE-WRITTEN.
           MOVE SPACES TO REJOUT-REC.
           PERFORM 190-WRITE-REPORT-LINE.
           MOVE CSV-IN-NAME  TO FHL-IN-OUT.
           MOVE CNV-OUT-NAME TO FHL-OUT-OUT.
           MOVE FILE-HDR-LINE TO REJOUT-REC.
           PERFORM 190-WRITE-REPORT-LINE.
           OPEN INPUT CSVIN.
           IF CSVIN-STATUS NOT = '00'
               MOVE NOT-FOUND-MSG TO REJOUT-REC
               PERFORM 190-WRITE-REPORT-LINE
               ADD 1 TO FILES-MISSING
           ELSE
               OPEN OUTPUT CNVOUT
               IF CNVOUT-STATUS NOT = '00'
                   MOVE CNVOUT-STATUS TO OFL-STATUS-OUT
                   MOVE OUT-FAILED-LINE TO REJOUT-REC
                   PERFORM 190-WRITE-REPORT-LINE
                   ADD 1 TO FILES-MISSING
               ELSE
                   MOVE SPACE TO LASTREC
                   PERFORM 310-CONVERT-ONE-ROW
                       UNTIL LASTREC = 'Y'
                   PERFORM 370-WRITE-TRAILER
                   CLOSE CNVOUT
                   ADD 1 TO FILES-CONVERTED
                   PERFORM 380-WRITE-FILE-COUNTS
                   PERFORM 400-LIST-ON-MANIFEST
               END-IF
               CLOSE CSVIN
           END-IF.

       310-CONVERT-ONE-ROW.
           READ CSVIN
               AT END MOVE 'Y' TO LASTREC
               NOT AT END
                   ADD 1 TO FILE-LINE-NO
                   INSPECT CSV-REC REPLACING ALL X'0D' BY SPACE
                   IF FILE-LINE-NO = 1 OR CSV-REC = SPACES
                       CONTINUE
                   ELSE
                       ADD 1 TO FILE-ROWS-READ
                       ADD 1 TO ROWS-READ
                       PERFORM 320-CHECK-ROW
                       IF ROW-REASON = SPACES
                           PERFORM 340-WRITE-CONVERTED-ROW
                       ELSE
                           PERFORM 360-WRITE-REJECT
                       END-IF
                   END-IF
           END-READ.

       320-CHECK-ROW.
           MOVE SPACES TO ROW-REASON.
           MOVE 'N'    TO ROW-IS-ADJ.
           MOVE SPACES TO FLD-TABLE.
           MOVE ZERO   TO FLD-COUNT.
           UNSTRING CSV-REC DELIMITED BY ','
               INTO FLD-TEXT (1) FLD-TEXT (2) FLD-TEXT (3)
                    FLD-TEXT (4) FLD-TEXT (5) FLD-TEXT (6)
               TALLYING IN FLD-COUNT.
           IF FLD-COUNT NOT = 5
               MOVE 'ROW DOES NOT HAVE 5 FIELDS' TO ROW-REASON
           ELSE
               MOVE ZERO TO FLD-IDX
               PERFORM 330-CHECK-ONE-FIELD
                   UNTIL FLD-IDX = 5 OR ROW-REASON NOT = SPACES
           END-IF.

       330-CHECK-ONE-FIELD.
           ADD 1 TO FLD-IDX.
           MOVE FLD-IDX TO ROW-FIELD-NO.
           MOVE FIELD-WIDTH (FLD-IDX) TO FLD-WIDTH.
           MOVE FLD-TEXT (FLD-IDX) TO FLD-WORK.
           MOVE 'N' TO FLD-NEG (FLD-IDX).
           MOVE ZERO TO FLD-POS.
           INSPECT FLD-WORK TALLYING FLD-POS FOR LEADING SPACES.
           ADD 1 TO FLD-POS.
           IF FLD-POS > 20
               STRING 'FIELD ' ROW-FIELD-NO ' IS EMPTY'
                   DELIMITED BY SIZE INTO ROW-REASON
           ELSE
               IF FLD-WORK(FLD-POS:1) = '-'
                   MOVE 'Y' TO FLD-NEG (FLD-IDX)
                   ADD 1 TO FLD-POS
               ELSE
                   IF FLD-WORK(FLD-POS:1) = '+'
                       ADD 1 TO FLD-POS
                   END-IF
               END-IF
               MOVE ZERO TO FLD-LEN
               IF FLD-POS NOT > 20
                   INSPECT FLD-WORK(FLD-POS:) TALLYING FLD-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
               END-IF
               IF FLD-LEN = ZERO
                   STRING 'FIELD ' ROW-FIELD-NO ' IS NOT NUMERIC'
                       DELIMITED BY SIZE INTO ROW-REASON
               ELSE
                   IF FLD-WORK(FLD-POS:FLD-LEN) IS NOT NUMERIC
                       STRING 'FIELD ' ROW-FIELD-NO ' IS NOT NUMERIC'
                           DELIMITED BY SIZE INTO ROW-REASON
                   ELSE
                       IF FLD-POS + FLD-LEN NOT > 20
                          AND FLD-WORK(FLD-POS + FLD-LEN:) NOT = SPACES
                           STRING 'FIELD ' ROW-FIELD-NO
                               ' IS NOT NUMERIC'
                               DELIMITED BY SIZE INTO ROW-REASON
                       ELSE
                           PERFORM 335-STORE-FIELD-VALUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       335-STORE-FIELD-VALUE.
           MOVE ZERO TO FLD-ZEROS.
           INSPECT FLD-WORK(FLD-POS:FLD-LEN) TALLYING FLD-ZEROS
               FOR LEADING '0'.
           IF FLD-ZEROS = FLD-LEN
               MOVE ZERO TO FLD-VALUE (FLD-IDX)
               MOVE 'N'  TO FLD-NEG (FLD-IDX)
           ELSE
               ADD FLD-ZEROS TO FLD-POS
               SUBTRACT FLD-ZEROS FROM FLD-LEN
               IF FLD-LEN > FLD-WIDTH
                   MOVE FLD-WIDTH TO ROW-WIDTH-NO
                   STRING 'FIELD ' ROW-FIELD-NO ' OVER ' ROW-WIDTH-NO
                       ' DIGITS' DELIMITED BY SIZE INTO ROW-REASON
               ELSE
                   MOVE ZERO TO FLD-VALUE (FLD-IDX)
                   MOVE FLD-WORK(FLD-POS:FLD-LEN)
                       TO FLD-DIGITS (FLD-IDX)(4 - FLD-LEN:FLD-LEN)
                   IF FLD-NEG (FLD-IDX) = 'Y'
                       MOVE 'Y' TO ROW-IS-ADJ
                   END-IF
               END-IF
           END-IF.

       340-WRITE-CONVERTED-ROW.
           MOVE SPACES TO CNV-NUM-REC.
           IF ROW-IS-ADJ = 'Y'
               MOVE 'A' TO CNV-REC-TYPE
               ADD 1 TO FILE-ADJUSTMENTS
           ELSE
               MOVE 'D' TO CNV-REC-TYPE
               ADD 1 TO FILE-DETAILS
           END-IF.
           MOVE ZERO TO FLD-IDX.
           PERFORM 350-PUT-ONE-FIELD
               UNTIL FLD-IDX = 5.
           WRITE CNV-NUM-REC.
           ADD 1 TO FILE-WRITTEN.
           ADD 1 TO ROWS-WRITTEN.

       350-PUT-ONE-FIELD.
           ADD 1 TO FLD-IDX.
           MOVE FIELD-WIDTH (FLD-IDX) TO FLD-WIDTH.
           IF FLD-NEG (FLD-IDX) = 'Y'
               EVALUATE FLD-WIDTH
                   WHEN 3
                       COMPUTE SGN-3 = ZERO - FLD-VALUE (FLD-IDX)
                       MOVE SGN-3-X
                           TO CNV-PAYLOAD(FIELD-START (FLD-IDX):3)
                   WHEN 2
                       COMPUTE SGN-2 = ZERO - FLD-VALUE (FLD-IDX)
                       MOVE SGN-2-X
                           TO CNV-PAYLOAD(FIELD-START (FLD-IDX):2)
                   WHEN OTHER
                       COMPUTE SGN-1 = ZERO - FLD-VALUE (FLD-IDX)
                       MOVE SGN-1-X
                           TO CNV-PAYLOAD(FIELD-START (FLD-IDX):1)
               END-EVALUATE
           ELSE
               MOVE FLD-DIGITS (FLD-IDX)(4 - FLD-WIDTH:FLD-WIDTH)
                   TO CNV-PAYLOAD(FIELD-START (FLD-IDX):FLD-WIDTH)
           END-IF.

       360-WRITE-REJECT.
           ADD 1 TO FILE-REJECTED.
           ADD 1 TO ROWS-REJECTED.
           MOVE FILE-LINE-NO TO RJL-LINE-OUT.
           MOVE ROW-REASON   TO RJL-REASON-OUT.
           MOVE CSV-REC      TO RJL-ROW-OUT.
           MOVE REJECT-LINE  TO REJOUT-REC.
           PERFORM 190-WRITE-REPORT-LINE.

       370-WRITE-TRAILER.
           MOVE SPACES       TO CNV-NUM-REC.
           MOVE 'T'          TO CNV-TRL-REC-TYPE.
           MOVE FILE-WRITTEN TO CNV-TRL-CONTROL-COUNT.
           WRITE CNV-NUM-REC.

       380-WRITE-FILE-COUNTS.
           MOVE FILE-ROWS-READ   TO FCL-READ-OUT.
           MOVE FILE-DETAILS     TO FCL-DET-OUT.
           MOVE FILE-ADJUSTMENTS TO FCL-ADJ-OUT.
           MOVE FILE-REJECTED    TO FCL-REJ-OUT.
           MOVE FILE-WRITTEN     TO FCL-TRL-OUT.
           MOVE FILE-COUNT-LINE  TO REJOUT-REC.
           PERFORM 190-WRITE-REPORT-LINE.

       400-LIST-ON-MANIFEST.
           MOVE 'N' TO MAN-LISTED.
           OPEN INPUT MANIFEST.
           IF MANIFEST-STATUS = '35'
               MOVE MAN-NONE-MSG TO REJOUT-REC
               PERFORM 190-WRITE-REPORT-LINE
           ELSE
               MOVE SPACE TO MAN-LASTREC
               PERFORM 410-CHECK-ONE-MANIFEST-ENTRY
                   UNTIL MAN-LASTREC = 'Y'
               CLOSE MANIFEST
               IF MAN-LISTED = 'Y'
                   MOVE MAN-LISTED-MSG TO REJOUT-REC
               ELSE
                   OPEN EXTEND MANIFEST
                   MOVE CNV-OUT-NAME TO MAN-FILE-NAME
                   WRITE MAN-REC
                   CLOSE MANIFEST
                   MOVE MAN-ADDED-MSG TO REJOUT-REC
               END-IF
               PERFORM 190-WRITE-REPORT-LINE
           END-IF.

       410-CHECK-ONE-MANIFEST-ENTRY.
           READ MANIFEST
               AT END MOVE 'Y' TO MAN-LASTREC
               NOT AT END
                   IF MAN-FILE-NAME = CNV-OUT-NAME
                       MOVE 'Y' TO MAN-LISTED
                   END-IF
           END-READ.

       600-WRITE-SUMMARY.
           MOVE SPACES TO REJOUT-REC.
           PERFORM 190-WRITE-REPORT-LINE.
           MOVE FILES-CONVERTED TO FILES-CONVERTED-OUT.
           MOVE FILES-CONVERTED-LINE TO REJOUT-REC.
           PERFORM 190-WRITE-REPORT-LINE.
           MOVE FILES-MISSING TO FILES-MISSING-OUT.
           MOVE FILES-MISSING-LINE TO REJOUT-REC.
           PERFORM 190-WRITE-REPORT-LINE.
           MOVE ROWS-WRITTEN TO ROWS-WRITTEN-OUT.
           MOVE ROWS-WRITTEN-LINE TO REJOUT-REC.
           PERFORM 190-WRITE-REPORT-LINE.
           MOVE ROWS-REJECTED TO ROWS-REJECTED-OUT.
           MOVE ROWS-REJECTED-LINE TO REJOUT-REC.
           PERFORM 190-WRITE-REPORT-LINE.

       700-WRITE-AUDIT.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-RUN-DATE        TO AUD-DATE.
           MOVE WS-RUN-TIME(1:6)   TO AUD-TIME.
           MOVE WS-RUN-TIME(1:6)   TO AUD-START.
           MOVE WS-END-TIME(1:6)   TO AUD-END.
           MOVE ROWS-READ          TO AUD-READ.
           MOVE ROWS-WRITTEN       TO AUD-GOOD.
           MOVE ROWS-REJECTED      TO AUD-EXC.
           IF ROWS-REJECTED > ZERO
               MOVE 'REJECTS' TO AUD-CONTROL
           END-IF.
           MOVE RETURN-CODE        TO AUD-RC.
           OPEN EXTEND AUDITFILE.
           IF AUDIT-STATUS = '35'
               OPEN OUTPUT AUDITFILE
           END-IF.
           MOVE AUDIT-LINE TO AUDITFILE-REC.
           WRITE AUDITFILE-REC.
           CLOSE AUDITFILE.

       END PROGRAM PROGRAM24.
