       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC_2015_day01_inquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEGMENT-FILE
           ASSIGN TO DYNAMIC WS-SEGMENT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEGMENT-STATUS.

           SELECT ARCHIVE-FILE
           ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGMENT-FILE.
       01  SEGMENT-RECORD.
           05 SG-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 SG-FILE          PIC X(40).
           05 FILLER           PIC X.
           05 SG-START-STEP    PIC 9(8).
           05 FILLER           PIC X.
           05 SG-END-STEP      PIC 9(8).
           05 FILLER           PIC X.
           05 SG-START-FLOOR   PIC X(8).
           05 FILLER           PIC X.
           05 SG-END-FLOOR     PIC X(8).
           05 FILLER           PIC X.
           05 SG-HIGH-FLOOR    PIC X(8).
           05 FILLER           PIC X.
           05 SG-LOW-FLOOR     PIC X(8).
           05 FILLER           PIC X.
           05 SG-INVALID       PIC 9(8).
           05 FILLER           PIC X.
           05 SG-CORRECTED     PIC 9(8).

       FD  ARCHIVE-FILE.
       01  MOVEMENT-LOG-RECORD.
           05 ML-FILE          PIC X(40).
           05 FILLER           PIC X.
           05 ML-STEPS         PIC X(8).
           05 FILLER           PIC X.
           05 ML-INSTRUCTION   PIC X.
           05 FILLER           PIC X.
           05 ML-FLOOR         PIC X(8).
           05 FILLER           PIC X.
           05 ML-CORRECTED     PIC X.

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-SEGMENT-PATH PIC X(256)
           VALUE "../day01_segments.txt".
       01 WS-SEGMENT-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-ARCHIVE-PREFIX PIC X(256)
           VALUE "../movement_log_".
       01 WS-ARCHIVE-PREFIX PIC X(256) VALUE SPACES.
       01 WS-ARCHIVE-PATH PIC X(256) VALUE SPACES.
       01 SEGMENT-STATUS PIC X(2).
           88 SEGMENT-OK  VALUES "00", "05".
           88 SEGMENT-EOF VALUE "10".
       01 ARCHIVE-STATUS PIC X(2).
           88 ARCHIVE-OK        VALUE "00".
           88 ARCHIVE-EOF       VALUE "10".
           88 ARCHIVE-NOT-FOUND VALUE "35".
       01 WS-ENV-VALUE PIC X(16) VALUE SPACES.
       01 WS-INQ-DATE PIC 9(8) VALUE 0.
       01 WS-INQ-FILE PIC X(40) VALUE SPACES.
       01 WS-INQ-STEPS PIC X(200) VALUE SPACES.
       01 WS-STEP-TOKENS.
           05 WS-STEP-TOKEN PIC X(20) OCCURS 20 TIMES.
       01 WS-STEP-TOKEN-COUNT PIC 9(4) VALUE 0.
       01 WS-STEP-TOKEN-IDX PIC 9(4) VALUE 0.
       01 WS-FROM-TEXT PIC X(20) VALUE SPACES.
       01 WS-TO-TEXT PIC X(20) VALUE SPACES.
       01 WS-FROM-STEP PIC 9(8) VALUE 0.
       01 WS-TO-STEP PIC 9(8) VALUE 0.
       01 WS-ADD-STEP PIC 9(8) VALUE 0.
       01 WS-STEP-LIST-BAD PIC X VALUE "N".
           88 STEP-LIST-BAD VALUE "Y".
       01 WS-STEP-LIST-CAPPED PIC X VALUE "N".
           88 STEP-LIST-CAPPED VALUE "Y".
       01 WANT-COUNT PIC 9(4) VALUE 0.
       01 WANT-IDX PIC 9(4) VALUE 0.
       01 WANT-POS PIC 9(4) VALUE 0.
       01 WANT-NEXT PIC 9(4) VALUE 0.
       01 WANT-FOUND-COUNT PIC 9(4) VALUE 0.
       01 WANT-TABLE.
           05 WANT-ENTRY OCCURS 1000 TIMES.
               10 WT-STEP        PIC 9(8).
               10 WT-SEG-IDX     PIC 9(4).
               10 WT-FOUND       PIC X.
                   88 WT-STEP-FOUND VALUE "Y".
               10 WT-INSTRUCTION PIC X.
               10 WT-FLOOR       PIC S9(8).
               10 WT-CORRECTED   PIC X.
       01 SEG-COUNT PIC 9(4) VALUE 0.
       01 SEG-IDX PIC 9(4) VALUE 0.
       01 WS-SEG-TABLE-FULL PIC X VALUE "N".
           88 SEG-TABLE-FULL VALUE "Y".
       01 SEG-TABLE.
           05 SEG-ENTRY OCCURS 500 TIMES.
               10 ST-START-STEP  PIC 9(8).
               10 ST-END-STEP    PIC 9(8).
               10 ST-START-FLOOR PIC S9(8).
               10 ST-END-FLOOR   PIC S9(8).
               10 ST-HIGH-FLOOR  PIC S9(8).
               10 ST-LOW-FLOOR   PIC S9(8).
               10 ST-CORRECTED   PIC 9(8).
               10 ST-OFFSET      PIC 9(8).
       01 WS-DATE-RECORDS PIC 9(8) VALUE 0.
       01 WS-SKIP-REMAINING PIC 9(8) VALUE 0.
       01 WS-EXPECT-STEP PIC 9(8) VALUE 0.
       01 WS-LOG-STEP PIC 9(8) VALUE 0.
       01 WS-MAX-WANTED PIC 9(8) VALUE 0.
       01 ARCHIVE-RECORDS-READ PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-PURGED PIC X VALUE "N".
           88 ARCHIVE-PURGED VALUE "Y".
       01 WS-SCAN-DONE PIC X VALUE "N".
           88 SCAN-DONE VALUE "Y".
       01 WS-FULL-SCAN PIC X VALUE "N".
           88 FULL-SCAN VALUE "Y".
       01 WS-ALIGN-CHECKED PIC X VALUE "N".
           88 ALIGN-CHECKED VALUE "Y".
       01 WS-MISALIGNED PIC X VALUE "N".
           88 MISALIGNED VALUE "Y".
       01 WS-FILE-SEEN PIC X VALUE "N".
           88 FILE-SEEN VALUE "Y".
       01 WS-APPROX-LOW PIC S9(8) VALUE 0.
       01 WS-APPROX-HIGH PIC S9(8) VALUE 0.
       01 WS-BOUND PIC S9(8) VALUE 0.
       01 NOT-COVERED-COUNT PIC 9(4) VALUE 0.
       01 WS-EDIT-FLOOR PIC -(7)9.
       01 WS-EDIT-HIGH PIC -(7)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-OPTIONS
           PERFORM BUILD-STEP-LIST
           PERFORM LOAD-SEGMENTS
           IF SEG-COUNT = 0
               DISPLAY "No segments for " FUNCTION TRIM(WS-INQ-FILE)
                   " on " WS-INQ-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOCATE-STEP-SEGMENT
               VARYING WANT-IDX FROM 1 BY 1
               UNTIL WANT-IDX > WANT-COUNT
           PERFORM READ-ARCHIVE
           DISPLAY "Floor inquiry for " FUNCTION TRIM(WS-INQ-FILE)
               " on " WS-INQ-DATE
           IF ARCHIVE-PURGED
               DISPLAY "  Source: segments only - archive "
                   FUNCTION TRIM(WS-ARCHIVE-PATH) " has been purged"
               DISPLAY "  Floors below are APPROXIMATE ranges"
           ELSE
               DISPLAY "  Source: " FUNCTION TRIM(WS-ARCHIVE-PATH)
                   " (" ARCHIVE-RECORDS-READ " records read)"
           END-IF
           PERFORM REPORT-ONE-STEP
               VARYING WANT-IDX FROM 1 BY 1
               UNTIL WANT-IDX > WANT-COUNT
           IF STEP-LIST-CAPPED
               DISPLAY "  (step list truncated after 1000 steps)"
           END-IF
           IF ARCHIVE-PURGED OR NOT-COVERED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-OPTIONS.
           ACCEPT WS-SEGMENT-PATH FROM ENVIRONMENT "DAY01_SEGMENT_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-SEGMENT-PATH
           END-ACCEPT
           IF WS-SEGMENT-PATH = SPACES
               MOVE WS-DEFAULT-SEGMENT-PATH TO WS-SEGMENT-PATH
           END-IF.

           ACCEPT WS-ARCHIVE-PREFIX FROM ENVIRONMENT
               "DAY01_MOVELOG_ARCHIVE"
           ON EXCEPTION
               MOVE SPACES TO WS-ARCHIVE-PREFIX
           END-ACCEPT
           IF WS-ARCHIVE-PREFIX = SPACES
               MOVE WS-DEFAULT-ARCHIVE-PREFIX TO WS-ARCHIVE-PREFIX
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_INQ_DATE"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-INQ-DATE
           END-IF.

           ACCEPT WS-INQ-FILE FROM ENVIRONMENT "DAY01_INQ_INPUT"
           ON EXCEPTION
               MOVE SPACES TO WS-INQ-FILE
           END-ACCEPT.

           ACCEPT WS-INQ-STEPS FROM ENVIRONMENT "DAY01_INQ_STEPS"
           ON EXCEPTION
               MOVE SPACES TO WS-INQ-STEPS
           END-ACCEPT.

           IF WS-INQ-DATE = 0 OR WS-INQ-FILE = SPACES
               OR WS-INQ-STEPS = SPACES
               DISPLAY "Set DAY01_INQ_DATE, DAY01_INQ_INPUT and "
                   "DAY01_INQ_STEPS (e.g. 120,500-520)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ARCHIVE-PATH
           STRING FUNCTION TRIM(WS-ARCHIVE-PREFIX)
               DELIMITED BY SIZE
               WS-INQ-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARCHIVE-PATH
           END-STRING.

       BUILD-STEP-LIST.
           MOVE SPACES TO WS-STEP-TOKENS
           MOVE 0 TO WS-STEP-TOKEN-COUNT
           UNSTRING WS-INQ-STEPS DELIMITED BY ","
               INTO WS-STEP-TOKEN (1) WS-STEP-TOKEN (2)
                   WS-STEP-TOKEN (3) WS-STEP-TOKEN (4)
                   WS-STEP-TOKEN (5) WS-STEP-TOKEN (6)
                   WS-STEP-TOKEN (7) WS-STEP-TOKEN (8)
                   WS-STEP-TOKEN (9) WS-STEP-TOKEN (10)
                   WS-STEP-TOKEN (11) WS-STEP-TOKEN (12)
                   WS-STEP-TOKEN (13) WS-STEP-TOKEN (14)
                   WS-STEP-TOKEN (15) WS-STEP-TOKEN (16)
                   WS-STEP-TOKEN (17) WS-STEP-TOKEN (18)
                   WS-STEP-TOKEN (19) WS-STEP-TOKEN (20)
               TALLYING IN WS-STEP-TOKEN-COUNT
           END-UNSTRING
           PERFORM ADD-STEP-TOKEN
               VARYING WS-STEP-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-STEP-TOKEN-IDX > WS-STEP-TOKEN-COUNT
           IF STEP-LIST-BAD OR WANT-COUNT = 0
               DISPLAY "Invalid DAY01_INQ_STEPS value: ["
                   FUNCTION TRIM(WS-INQ-STEPS) "]"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ADD-STEP-TOKEN.
           IF WS-STEP-TOKEN (WS-STEP-TOKEN-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FROM-TEXT
           MOVE SPACES TO WS-TO-TEXT
           UNSTRING WS-STEP-TOKEN (WS-STEP-TOKEN-IDX)
               DELIMITED BY "-"
               INTO WS-FROM-TEXT WS-TO-TEXT
           END-UNSTRING
           IF WS-TO-TEXT = SPACES
               MOVE WS-FROM-TEXT TO WS-TO-TEXT
           END-IF
           IF FUNCTION TRIM(WS-FROM-TEXT) IS NOT NUMERIC
               OR FUNCTION TRIM(WS-TO-TEXT) IS NOT NUMERIC
               MOVE "Y" TO WS-STEP-LIST-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-FROM-TEXT) TO WS-FROM-STEP
           MOVE FUNCTION NUMVAL(WS-TO-TEXT) TO WS-TO-STEP
           IF WS-FROM-STEP = 0 OR WS-TO-STEP < WS-FROM-STEP
               MOVE "Y" TO WS-STEP-LIST-BAD
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-WANTED-STEP
               VARYING WS-ADD-STEP FROM WS-FROM-STEP BY 1
               UNTIL WS-ADD-STEP > WS-TO-STEP
               OR STEP-LIST-CAPPED.

       ADD-WANTED-STEP.
           PERFORM VARYING WANT-POS FROM 1 BY 1
               UNTIL WANT-POS > WANT-COUNT
               OR WT-STEP (WANT-POS) >= WS-ADD-STEP
               CONTINUE
           END-PERFORM
           IF WANT-POS <= WANT-COUNT
               AND WT-STEP (WANT-POS) = WS-ADD-STEP
               EXIT PARAGRAPH
           END-IF
           IF WANT-COUNT >= 1000
               MOVE "Y" TO WS-STEP-LIST-CAPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WANT-IDX FROM WANT-COUNT BY -1
               UNTIL WANT-IDX < WANT-POS
               MOVE WANT-ENTRY (WANT-IDX) TO WANT-ENTRY (WANT-IDX + 1)
           END-PERFORM
           ADD 1 TO WANT-COUNT
           MOVE SPACES TO WANT-ENTRY (WANT-POS)
           MOVE WS-ADD-STEP TO WT-STEP (WANT-POS)
           MOVE 0 TO WT-SEG-IDX (WANT-POS)
           MOVE "N" TO WT-FOUND (WANT-POS)
           MOVE 0 TO WT-FLOOR (WANT-POS).

       LOAD-SEGMENTS.
           OPEN INPUT SEGMENT-FILE
           IF NOT SEGMENT-OK
               DISPLAY "Error opening segment file. Status: "
                   SEGMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SEGMENT-ENTRY UNTIL SEGMENT-EOF
           CLOSE SEGMENT-FILE
           IF SEG-TABLE-FULL
               DISPLAY "  (only the first 500 segments of "
                   FUNCTION TRIM(WS-INQ-FILE) " were loaded)"
           END-IF.

       LOAD-SEGMENT-ENTRY.
           READ SEGMENT-FILE
               NOT AT END
                   IF SG-DATE = WS-INQ-DATE
                       PERFORM KEEP-SEGMENT-ENTRY
                   END-IF
           END-READ.

       KEEP-SEGMENT-ENTRY.
           IF SG-FILE = WS-INQ-FILE
               IF SEG-COUNT < 500
                   ADD 1 TO SEG-COUNT
                   MOVE SG-START-STEP TO ST-START-STEP (SEG-COUNT)
                   MOVE SG-END-STEP TO ST-END-STEP (SEG-COUNT)
                   MOVE FUNCTION NUMVAL(SG-START-FLOOR)
                       TO ST-START-FLOOR (SEG-COUNT)
                   MOVE FUNCTION NUMVAL(SG-END-FLOOR)
                       TO ST-END-FLOOR (SEG-COUNT)
                   MOVE FUNCTION NUMVAL(SG-HIGH-FLOOR)
                       TO ST-HIGH-FLOOR (SEG-COUNT)
                   MOVE FUNCTION NUMVAL(SG-LOW-FLOOR)
                       TO ST-LOW-FLOOR (SEG-COUNT)
                   MOVE SG-CORRECTED TO ST-CORRECTED (SEG-COUNT)
                   MOVE WS-DATE-RECORDS TO ST-OFFSET (SEG-COUNT)
               ELSE
                   MOVE "Y" TO WS-SEG-TABLE-FULL
               END-IF
           END-IF
           IF SG-END-STEP >= SG-START-STEP
               COMPUTE WS-DATE-RECORDS = WS-DATE-RECORDS
                   + SG-END-STEP - SG-START-STEP + 1
           END-IF.

       LOCATE-STEP-SEGMENT.
           PERFORM VARYING SEG-IDX FROM 1 BY 1
               UNTIL SEG-IDX > SEG-COUNT
               OR (WT-STEP (WANT-IDX) >= ST-START-STEP (SEG-IDX)
                   AND WT-STEP (WANT-IDX) <= ST-END-STEP (SEG-IDX))
               CONTINUE
           END-PERFORM
           IF SEG-IDX <= SEG-COUNT
               MOVE SEG-IDX TO WT-SEG-IDX (WANT-IDX)
               MOVE WT-STEP (WANT-IDX) TO WS-MAX-WANTED
           ELSE
               ADD 1 TO NOT-COVERED-COUNT
           END-IF.

       READ-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-NOT-FOUND
               MOVE "Y" TO WS-ARCHIVE-PURGED
               EXIT PARAGRAPH
           END-IF
           IF NOT ARCHIVE-OK
               DISPLAY "Error opening movement log archive "
                   FUNCTION TRIM(WS-ARCHIVE-PATH)
                   " status " ARCHIVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-SKIP-REMAINING
           MOVE 0 TO WS-EXPECT-STEP
           PERFORM VARYING WANT-IDX FROM 1 BY 1
               UNTIL WANT-IDX > WANT-COUNT
               OR WT-SEG-IDX (WANT-IDX) > 0
               CONTINUE
           END-PERFORM
           IF WANT-IDX > WANT-COUNT
               CLOSE ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WT-SEG-IDX (WANT-IDX) TO SEG-IDX
           MOVE ST-OFFSET (SEG-IDX) TO WS-SKIP-REMAINING
           MOVE ST-START-STEP (SEG-IDX) TO WS-EXPECT-STEP
           MOVE 1 TO WANT-NEXT
           PERFORM SKIP-ARCHIVE-RECORD
               UNTIL WS-SKIP-REMAINING = 0 OR ARCHIVE-EOF
           PERFORM SCAN-ARCHIVE-RECORD
               UNTIL ARCHIVE-EOF OR SCAN-DONE
           CLOSE ARCHIVE-FILE
           IF MISALIGNED
               DISPLAY "  (archive does not line up with the segment "
                   "file - scanning the whole archive)"
               MOVE "Y" TO WS-FULL-SCAN
               MOVE "N" TO WS-SCAN-DONE
               MOVE 1 TO WANT-NEXT
               MOVE 0 TO ARCHIVE-RECORDS-READ
               OPEN INPUT ARCHIVE-FILE
               PERFORM SCAN-ARCHIVE-RECORD
                   UNTIL ARCHIVE-EOF OR SCAN-DONE
               CLOSE ARCHIVE-FILE
           END-IF.

       SKIP-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               NOT AT END
                   ADD 1 TO ARCHIVE-RECORDS-READ
                   SUBTRACT 1 FROM WS-SKIP-REMAINING
           END-READ.

       SCAN-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               NOT AT END
                   ADD 1 TO ARCHIVE-RECORDS-READ
                   PERFORM CHECK-ARCHIVE-RECORD
           END-READ.

       CHECK-ARCHIVE-RECORD.
           IF NOT FULL-SCAN AND NOT ALIGN-CHECKED
               MOVE "Y" TO WS-ALIGN-CHECKED
               IF ML-FILE NOT = WS-INQ-FILE
                   OR FUNCTION NUMVAL(ML-STEPS) NOT = WS-EXPECT-STEP
                   MOVE "Y" TO WS-MISALIGNED
                   MOVE "Y" TO WS-SCAN-DONE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ML-FILE NOT = WS-INQ-FILE
               IF FILE-SEEN AND NOT FULL-SCAN
                   MOVE "Y" TO WS-SCAN-DONE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FILE-SEEN
           MOVE FUNCTION NUMVAL(ML-STEPS) TO WS-LOG-STEP
           PERFORM UNTIL WANT-NEXT > WANT-COUNT
               OR WT-STEP (WANT-NEXT) >= WS-LOG-STEP
               ADD 1 TO WANT-NEXT
           END-PERFORM
           IF WANT-NEXT <= WANT-COUNT
               AND WT-STEP (WANT-NEXT) = WS-LOG-STEP
               IF NOT WT-STEP-FOUND (WANT-NEXT)
                   ADD 1 TO WANT-FOUND-COUNT
               END-IF
               MOVE "Y" TO WT-FOUND (WANT-NEXT)
               MOVE ML-INSTRUCTION TO WT-INSTRUCTION (WANT-NEXT)
               MOVE FUNCTION NUMVAL(ML-FLOOR) TO WT-FLOOR (WANT-NEXT)
               MOVE ML-CORRECTED TO WT-CORRECTED (WANT-NEXT)
           END-IF
           IF NOT FULL-SCAN
               AND (WANT-FOUND-COUNT >= WANT-COUNT
                   OR WS-LOG-STEP >= WS-MAX-WANTED)
               MOVE "Y" TO WS-SCAN-DONE
           END-IF.

       REPORT-ONE-STEP.
           EVALUATE TRUE
               WHEN WT-SEG-IDX (WANT-IDX) = 0
                   DISPLAY "  Step " WT-STEP (WANT-IDX)
                       ": not covered by any segment"
               WHEN ARCHIVE-PURGED
                   PERFORM REPORT-APPROXIMATE-STEP
               WHEN WT-STEP-FOUND (WANT-IDX)
                   MOVE WT-FLOOR (WANT-IDX) TO WS-EDIT-FLOOR
                   IF WT-CORRECTED (WANT-IDX) = "C"
                       DISPLAY "  Step " WT-STEP (WANT-IDX)
                           " floor " WS-EDIT-FLOOR
                           " instruction " WT-INSTRUCTION (WANT-IDX)
                           " CORRECTED"
                   ELSE
                       DISPLAY "  Step " WT-STEP (WANT-IDX)
                           " floor " WS-EDIT-FLOOR
                           " instruction " WT-INSTRUCTION (WANT-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO NOT-COVERED-COUNT
                   DISPLAY "  Step " WT-STEP (WANT-IDX)
                       ": not found in the archive"
           END-EVALUATE.

       REPORT-APPROXIMATE-STEP.
           MOVE WT-SEG-IDX (WANT-IDX) TO SEG-IDX
           MOVE ST-LOW-FLOOR (SEG-IDX) TO WS-APPROX-LOW
           MOVE ST-HIGH-FLOOR (SEG-IDX) TO WS-APPROX-HIGH
           COMPUTE WS-BOUND = ST-START-FLOOR (SEG-IDX)
               - (WT-STEP (WANT-IDX) - ST-START-STEP (SEG-IDX))
           IF WS-BOUND > WS-APPROX-LOW
               MOVE WS-BOUND TO WS-APPROX-LOW
           END-IF
           COMPUTE WS-BOUND = ST-END-FLOOR (SEG-IDX)
               - (ST-END-STEP (SEG-IDX) - WT-STEP (WANT-IDX))
           IF WS-BOUND > WS-APPROX-LOW
               MOVE WS-BOUND TO WS-APPROX-LOW
           END-IF
           COMPUTE WS-BOUND = ST-START-FLOOR (SEG-IDX)
               + (WT-STEP (WANT-IDX) - ST-START-STEP (SEG-IDX))
           IF WS-BOUND < WS-APPROX-HIGH
               MOVE WS-BOUND TO WS-APPROX-HIGH
           END-IF
           COMPUTE WS-BOUND = ST-END-FLOOR (SEG-IDX)
               + (ST-END-STEP (SEG-IDX) - WT-STEP (WANT-IDX))
           IF WS-BOUND < WS-APPROX-HIGH
               MOVE WS-BOUND TO WS-APPROX-HIGH
           END-IF
           MOVE WS-APPROX-LOW TO WS-EDIT-FLOOR
           MOVE WS-APPROX-HIGH TO WS-EDIT-HIGH
           DISPLAY "  Step " WT-STEP (WANT-IDX)
               " floor APPROXIMATE " WS-EDIT-FLOOR " to " WS-EDIT-HIGH
               " instruction ? (segment " ST-START-STEP (SEG-IDX)
               "-" ST-END-STEP (SEG-IDX) ", "
               ST-CORRECTED (SEG-IDX) " corrected)".
