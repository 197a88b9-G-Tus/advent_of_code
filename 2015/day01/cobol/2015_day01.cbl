           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PROFILE-STATUS.

           SELECT OPTIONAL BUILDING-FILE
           ASSIGN TO DYNAMIC WS-BUILDING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BM-BUILDING-ID
           FILE STATUS IS BUILDING-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL-FILE
           ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOCK-STATUS.

           SELECT PARTIAL-FILE
           ASSIGN TO DYNAMIC WS-PARTIAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTIAL-STATUS.

           SELECT OPTIONAL FINGERPRINT-FILE
           ASSIGN TO DYNAMIC WS-FINGERPRINT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-KEY
           ALTERNATE RECORD KEY IS FP-PATH WITH DUPLICATES
           FILE STATUS IS FINGERPRINT-STATUS.

           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO DYNAMIC WS-OPERATOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-STATUS.

           SELECT OPTIONAL ACCESS-LOG-FILE
           ASSIGN TO DYNAMIC WS-ACCESS-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
           05 CF-STEP          PIC X(8).
           05 FILLER           PIC X.
           05 CF-CHAR          PIC X.
           05 FILLER           PIC X.
           05 CF-OPERATOR      PIC X(12).

       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05 PF-MAX-FLOOR     PIC 9(4).
           05 PF-MIN-LEVEL     PIC 9(4).

       FD  BUILDING-FILE.
       01  BUILDING-RECORD.
           05 BM-BUILDING-ID   PIC X(8).
           05 BM-NAME          PIC X(30).
           05 BM-TOP-FLOOR     PIC 9(4).
           05 BM-MIN-LEVEL     PIC 9(4).
           05 BM-GROUND-OFFSET PIC S9(4).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-RECORD.
           05 AT-RUN-ID        PIC X(17).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-MODE          PIC X(8).

       FD  PARTIAL-FILE.
       01  PARTIAL-HEADER-RECORD.
           05 PH-TYPE          PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 PH-SPLIT-ID      PIC X(17).
           05 FILLER           PIC X VALUE SPACE.
           05 PH-RANGE-NO      PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 PH-RANGE-COUNT   PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 PH-START-STEP    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PH-END-STEP      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PH-NET-FLOOR     PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 PH-LOW-FLOOR     PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 PH-LOW-STEP      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PH-HIGH-FLOOR    PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 PH-INVALID       PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PH-CORRECTED     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PH-OVERFLOW      PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 PH-FILE          PIC X(40).
       01  PARTIAL-LEVEL-RECORD.
           05 PL-TYPE          PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 PL-LEVEL         PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 PL-FIRST-STEP    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PL-CROSSINGS     PIC 9(8).
       01  PARTIAL-TRAILER-RECORD.
           05 PT-TYPE          PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 PT-LEVEL-COUNT   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PT-SPLIT-ID      PIC X(17).
           05 FILLER           PIC X VALUE SPACE.
           05 PT-RC            PIC 9(4).

       FD  RUNSET-FILE.
       01  RUNSET-RECORD.
           05 CFG-SET          PIC X(12).
           05 FILLER           PIC X.
           05 CFG-VALUE        PIC X(256).

       FD  FINGERPRINT-FILE.
       01  FINGERPRINT-RECORD.
           05 FP-KEY.
               10 FP-CHECKSUM  PIC X(8).
               10 FP-SIZE      PIC 9(8).
           05 FP-PATH          PIC X(200).
           05 FP-BUILDING-ID   PIC X(8).
           05 FP-STAGED-DATE   PIC 9(8).
           05 FP-STATUS        PIC X(9).
               88 FP-STAGED    VALUE "STAGED".
               88 FP-PROCESSED VALUE "PROCESSED".
               88 FP-REPLACED  VALUE "REPLACED".
           05 FP-PROCESSED-DATE PIC 9(8).
           05 FP-RUN-ID        PIC X(17).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OA-OPERATOR      PIC X(12).
           05 FILLER           PIC X.
           05 OA-BROWSE        PIC X.
           05 FILLER           PIC X.
           05 OA-CORRECT       PIC X.
           05 FILLER           PIC X.
           05 OA-DELETE        PIC X.
           05 FILLER           PIC X.
           05 OA-REBUILD       PIC X.
           05 FILLER           PIC X.
           05 OA-SUBMIT        PIC X.

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           05 AC-DATE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-TIME          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-USER          PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-TARGET        PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-ACTION        PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-RESULT        PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-KEY-DATE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-KEY-FILE      PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-KEY-STEP      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-REASON        PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-INPUT-PATH PIC X(256) VALUE "../input.txt".
       01 WS-INPUT-PATH PIC X(256) VALUE SPACES.
               10 COR-STEP PIC 9(8).
               10 COR-CHAR PIC X.
       01 CORRECTION-APPLIED-COUNT PIC 9(8) VALUE 0.
       01 CORRECTION-SKIPPED-COUNT PIC 9(4) VALUE 0.
       01 WS-DEFAULT-OPERATOR-PATH PIC X(256)
           VALUE "../day01_operators.txt".
       01 WS-OPERATOR-PATH PIC X(256) VALUE SPACES.
       01 OPERATOR-STATUS PIC X(2).
           88 OPERATOR-OK      VALUES "00", "05".
           88 OPERATOR-PRESENT VALUE "00".
           88 OPERATOR-EOF     VALUE "10".
       01 SUBMITTER-COUNT PIC 9(4) VALUE 0.
       01 SUBMITTER-IDX PIC 9(4) VALUE 0.
       01 SUBMITTER-TABLE.
           05 SUBMITTER-ENTRY OCCURS 100 TIMES.
               10 SUB-OPERATOR PIC X(12).
       01 WS-DEFAULT-ACCESS-LOG-PATH PIC X(256)
           VALUE "../day01_access_log.txt".
       01 WS-ACCESS-LOG-PATH PIC X(256) VALUE SPACES.
       01 ACCESS-LOG-STATUS PIC X(2).
           88 ACCESS-LOG-OK VALUES "00", "05".
       01 WS-ACCESS-RESULT PIC X(8) VALUE SPACES.
       01 WS-ACCESS-REASON PIC X(16) VALUE SPACES.
       01 WS-ACCESS-DATE PIC X(8) VALUE SPACES.
       01 WS-ACCESS-TIME PIC X(8) VALUE SPACES.
       01 CURRENT-CHAR PIC X VALUE SPACE.
       01 INPUT-BLOCK-LEN PIC 9(4) VALUE 0.
       01 INPUT-BLOCK-POS PIC 9(4) VALUE 0.
           88 PROFILE-LOADED VALUE "Y".
       01 WS-MAX-FLOOR PIC S9(8) VALUE 0.
       01 WS-MIN-FLOOR PIC S9(8) VALUE 0.
       01 WS-PROFILE-MAX-FLOOR PIC S9(8) VALUE 0.
       01 WS-PROFILE-MIN-FLOOR PIC S9(8) VALUE 0.
       01 WS-LIMITS-ACTIVE PIC X VALUE "N".
           88 LIMITS-ACTIVE VALUE "Y".
       01 WS-DEFAULT-BUILDING-PATH PIC X(256)
           VALUE "../day01_buildings.dat".
       01 WS-BUILDING-PATH PIC X(256) VALUE SPACES.
       01 BUILDING-STATUS PIC X(2).
           88 BUILDING-OK VALUES "00", "05".
       01 WS-RUN-BUILDING-ID PIC X(8) VALUE SPACES.
       01 WS-BUILDING-ID PIC X(8) VALUE SPACES.
       01 WS-BUILDING-FOUND PIC X VALUE "N".
           88 BUILDING-FOUND VALUE "Y".
       01 WS-BUILDING-LIMITS-USED PIC X VALUE "N".
           88 BUILDING-LIMITS-USED VALUE "Y".
       01 BUILDING-REJECT-COUNT PIC 9(4) VALUE 0.
       01 LIMIT-VIOLATION-COUNT PIC 9(8) VALUE 0.
       01 VIOLATION-FILE-COUNT PIC 9(4) VALUE 0.
       01 VIOLATION-IDX PIC 9(4) VALUE 0.
       01 WS-DEFAULT-INPUT-FORMAT PIC X(3) VALUE "RAW".
       01 WS-INPUT-FORMAT PIC X(3) VALUE "RAW".
           88 RLE-FORMAT VALUE "RLE".
       01 WS-LIST-TOKENS.
           05 WS-LIST-TOKEN PIC X(16) OCCURS 3 TIMES.
       01 WS-LIST-TOKEN-IDX PIC 9(4) VALUE 0.
       01 WS-RLE-TOKEN PIC X(9) VALUE SPACES.
       01 WS-RLE-TOKEN-LEN PIC 9(4) VALUE 0.
       01 WS-RLE-TOKEN-READY PIC X VALUE "N".
       01 RUNSET-ENTRY-COUNT PIC 9(4) VALUE 0.
       01 WS-RUNSET-INCOMPLETE PIC X VALUE "N".
           88 RUNSET-INCOMPLETE VALUE "Y".
       01 WS-RANGE-MODE PIC X VALUE "N".
           88 RANGE-MODE VALUE "Y".
       01 WS-RANGE-COMPLETE PIC X VALUE "N".
           88 RANGE-COMPLETE VALUE "Y".
       01 WS-RANGE-OVERFLOW PIC X VALUE "N".
           88 RANGE-OVERFLOW VALUE "Y".
       01 WS-PARTIAL-PATH PIC X(256) VALUE SPACES.
       01 PARTIAL-STATUS PIC X(2).
           88 PARTIAL-OK VALUE "00".
       01 WS-DEFAULT-FINGERPRINT-PATH PIC X(256)
           VALUE "../day01_fingerprints.dat".
       01 WS-FINGERPRINT-PATH PIC X(256) VALUE SPACES.
       01 FINGERPRINT-STATUS PIC X(2).
           88 FINGERPRINT-OK      VALUES "00", "05".
           88 FINGERPRINT-PRESENT VALUE "00".
       01 WS-FP-SUM-A PIC 9(6) VALUE 1.
       01 WS-FP-SUM-B PIC 9(6) VALUE 0.
       01 WS-FP-BYTE PIC 9(3) VALUE 0.
       01 WS-FP-POS PIC 9(4) VALUE 0.
       01 WS-FP-BYTES PIC 9(8) VALUE 0.
       01 WS-FP-VALUE PIC 9(10) VALUE 0.
       01 WS-FP-DIGIT PIC 9(2) VALUE 0.
       01 WS-FP-HEX-IDX PIC 9(2) VALUE 0.
       01 WS-FP-HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
       01 WS-FP-CHECKSUM PIC X(8) VALUE SPACES.
       01 WS-FP-EXPECTED-KEY.
           05 WS-FP-EXPECTED-CHECKSUM PIC X(8).
           05 WS-FP-EXPECTED-SIZE PIC 9(8).
       01 WS-FP-EXPECTED-DATE PIC 9(8) VALUE 0.
       01 WS-FP-EXPECTED-FOUND PIC X VALUE "N".
           88 FP-EXPECTED-FOUND VALUE "Y".
       01 WS-FP-PATH-DONE PIC X VALUE "N".
           88 FP-PATH-DONE VALUE "Y".
       01 WS-CONTENT-ALTERED PIC X VALUE "N".
           88 CONTENT-ALTERED VALUE "Y".
       01 WS-FP-EVENT-RC PIC 9(4) VALUE 0.
       01 WS-FP-VERIFIED PIC X VALUE "N".
           88 FP-VERIFIED VALUE "Y".
       01 ALTERED-REJECT-COUNT PIC 9(4) VALUE 0.
       01 WS-SPLIT-ID PIC X(17) VALUE SPACES.
       01 RANGE-NO PIC 9(4) VALUE 1.
       01 RANGE-COUNT PIC 9(4) VALUE 1.
       01 RANGE-START PIC 9(8) VALUE 0.
       01 RANGE-END PIC 9(8) VALUE 0.
       01 RANGE-BYTES-READ PIC 9(8) VALUE 0.
       01 RANGE-LOW-FLOOR PIC S9(8) VALUE 0.
       01 RANGE-LOW-STEP PIC 9(8) VALUE 0.
       01 RANGE-HIGH-FLOOR PIC S9(8) VALUE 0.
       01 RANGE-LEVEL PIC S9(8) VALUE 0.
       01 RANGE-LEVEL-IDX PIC 9(6) VALUE 0.
       01 RANGE-LEVEL-COUNT PIC 9(8) VALUE 0.
       01 RANGE-LEVEL-TABLE.
           05 RANGE-LEVEL-ENTRY OCCURS 100001 TIMES.
               10 RL-FIRST-STEP PIC 9(8).
               10 RL-CROSSINGS  PIC 9(8).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-RUN-SET
           PERFORM RESOLVE-RANGE-OPTIONS
           IF RANGE-MODE
               PERFORM RANGE-RUN
               STOP RUN
           END-IF
           PERFORM RESOLVE-FILE-LIST-PATH
           IF MULTI-FILE-MODE
               PERFORM MULTI-FILE-RUN
           END-IF
           STOP RUN.

       RESOLVE-RANGE-OPTIONS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_RANGE_START"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RANGE-MODE
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO RANGE-START
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_RANGE_END"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO RANGE-END
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_RANGE_NO"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO RANGE-NO
           END-IF

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_RANGE_COUNT"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO RANGE-COUNT
           END-IF

           ACCEPT WS-PARTIAL-PATH FROM ENVIRONMENT "DAY01_PARTIAL_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-PARTIAL-PATH
           END-ACCEPT

           ACCEPT WS-SPLIT-ID FROM ENVIRONMENT "DAY01_SPLIT_ID"
           ON EXCEPTION
               MOVE SPACES TO WS-SPLIT-ID
           END-ACCEPT

           IF RANGE-START = 0 OR RANGE-END < RANGE-START
               DISPLAY "Invalid step range: DAY01_RANGE_START and "
                   "DAY01_RANGE_END must be numeric with start <= end"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARTIAL-PATH = SPACES
               DISPLAY "Range run needs DAY01_PARTIAL_FILE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RANGE-RUN.
           PERFORM RESOLVE-INPUT-PATH
           PERFORM RESOLVE-RUNTIME-OPTIONS
           IF RLE-FORMAT
               DISPLAY "Range runs need RAW input - "
                   FUNCTION TRIM(WS-INPUT-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESOLVE-CORRECTION-PATH
           PERFORM LOAD-CORRECTIONS
           MOVE "RANGE" TO WS-RUN-MODE
           INITIALIZE RANGE-LEVEL-TABLE
           OPEN INPUT INPUT-FILE
           IF NOT FILE-OK
               DISPLAY "Error opening file. Status: " FILE-STATUS
                   " - " FUNCTION TRIM(WS-INPUT-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-MOVEMENT-LOG-PATH
           STRING FUNCTION TRIM(WS-PARTIAL-PATH) DELIMITED BY SIZE
               ".mov" DELIMITED BY SIZE
               INTO WS-MOVEMENT-LOG-PATH
           END-STRING
           OPEN OUTPUT MOVEMENT-LOG-FILE
           IF NOT MOVEMENT-LOG-OK
               DISPLAY "Error opening range movement log. Status: "
                   MOVEMENT-LOG-STATUS " - "
                   FUNCTION TRIM(WS-MOVEMENT-LOG-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE STEPS = RANGE-START - 1
           MOVE STEPS TO WS-SKIP-REMAINING
           PERFORM SKIP-CHECKPOINT-BLOCK
               UNTIL WS-SKIP-REMAINING = 0 OR FILE-EOF
               OR RANGE-COMPLETE
           PERFORM READ-STEPS UNTIL FILE-EOF OR RANGE-COMPLETE
           CLOSE INPUT-FILE
           CLOSE MOVEMENT-LOG-FILE
           IF STEPS < RANGE-START
               DISPLAY "WARNING: input ends before range start "
                   RANGE-START
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-PARTIAL-RECORDS
           DISPLAY "Range " RANGE-NO " of " RANGE-COUNT
               ": steps " RANGE-START " to " STEPS
           DISPLAY "  Net floor change: " FLOOR
           DISPLAY "  Lowest running floor: " RANGE-LOW-FLOOR
               " at step " RANGE-LOW-STEP
           DISPLAY "Invalid characters encountered: " INVALID-CHAR-COUNT
           IF CORRECTION-COUNT > 0
               DISPLAY "Corrections applied: " CORRECTION-APPLIED-COUNT
           END-IF.

       CLIP-RANGE-BLOCK.
           ADD INPUT-BLOCK-LEN TO RANGE-BYTES-READ
           IF RANGE-BYTES-READ >= RANGE-END
               COMPUTE INPUT-BLOCK-LEN = INPUT-BLOCK-LEN
                   - (RANGE-BYTES-READ - RANGE-END)
               MOVE "Y" TO WS-RANGE-COMPLETE
           END-IF.

       TRACK-RANGE-STEP.
           IF FLOOR < -50000 OR FLOOR > 50000
               MOVE "Y" TO WS-RANGE-OVERFLOW
           END-IF
           IF RANGE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           EVALUATE CURRENT-CHAR
               WHEN "("
                   COMPUTE RANGE-LEVEL-IDX = FLOOR - 1 + 50001
               WHEN ")"
                   COMPUTE RANGE-LEVEL-IDX = FLOOR + 50001
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO RL-CROSSINGS (RANGE-LEVEL-IDX)
           IF FLOOR < RANGE-LOW-FLOOR
               MOVE FLOOR TO RANGE-LOW-FLOOR
               MOVE STEPS TO RANGE-LOW-STEP
               COMPUTE RANGE-LEVEL-IDX = FLOOR + 50001
               MOVE STEPS TO RL-FIRST-STEP (RANGE-LEVEL-IDX)
           END-IF
           IF FLOOR > RANGE-HIGH-FLOOR
               MOVE FLOOR TO RANGE-HIGH-FLOOR
           END-IF.

       WRITE-PARTIAL-RECORDS.
           OPEN OUTPUT PARTIAL-FILE
           IF NOT PARTIAL-OK
               DISPLAY "Error opening partial file. Status: "
                   PARTIAL-STATUS " - " FUNCTION TRIM(WS-PARTIAL-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PARTIAL-HEADER-RECORD
           MOVE "H" TO PH-TYPE
           MOVE WS-SPLIT-ID TO PH-SPLIT-ID
           MOVE RANGE-NO TO PH-RANGE-NO
           MOVE RANGE-COUNT TO PH-RANGE-COUNT
           MOVE RANGE-START TO PH-START-STEP
           MOVE STEPS TO PH-END-STEP
           MOVE FLOOR TO PH-NET-FLOOR
           MOVE RANGE-LOW-FLOOR TO PH-LOW-FLOOR
           MOVE RANGE-LOW-STEP TO PH-LOW-STEP
           MOVE RANGE-HIGH-FLOOR TO PH-HIGH-FLOOR
           MOVE INVALID-CHAR-COUNT TO PH-INVALID
           MOVE CORRECTION-APPLIED-COUNT TO PH-CORRECTED
           MOVE WS-RANGE-OVERFLOW TO PH-OVERFLOW
           MOVE WS-INPUT-PATH TO PH-FILE
           WRITE PARTIAL-HEADER-RECORD
           IF NOT RANGE-OVERFLOW
               PERFORM WRITE-PARTIAL-LEVEL
                   VARYING RANGE-LEVEL FROM RANGE-LOW-FLOOR BY 1
                   UNTIL RANGE-LEVEL > RANGE-HIGH-FLOOR
           END-IF
           MOVE SPACES TO PARTIAL-TRAILER-RECORD
           MOVE "T" TO PT-TYPE
           MOVE RANGE-LEVEL-COUNT TO PT-LEVEL-COUNT
           MOVE WS-SPLIT-ID TO PT-SPLIT-ID
           MOVE RETURN-CODE TO PT-RC
           WRITE PARTIAL-TRAILER-RECORD
           CLOSE PARTIAL-FILE.

       WRITE-PARTIAL-LEVEL.
           COMPUTE RANGE-LEVEL-IDX = RANGE-LEVEL + 50001
           IF RL-CROSSINGS (RANGE-LEVEL-IDX) > 0
               OR RL-FIRST-STEP (RANGE-LEVEL-IDX) > 0
               MOVE SPACES TO PARTIAL-LEVEL-RECORD
               MOVE "L" TO PL-TYPE
               MOVE RANGE-LEVEL TO PL-LEVEL
               MOVE RL-FIRST-STEP (RANGE-LEVEL-IDX) TO PL-FIRST-STEP
               MOVE RL-CROSSINGS (RANGE-LEVEL-IDX) TO PL-CROSSINGS
               WRITE PARTIAL-LEVEL-RECORD
               ADD 1 TO RANGE-LEVEL-COUNT
           END-IF.

       SINGLE-FILE-RUN.
           PERFORM RESOLVE-INPUT-PATH
           PERFORM RESOLVE-RUNTIME-OPTIONS
           PERFORM LOAD-CORRECTIONS
           PERFORM RESOLVE-PROFILE-PATH
           PERFORM LOAD-BUILDING-PROFILE
           PERFORM RESOLVE-BUILDING-PATH
           PERFORM RESOLVE-AUDIT-TRAIL-PATH
           PERFORM INIT-AUDIT-RUN
           PERFORM LOAD-CHECKPOINT
           MOVE "START" TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-EVENT
           PERFORM WRITE-RUNSET-AUDIT
           MOVE WS-RUN-BUILDING-ID TO WS-BUILDING-ID
           PERFORM SELECT-BUILDING-LIMITS
           IF NOT BUILDING-FOUND
               DISPLAY "Run rejected: unknown building ID "
                   FUNCTION TRIM(WS-BUILDING-ID)
               PERFORM REJECT-SINGLE-RUN
           END-IF
           PERFORM LOAD-CONTROL-TOTAL
           PERFORM RESOLVE-FINGERPRINT-PATH
           PERFORM SCREEN-INPUT-FINGERPRINT
           IF CONTENT-ALTERED
               PERFORM REJECT-ALTERED-INPUT
           END-IF
           PERFORM OPEN-FILE
           PERFORM SKIP-TO-CHECKPOINT
           PERFORM READ-STEPS UNTIL FILE-EOF
           PERFORM FLUSH-RLE-REMNANT
           IF FP-VERIFIED
               PERFORM MARK-FINGERPRINT-PROCESSED
           END-IF
           DISPLAY "Santa ends on floor: " FLOOR
           DISPLAY "Santa goes to the basement at step: " LOCATION
           DISPLAY "Invalid characters encountered: " INVALID-CHAR-COUNT
           PERFORM LOAD-CORRECTIONS
           PERFORM RESOLVE-PROFILE-PATH
           PERFORM LOAD-BUILDING-PROFILE
           PERFORM RESOLVE-BUILDING-PATH
           PERFORM RESOLVE-AUDIT-TRAIL-PATH
           PERFORM INIT-AUDIT-RUN
           MOVE "MULTI" TO WS-RUN-MODE
           PERFORM WRITE-AUDIT-EVENT
           PERFORM WRITE-RUNSET-AUDIT
           PERFORM LOAD-CONTROL-TOTAL
           PERFORM RESOLVE-FINGERPRINT-PATH
           OPEN INPUT FILE-LIST-FILE
           IF NOT FILE-LIST-OK
               DISPLAY "Error opening file list. Status: "
           PERFORM PROCESS-FILE-LIST-ENTRY UNTIL FILE-LIST-EOF
           CLOSE FILE-LIST-FILE
           DISPLAY "Files processed: " WS-FILE-COUNT
           IF ALTERED-REJECT-COUNT > 0
               DISPLAY "Files stopped (content changed since staging): "
                   ALTERED-REJECT-COUNT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF BUILDING-REJECT-COUNT > 0
               DISPLAY "Files rejected (unknown building): "
                   BUILDING-REJECT-COUNT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Grand total floor across all files: "
               GRAND-TOTAL-FLOOR
           DISPLAY "Invalid characters encountered: " INVALID-CHAR-COUNT

       PROCESS-ONE-LISTED-FILE.
           MOVE SPACES TO WS-INPUT-PATH
           MOVE SPACES TO WS-LIST-TOKENS
           UNSTRING FUNCTION TRIM(FILE-LIST-RECORD)
               DELIMITED BY ALL " "
               INTO WS-INPUT-PATH WS-LIST-TOKEN (1)
                   WS-LIST-TOKEN (2) WS-LIST-TOKEN (3)
           END-UNSTRING
           MOVE WS-DEFAULT-INPUT-FORMAT TO WS-INPUT-FORMAT
           MOVE WS-RUN-BUILDING-ID TO WS-BUILDING-ID
           PERFORM VARYING WS-LIST-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-LIST-TOKEN-IDX > 3
               EVALUATE WS-LIST-TOKEN (WS-LIST-TOKEN-IDX)
                   WHEN "RLE"
                       MOVE "RLE" TO WS-INPUT-FORMAT
                   WHEN "RAW"
                       MOVE "RAW" TO WS-INPUT-FORMAT
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       IF WS-LIST-TOKEN (WS-LIST-TOKEN-IDX) (1:5)
                           NOT = "SIZE="
                           MOVE WS-LIST-TOKEN (WS-LIST-TOKEN-IDX)
                               TO WS-BUILDING-ID
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-INPUT-PATH NOT = SPACES
               PERFORM SELECT-BUILDING-LIMITS
               IF NOT BUILDING-FOUND
                   ADD 1 TO BUILDING-REJECT-COUNT
                   DISPLAY "Skipping " FUNCTION TRIM(WS-INPUT-PATH)
                       " - unknown building ID "
                       FUNCTION TRIM(WS-BUILDING-ID)
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO FLOOR
               MOVE 0 TO STEPS
               MOVE 0 TO LOCATION
               MOVE "N" TO WS-PREV-UNDERGROUND
               MOVE 0 TO WS-RLE-TOKEN-LEN
               PERFORM SCREEN-INPUT-FINGERPRINT
               IF CONTENT-ALTERED
                   ADD 1 TO ALTERED-REJECT-COUNT
                   DISPLAY "Skipping " FUNCTION TRIM(WS-INPUT-PATH)
                       " - content changed since staging"
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT INPUT-FILE
               IF FILE-OK
                   PERFORM READ-STEPS UNTIL FILE-EOF
                   CLOSE INPUT-FILE
                   PERFORM FLUSH-RLE-REMNANT
                   IF FP-VERIFIED
                       PERFORM MARK-FINGERPRINT-PROCESSED
                   END-IF
                   ADD 1 TO WS-FILE-COUNT
                   ADD FLOOR TO GRAND-TOTAL-FLOOR
                   ADD STEPS TO GRAND-TOTAL-STEPS
       LOAD-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           IF CORRECTION-OK
               PERFORM RESOLVE-OPERATOR-PATHS
               PERFORM LOAD-SUBMITTERS
               PERFORM LOAD-CORRECTION-ENTRY UNTIL CORRECTION-EOF
               CLOSE CORRECTION-FILE
               DISPLAY "Corrections loaded: " CORRECTION-COUNT
               IF CORRECTION-SKIPPED-COUNT > 0
                   DISPLAY "Corrections skipped (submitter missing or "
                       "not authorized): " CORRECTION-SKIPPED-COUNT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       RESOLVE-OPERATOR-PATHS.
           IF WS-OPERATOR-PATH = SPACES
               ACCEPT WS-OPERATOR-PATH FROM ENVIRONMENT
                   "DAY01_OPERATOR_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERATOR-PATH
               END-ACCEPT
           END-IF
           IF WS-OPERATOR-PATH = SPACES
               MOVE WS-DEFAULT-OPERATOR-PATH TO WS-OPERATOR-PATH
           END-IF
           IF WS-ACCESS-LOG-PATH = SPACES
               ACCEPT WS-ACCESS-LOG-PATH FROM ENVIRONMENT
                   "DAY01_ACCESS_LOG"
               ON EXCEPTION
                   MOVE SPACES TO WS-ACCESS-LOG-PATH
               END-ACCEPT
           END-IF
           IF WS-ACCESS-LOG-PATH = SPACES
               MOVE WS-DEFAULT-ACCESS-LOG-PATH TO WS-ACCESS-LOG-PATH
           END-IF.

       LOAD-SUBMITTERS.
           MOVE 0 TO SUBMITTER-COUNT
           OPEN INPUT OPERATOR-FILE
           IF NOT OPERATOR-OK
               DISPLAY "Error opening operator authority file. Status: "
                   OPERATOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OPERATOR-PRESENT
               PERFORM LOAD-SUBMITTER-ENTRY UNTIL OPERATOR-EOF
           END-IF
           CLOSE OPERATOR-FILE.

       LOAD-SUBMITTER-ENTRY.
           READ OPERATOR-FILE
               NOT AT END
                   IF OA-OPERATOR NOT = SPACES
                       AND OA-SUBMIT = "Y"
                       IF SUBMITTER-COUNT < 100
                           ADD 1 TO SUBMITTER-COUNT
                           MOVE OA-OPERATOR
                               TO SUB-OPERATOR (SUBMITTER-COUNT)
                       ELSE
                           DISPLAY "Submitter ignored (table full): "
                               FUNCTION TRIM(OA-OPERATOR)
                       END-IF
                   END-IF
           END-READ.

       CHECK-CORRECTION-SUBMITTER.
           MOVE SPACES TO WS-ACCESS-REASON
           IF CF-OPERATOR = SPACES
               MOVE "NO SUBMITTER" TO WS-ACCESS-REASON
           ELSE
               PERFORM VARYING SUBMITTER-IDX FROM 1 BY 1
                   UNTIL SUBMITTER-IDX > SUBMITTER-COUNT
                   OR SUB-OPERATOR (SUBMITTER-IDX) = CF-OPERATOR
                   CONTINUE
               END-PERFORM
               IF SUBMITTER-IDX > SUBMITTER-COUNT
                   MOVE "NOT AUTHORIZED" TO WS-ACCESS-REASON
               END-IF
           END-IF.

       WRITE-OVERLAY-ACCESS.
           IF RANGE-MODE AND RANGE-NO NOT = 1
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               DISPLAY "Error opening access log. Status: "
                   ACCESS-LOG-STATUS
           ELSE
               MOVE SPACES TO ACCESS-LOG-RECORD
               ACCEPT WS-ACCESS-DATE FROM DATE YYYYMMDD
               MOVE WS-ACCESS-DATE TO AC-DATE
               ACCEPT WS-ACCESS-TIME FROM TIME
               MOVE WS-ACCESS-TIME TO AC-TIME
               IF CF-OPERATOR = SPACES
                   MOVE "(NONE)" TO AC-USER
               ELSE
                   MOVE CF-OPERATOR TO AC-USER
               END-IF
               MOVE "OVERLAY" TO AC-TARGET
               MOVE "SUBMIT" TO AC-ACTION
               MOVE WS-ACCESS-RESULT TO AC-RESULT
               MOVE WS-ACCESS-DATE TO AC-KEY-DATE
               MOVE CF-FILE TO AC-KEY-FILE
               MOVE FUNCTION NUMVAL(CF-STEP) TO AC-KEY-STEP
               MOVE WS-ACCESS-REASON TO AC-REASON
               WRITE ACCESS-LOG-RECORD
               CLOSE ACCESS-LOG-FILE
           END-IF.

       LOAD-CORRECTION-ENTRY.
                   IF CF-FILE NOT = SPACES
                       AND FUNCTION TRIM(CF-STEP) IS NUMERIC
                       AND CF-CHAR NOT = SPACE
                       PERFORM CHECK-CORRECTION-SUBMITTER
                       IF WS-ACCESS-REASON NOT = SPACES
                           PERFORM SKIP-CORRECTION-ENTRY
                       ELSE
                           PERFORM TABLE-CORRECTION-ENTRY
                       END-IF
                   END-IF
           END-READ.

       SKIP-CORRECTION-ENTRY.
           ADD 1 TO CORRECTION-SKIPPED-COUNT
           DISPLAY "Correction skipped ("
               FUNCTION TRIM(WS-ACCESS-REASON) "): "
               FUNCTION TRIM(CF-FILE)
               " step " FUNCTION TRIM(CF-STEP)
               " submitter " CF-OPERATOR
           MOVE "SKIPPED" TO WS-ACCESS-RESULT
           PERFORM WRITE-OVERLAY-ACCESS.

       TABLE-CORRECTION-ENTRY.
           IF CORRECTION-COUNT < 200
               ADD 1 TO CORRECTION-COUNT
               MOVE CF-FILE TO COR-FILE (CORRECTION-COUNT)
               MOVE FUNCTION NUMVAL(CF-STEP)
                   TO COR-STEP (CORRECTION-COUNT)
               MOVE CF-CHAR TO COR-CHAR (CORRECTION-COUNT)
               MOVE "ACCEPTED" TO WS-ACCESS-RESULT
               PERFORM WRITE-OVERLAY-ACCESS
           ELSE
               DISPLAY "Correction ignored (table full): "
                   "step " FUNCTION TRIM(CF-STEP)
           END-IF.

       RESOLVE-PROFILE-PATH.
           IF RUNSET-ACTIVE
               EXIT PARAGRAPH
                   NOT AT END
                       MOVE PF-MAX-FLOOR TO WS-MAX-FLOOR
                       COMPUTE WS-MIN-FLOOR = 0 - PF-MIN-LEVEL
                       MOVE WS-MAX-FLOOR TO WS-PROFILE-MAX-FLOOR
                       MOVE WS-MIN-FLOOR TO WS-PROFILE-MIN-FLOOR
                       MOVE "Y" TO WS-PROFILE-LOADED
                       MOVE "Y" TO WS-LIMITS-ACTIVE
                       MOVE WS-MAX-FLOOR TO WS-EDIT-LIMIT
                       DISPLAY "Building profile: top floor "
                           WS-EDIT-LIMIT
               CLOSE PROFILE-FILE
           END-IF.

       RESOLVE-BUILDING-PATH.
           IF NOT RUNSET-ACTIVE
               ACCEPT WS-BUILDING-PATH FROM ENVIRONMENT
                   "DAY01_BUILDING_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-BUILDING-PATH
               END-ACCEPT
               ACCEPT WS-RUN-BUILDING-ID FROM ENVIRONMENT
                   "DAY01_BUILDING_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-BUILDING-ID
               END-ACCEPT
           END-IF
           IF WS-BUILDING-PATH = SPACES
               MOVE WS-DEFAULT-BUILDING-PATH TO WS-BUILDING-PATH
           END-IF.

       SELECT-BUILDING-LIMITS.
           MOVE "Y" TO WS-BUILDING-FOUND
           IF WS-BUILDING-ID = SPACES
               MOVE WS-PROFILE-MAX-FLOOR TO WS-MAX-FLOOR
               MOVE WS-PROFILE-MIN-FLOOR TO WS-MIN-FLOOR
               MOVE WS-PROFILE-LOADED TO WS-LIMITS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIMITS-ACTIVE
           OPEN INPUT BUILDING-FILE
           IF NOT BUILDING-OK
               DISPLAY "Error opening building master. Status: "
                   BUILDING-STATUS
               MOVE "N" TO WS-BUILDING-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUILDING-ID TO BM-BUILDING-ID
           READ BUILDING-FILE
               INVALID KEY
                   MOVE "N" TO WS-BUILDING-FOUND
           END-READ
           CLOSE BUILDING-FILE
           IF BUILDING-FOUND
               COMPUTE WS-MAX-FLOOR = BM-TOP-FLOOR - BM-GROUND-OFFSET
               COMPUTE WS-MIN-FLOOR =
                   0 - BM-MIN-LEVEL - BM-GROUND-OFFSET
               MOVE "Y" TO WS-LIMITS-ACTIVE
               MOVE "Y" TO WS-BUILDING-LIMITS-USED
               DISPLAY "Building " FUNCTION TRIM(BM-BUILDING-ID)
                   ": " FUNCTION TRIM(BM-NAME)
               MOVE WS-MAX-FLOOR TO WS-EDIT-LIMIT
               DISPLAY "  Walker limits: top floor " WS-EDIT-LIMIT
               MOVE WS-MIN-FLOOR TO WS-EDIT-LIMIT
               DISPLAY "  Walker limits: lowest basement "
                   WS-EDIT-LIMIT
           END-IF.

       CHECK-FLOOR-LIMITS.
           IF FLOOR > WS-MAX-FLOOR OR FLOOR < WS-MIN-FLOOR
               ADD 1 TO LIMIT-VIOLATION-COUNT
           END-IF.

       DISPLAY-LIMIT-VIOLATIONS.
           IF PROFILE-LOADED OR BUILDING-LIMITS-USED
               DISPLAY "Floor limit violations: "
                   LIMIT-VIOLATION-COUNT
               IF CHECKPOINT-FOUND
           MOVE SPACES TO WS-WATCH-RESULT-PATH
           MOVE SPACES TO WS-CORRECTION-PATH
           MOVE SPACES TO WS-PROFILE-PATH
           MOVE SPACES TO WS-BUILDING-PATH
           MOVE SPACES TO WS-AUDIT-TRAIL-PATH
           MOVE SPACES TO WS-MOVEMENT-LOG-PATH
           MOVE SPACES TO WS-RESULT-PATH
                   MOVE CFG-VALUE TO WS-WATCH-RESULT-PATH
               WHEN "CORRECTION"
                   MOVE CFG-VALUE TO WS-CORRECTION-PATH
               WHEN "OPERATORS"
                   MOVE CFG-VALUE TO WS-OPERATOR-PATH
               WHEN "ACCESSLOG"
                   MOVE CFG-VALUE TO WS-ACCESS-LOG-PATH
               WHEN "PROFILE"
                   MOVE CFG-VALUE TO WS-PROFILE-PATH
               WHEN "BLDGMASTER"
                   MOVE CFG-VALUE TO WS-BUILDING-PATH
               WHEN "BUILDING"
                   MOVE CFG-VALUE TO WS-RUN-BUILDING-ID
               WHEN "AUDIT"
                   MOVE CFG-VALUE TO WS-AUDIT-TRAIL-PATH
               WHEN "MOVELOG"
                       MOVE FUNCTION NUMVAL(CFG-VALUE)
                           TO WS-LOCK-WAIT-MAX
                   END-IF
               WHEN "FINGERPRINT"
                   MOVE CFG-VALUE TO WS-FINGERPRINT-PATH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM UNTIL INPUT-BLOCK-LEN = 0
               OR INPUT-BLOCK (INPUT-BLOCK-LEN:1) NOT = LOW-VALUE
               SUBTRACT 1 FROM INPUT-BLOCK-LEN
           END-PERFORM
           IF RANGE-MODE
               PERFORM CLIP-RANGE-BLOCK
           END-IF.

       SCREEN-INPUT-FINGERPRINT.
           PERFORM LOAD-STAGED-FINGERPRINT
           OPEN INPUT INPUT-FILE
           IF NOT FILE-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-FINGERPRINT-BLOCK
               UNTIL FILE-EOF OR CONTENT-ALTERED
           CLOSE INPUT-FILE
           PERFORM VERIFY-FINGERPRINT.

       READ-FINGERPRINT-BLOCK.
           MOVE LOW-VALUES TO INPUT-BLOCK
           READ INPUT-FILE
               NOT AT END
                   PERFORM MEASURE-INPUT-BLOCK
                   PERFORM ADD-FINGERPRINT-BYTE
                       VARYING WS-FP-POS FROM 1 BY 1
                       UNTIL WS-FP-POS > INPUT-BLOCK-LEN
                   ADD INPUT-BLOCK-LEN TO WS-FP-BYTES
                   IF FP-EXPECTED-FOUND
                       AND WS-FP-BYTES > WS-FP-EXPECTED-SIZE
                       MOVE "Y" TO WS-CONTENT-ALTERED
                   END-IF
           END-READ.

       ADD-FINGERPRINT-BYTE.
           COMPUTE WS-FP-BYTE =
               FUNCTION ORD(INPUT-BLOCK (WS-FP-POS:1)) - 1
           ADD WS-FP-BYTE TO WS-FP-SUM-A
           IF WS-FP-SUM-A >= 65521
               SUBTRACT 65521 FROM WS-FP-SUM-A
           END-IF
           ADD WS-FP-SUM-A TO WS-FP-SUM-B
           IF WS-FP-SUM-B >= 65521
               SUBTRACT 65521 FROM WS-FP-SUM-B
           END-IF.

       RESOLVE-FINGERPRINT-PATH.
           IF WS-FINGERPRINT-PATH = SPACES
               ACCEPT WS-FINGERPRINT-PATH FROM ENVIRONMENT
                   "DAY01_FINGERPRINT_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-FINGERPRINT-PATH
               END-ACCEPT
           END-IF
           IF WS-FINGERPRINT-PATH = SPACES
               MOVE WS-DEFAULT-FINGERPRINT-PATH TO WS-FINGERPRINT-PATH
           END-IF.

       LOAD-STAGED-FINGERPRINT.
           MOVE 1 TO WS-FP-SUM-A
           MOVE 0 TO WS-FP-SUM-B
           MOVE 0 TO WS-FP-BYTES
           MOVE "N" TO WS-CONTENT-ALTERED
           MOVE "N" TO WS-FP-VERIFIED
           MOVE "N" TO WS-FP-EXPECTED-FOUND
           MOVE 0 TO WS-FP-EXPECTED-DATE
           OPEN INPUT FINGERPRINT-FILE
           IF NOT FINGERPRINT-PRESENT
               IF FINGERPRINT-OK
                   CLOSE FINGERPRINT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INPUT-PATH TO FP-PATH
           MOVE "N" TO WS-FP-PATH-DONE
           START FINGERPRINT-FILE KEY IS = FP-PATH
               INVALID KEY
                   MOVE "Y" TO WS-FP-PATH-DONE
           END-START
           PERFORM SCAN-PATH-FINGERPRINT UNTIL FP-PATH-DONE
           CLOSE FINGERPRINT-FILE.

       SCAN-PATH-FINGERPRINT.
           READ FINGERPRINT-FILE NEXT
               AT END
                   MOVE "Y" TO WS-FP-PATH-DONE
               NOT AT END
                   IF FP-PATH NOT = WS-INPUT-PATH (1:200)
                       MOVE "Y" TO WS-FP-PATH-DONE
                   ELSE
                       IF NOT FP-REPLACED
                           AND FP-STAGED-DATE >= WS-FP-EXPECTED-DATE
                           MOVE FP-KEY TO WS-FP-EXPECTED-KEY
                           MOVE FP-STAGED-DATE TO WS-FP-EXPECTED-DATE
                           MOVE "Y" TO WS-FP-EXPECTED-FOUND
                       END-IF
                   END-IF
           END-READ.

       VERIFY-FINGERPRINT.
           COMPUTE WS-FP-VALUE = WS-FP-SUM-B * 65536 + WS-FP-SUM-A
           PERFORM VARYING WS-FP-HEX-IDX FROM 8 BY -1
               UNTIL WS-FP-HEX-IDX < 1
               DIVIDE WS-FP-VALUE BY 16 GIVING WS-FP-VALUE
                   REMAINDER WS-FP-DIGIT
               MOVE WS-FP-HEX-DIGITS (WS-FP-DIGIT + 1:1)
                   TO WS-FP-CHECKSUM (WS-FP-HEX-IDX:1)
           END-PERFORM
           MOVE 0 TO WS-FP-EVENT-RC
           EVALUATE TRUE
               WHEN NOT FP-EXPECTED-FOUND
                   DISPLAY "Fingerprint " WS-FP-CHECKSUM "/"
                       WS-FP-BYTES " for "
                       FUNCTION TRIM(WS-INPUT-PATH)
                       " (not in the staging registry)"
               WHEN CONTENT-ALTERED
                   OR WS-FP-CHECKSUM NOT = WS-FP-EXPECTED-CHECKSUM
                   OR WS-FP-BYTES NOT = WS-FP-EXPECTED-SIZE
                   MOVE "Y" TO WS-CONTENT-ALTERED
                   MOVE 8 TO WS-FP-EVENT-RC
                   DISPLAY "Content of " FUNCTION TRIM(WS-INPUT-PATH)
                       " no longer matches staging: staged "
                       WS-FP-EXPECTED-CHECKSUM "/" WS-FP-EXPECTED-SIZE
                       " on " WS-FP-EXPECTED-DATE ", read "
                       WS-FP-CHECKSUM "/" WS-FP-BYTES
               WHEN OTHER
                   MOVE "Y" TO WS-FP-VERIFIED
           END-EVALUATE
           PERFORM WRITE-FINGERPRINT-EVENT.

       MARK-FINGERPRINT-PROCESSED.
           OPEN I-O FINGERPRINT-FILE
           IF NOT FINGERPRINT-PRESENT
               DISPLAY "Error opening fingerprint registry. Status: "
                   FINGERPRINT-STATUS
               IF FINGERPRINT-OK
                   CLOSE FINGERPRINT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FP-EXPECTED-KEY TO FP-KEY
           READ FINGERPRINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FP-STAGED
                       MOVE "PROCESSED" TO FP-STATUS
                       MOVE WS-RUN-DATE TO FP-PROCESSED-DATE
                       MOVE WS-RUN-ID TO FP-RUN-ID
                       REWRITE FINGERPRINT-RECORD
                           INVALID KEY
                               DISPLAY "Error updating fingerprint "
                                   FP-CHECKSUM " status "
                                   FINGERPRINT-STATUS
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE FINGERPRINT-FILE.

       WRITE-FINGERPRINT-EVENT.
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF NOT AUDIT-TRAIL-OK
               DISPLAY "Error opening audit trail. Status: "
                   AUDIT-TRAIL-STATUS
           ELSE
               MOVE SPACES TO AUDIT-TRAIL-RECORD
               MOVE WS-RUN-ID TO AT-RUN-ID
               MOVE "FPRNT" TO AT-EVENT
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE TO AT-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-TIME TO AT-TIME
               MOVE WS-FP-CHECKSUM TO AT-MODE
               MOVE WS-INPUT-PATH TO AT-PATH
               MOVE WS-FP-BYTES TO AT-STEPS
               MOVE FLOOR TO AT-FLOOR
               MOVE INVALID-CHAR-COUNT TO AT-INVALID
               MOVE 0 TO AT-CROSSINGS
               MOVE WS-FP-EVENT-RC TO AT-RC
               WRITE AUDIT-TRAIL-RECORD
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       REJECT-ALTERED-INPUT.
           DISPLAY "Run rejected: "
               FUNCTION TRIM(WS-INPUT-PATH)
               " changed after it was staged"
           PERFORM CLEAR-CHECKPOINT
           PERFORM REJECT-SINGLE-RUN.

       REJECT-SINGLE-RUN.
           IF NOT CHECKPOINT-FOUND
               OPEN OUTPUT MOVEMENT-LOG-FILE
               IF MOVEMENT-LOG-OK
                   CLOSE MOVEMENT-LOG-FILE
               END-IF
           END-IF
           OPEN OUTPUT RESULT-FILE
           IF RESULT-OK
               CLOSE RESULT-FILE
           END-IF
           MOVE 8 TO RETURN-CODE
           MOVE "ABEND" TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-EVENT
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

       WALK-BLOCK-CHAR.
           MOVE INPUT-BLOCK (INPUT-BLOCK-POS:1) TO CURRENT-CHAR
                       ": [" CURRENT-CHAR "]"
           END-EVALUATE.

           IF RANGE-MODE
               PERFORM TRACK-RANGE-STEP
               PERFORM WRITE-MOVEMENT-STEP
               EXIT PARAGRAPH
           END-IF.

           IF LIMITS-ACTIVE
               PERFORM CHECK-FLOOR-LIMITS
           END-IF.

               END-IF
           END-IF.

           PERFORM WRITE-MOVEMENT-STEP.

           IF NOT MULTI-FILE-MODE
               AND FUNCTION MOD (STEPS, CHECKPOINT-INTERVAL) = 0
               PERFORM WRITE-CHECKPOINT
           END-IF.

           IF CURRENT-CHAR NOT = "(" AND CURRENT-CHAR NOT = ")"
               PERFORM CHECK-BAD-CHAR-ABORT
           END-IF.

       WRITE-MOVEMENT-STEP.
           MOVE CURRENT-CHAR TO WS-LOG-CHAR
           IF WS-LOG-CHAR < " " OR WS-LOG-CHAR > "~"
               MOVE "?" TO WS-LOG-CHAR
           END-IF
           MOVE SPACES TO MOVEMENT-LOG-RECORD
           MOVE WS-INPUT-PATH TO ML-FILE
           MOVE STEPS TO ML-STEPS
           END-IF
           WRITE MOVEMENT-LOG-RECORD.

       APPLY-CORRECTION.
           PERFORM VARYING CORRECTION-IDX FROM 1 BY 1
               UNTIL CORRECTION-IDX > CORRECTION-COUNT
