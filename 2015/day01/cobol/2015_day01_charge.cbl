       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC_2015_day01_charge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-LOG-FILE
           ASSIGN TO DYNAMIC WS-MOVEMENT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVEMENT-LOG-STATUS.

           SELECT TARIFF-FILE
           ASSIGN TO DYNAMIC WS-TARIFF-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TARIFF-STATUS.

           SELECT INVOICE-FILE
           ASSIGN TO DYNAMIC WS-INVOICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-STATUS.

           SELECT CONTROL-REPORT-FILE
           ASSIGN TO DYNAMIC WS-CONTROL-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-REPORT-STATUS.

           SELECT OPTIONAL FILE-LIST-FILE
           ASSIGN TO DYNAMIC WS-FILE-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FILE-LIST-STATUS.

           SELECT OPTIONAL BUILDING-FILE
           ASSIGN TO DYNAMIC WS-BUILDING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BM-BUILDING-ID
           FILE STATUS IS BUILDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-LOG-FILE.
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

       FD  TARIFF-FILE.
       01  TARIFF-RECORD.
           05 TF-KEY           PIC X(12).
           05 FILLER           PIC X.
           05 TF-RATE          PIC X(12).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05 IV-DATE          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IV-FILE          PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 IV-CLIMBS        PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IV-CLIMB-AMT     PIC Z(8)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 IV-DESCENTS      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IV-DESCEND-AMT   PIC Z(8)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 IV-BELOW         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IV-BELOW-AMT     PIC Z(8)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 IV-COR-CLIMBS    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IV-COR-DESCENTS  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IV-COR-BELOW     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IV-COR-AMT       PIC Z(8)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 IV-MINIMUM-ADJ   PIC Z(8)9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 IV-TOTAL-AMT     PIC Z(8)9.99.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD PIC X(132).

       FD  FILE-LIST-FILE.
       01  FILE-LIST-RECORD  PIC X(256).

       FD  BUILDING-FILE.
       01  BUILDING-RECORD.
           05 BM-BUILDING-ID   PIC X(8).
           05 BM-NAME          PIC X(30).
           05 BM-TOP-FLOOR     PIC 9(4).
           05 BM-MIN-LEVEL     PIC 9(4).
           05 BM-GROUND-OFFSET PIC S9(4).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-MOVEMENT-LOG-PATH PIC X(256)
           VALUE "../movement_log.txt".
       01 WS-MOVEMENT-LOG-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-TARIFF-PATH PIC X(256)
           VALUE "../day01_tariff.txt".
       01 WS-TARIFF-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-INVOICE-PATH PIC X(256)
           VALUE "../day01_invoice.txt".
       01 WS-INVOICE-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-CONTROL-RPT-PATH PIC X(256)
           VALUE "../day01_charge_control.txt".
       01 WS-CONTROL-REPORT-PATH PIC X(256) VALUE SPACES.
       01 WS-FILE-LIST-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-BUILDING-PATH PIC X(256)
           VALUE "../day01_buildings.dat".
       01 WS-BUILDING-PATH PIC X(256) VALUE SPACES.
       01 MOVEMENT-LOG-STATUS PIC X(2).
           88 MOVEMENT-LOG-OK  VALUE "00".
           88 MOVEMENT-LOG-EOF VALUE "10".
       01 TARIFF-STATUS PIC X(2).
           88 TARIFF-OK  VALUE "00".
           88 TARIFF-EOF VALUE "10".
       01 INVOICE-STATUS PIC X(2).
           88 INVOICE-OK VALUE "00".
       01 CONTROL-REPORT-STATUS PIC X(2).
           88 CONTROL-REPORT-OK VALUE "00".
       01 FILE-LIST-STATUS PIC X(2).
           88 FILE-LIST-OK      VALUES "00", "05".
           88 FILE-LIST-PRESENT VALUE "00".
           88 FILE-LIST-EOF     VALUE "10".
       01 BUILDING-STATUS PIC X(2).
           88 BUILDING-OK      VALUES "00", "05".
           88 BUILDING-PRESENT VALUE "00".
       01 WS-BUILDING-MASTER PIC X VALUE "N".
           88 BUILDING-MASTER-OPEN VALUE "Y".
       01 WS-RUN-BUILDING-ID PIC X(8) VALUE SPACES.
       01 WS-BUILDING-ID PIC X(8) VALUE SPACES.
       01 WS-LIST-PATH PIC X(256) VALUE SPACES.
       01 WS-LIST-TOKENS.
           05 WS-LIST-TOKEN PIC X(16) OCCURS 3 TIMES.
       01 WS-LIST-TOKEN-IDX PIC 9(4) VALUE 0.
       01 LIST-COUNT PIC 9(4) VALUE 0.
       01 LIST-IDX PIC 9(4) VALUE 0.
       01 LIST-TABLE.
           05 LIST-ENTRY OCCURS 500 TIMES.
               10 LT-FILE          PIC X(40).
               10 LT-BUILDING-ID   PIC X(8).
       01 UNKNOWN-BUILDING-COUNT PIC 9(4) VALUE 0.
       01 WS-ENV-VALUE PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-CLIMB-RATE PIC 9(4)V9(4) VALUE 0.
       01 WS-DESCEND-RATE PIC 9(4)V9(4) VALUE 0.
       01 WS-BELOW-RATE PIC 9(4)V9(4) VALUE 0.
       01 WS-MINIMUM-CHARGE PIC 9(7)V99 VALUE 0.
       01 WS-TARIFF-FLAGS.
           05 WS-CLIMB-SET     PIC X VALUE "N".
               88 CLIMB-SET    VALUE "Y".
           05 WS-DESCEND-SET   PIC X VALUE "N".
               88 DESCEND-SET  VALUE "Y".
           05 WS-BELOW-SET     PIC X VALUE "N".
               88 BELOW-SET    VALUE "Y".
           05 WS-MINIMUM-SET   PIC X VALUE "N".
               88 MINIMUM-SET  VALUE "Y".
       01 WS-TARIFF-VALID PIC X VALUE "Y".
           88 TARIFF-VALID VALUE "Y".
       01 WS-STEP-FLOOR PIC S9(8) VALUE 0.
       01 WS-STEP-NO PIC 9(8) VALUE 0.
       01 DUPLICATE-STEP-COUNT PIC 9(8) VALUE 0.
       01 RECORDS-READ PIC 9(8) VALUE 0.
       01 FILE-COUNT PIC 9(4) VALUE 0.
       01 FILE-IDX PIC 9(4) VALUE 0.
       01 FILE-TABLE.
           05 FILE-ENTRY OCCURS 500 TIMES.
               10 CH-FILE          PIC X(40).
               10 CH-CLIMBS        PIC 9(8).
               10 CH-DESCENTS      PIC 9(8).
               10 CH-BELOW         PIC 9(8).
               10 CH-COR-CLIMBS    PIC 9(8).
               10 CH-COR-DESCENTS  PIC 9(8).
               10 CH-COR-BELOW     PIC 9(8).
               10 CH-UNBILLED      PIC 9(8).
               10 CH-LAST-STEP     PIC 9(8).
               10 CH-BUILDING-ID   PIC X(8).
               10 CH-GROUND-FLOOR  PIC S9(8).
       01 WS-FILE-TABLE-FULL PIC X VALUE "N".
           88 FILE-TABLE-FULL VALUE "Y".
       01 TABLE-FULL-SKIPPED PIC 9(8) VALUE 0.
       01 WS-CLIMB-AMT PIC 9(9)V99 VALUE 0.
       01 WS-DESCEND-AMT PIC 9(9)V99 VALUE 0.
       01 WS-BELOW-AMT PIC 9(9)V99 VALUE 0.
       01 WS-COR-AMT PIC 9(9)V99 VALUE 0.
       01 WS-SUBTOTAL PIC 9(9)V99 VALUE 0.
       01 WS-MINIMUM-ADJ PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-AMT PIC 9(9)V99 VALUE 0.
       01 GRAND-CLIMBS PIC 9(10) VALUE 0.
       01 GRAND-DESCENTS PIC 9(10) VALUE 0.
       01 GRAND-BELOW PIC 9(10) VALUE 0.
       01 GRAND-COR-CLIMBS PIC 9(10) VALUE 0.
       01 GRAND-COR-DESCENTS PIC 9(10) VALUE 0.
       01 GRAND-COR-BELOW PIC 9(10) VALUE 0.
       01 GRAND-UNBILLED PIC 9(10) VALUE 0.
       01 GRAND-CLIMB-AMT PIC 9(11)V99 VALUE 0.
       01 GRAND-DESCEND-AMT PIC 9(11)V99 VALUE 0.
       01 GRAND-BELOW-AMT PIC 9(11)V99 VALUE 0.
       01 GRAND-COR-AMT PIC 9(11)V99 VALUE 0.
       01 GRAND-MINIMUM-ADJ PIC 9(11)V99 VALUE 0.
       01 GRAND-TOTAL-AMT PIC 9(11)V99 VALUE 0.
       01 MINIMUM-FILE-COUNT PIC 9(4) VALUE 0.
       01 WS-EDIT-COUNT PIC Z(9)9.
       01 WS-EDIT-AMOUNT PIC Z(10)9.99.
       01 WS-EDIT-RATE PIC Z(3)9.9(4).
       01 WS-REPORT-LABEL PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-OPTIONS
           PERFORM LOAD-TARIFF
           PERFORM LOAD-FILE-LIST
           PERFORM OPEN-BUILDING-MASTER
           OPEN INPUT MOVEMENT-LOG-FILE
           IF NOT MOVEMENT-LOG-OK
               DISPLAY "Error opening movement log. Status: "
                   MOVEMENT-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PROCESS-LOG-RECORD UNTIL MOVEMENT-LOG-EOF
           CLOSE MOVEMENT-LOG-FILE
           IF BUILDING-MASTER-OPEN
               CLOSE BUILDING-FILE
           END-IF
           OPEN OUTPUT INVOICE-FILE
           IF NOT INVOICE-OK
               DISPLAY "Error opening invoice file. Status: "
                   INVOICE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-INVOICE-LINE
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT
           CLOSE INVOICE-FILE
           PERFORM WRITE-CONTROL-REPORT
           DISPLAY "Chargeback for " WS-RUN-DATE ": "
               FILE-COUNT " files invoiced"
           MOVE GRAND-TOTAL-AMT TO WS-EDIT-AMOUNT
           DISPLAY "  Grand total charge: "
               FUNCTION TRIM(WS-EDIT-AMOUNT)
           DISPLAY "  Invoice file: " FUNCTION TRIM(WS-INVOICE-PATH)
           DISPLAY "  Control report: "
               FUNCTION TRIM(WS-CONTROL-REPORT-PATH)
           IF RECORDS-READ = 0
               DISPLAY "Movement log is empty: "
                   FUNCTION TRIM(WS-MOVEMENT-LOG-PATH)
               MOVE 4 TO RETURN-CODE
           END-IF
           IF TABLE-FULL-SKIPPED > 0
               DISPLAY "File table full - log records not invoiced: "
                   TABLE-FULL-SKIPPED
               MOVE 8 TO RETURN-CODE
           END-IF
           IF UNKNOWN-BUILDING-COUNT > 0
               DISPLAY "Files billed from ground floor 0 - building "
                   "not on the master: " UNKNOWN-BUILDING-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-OPTIONS.
           ACCEPT WS-MOVEMENT-LOG-PATH FROM ENVIRONMENT
               "DAY01_MOVEMENT_LOG"
           ON EXCEPTION
               MOVE SPACES TO WS-MOVEMENT-LOG-PATH
           END-ACCEPT
           IF WS-MOVEMENT-LOG-PATH = SPACES
               MOVE WS-DEFAULT-MOVEMENT-LOG-PATH
                   TO WS-MOVEMENT-LOG-PATH
           END-IF.

           ACCEPT WS-TARIFF-PATH FROM ENVIRONMENT "DAY01_TARIFF_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-TARIFF-PATH
           END-ACCEPT
           IF WS-TARIFF-PATH = SPACES
               MOVE WS-DEFAULT-TARIFF-PATH TO WS-TARIFF-PATH
           END-IF.

           ACCEPT WS-INVOICE-PATH FROM ENVIRONMENT "DAY01_INVOICE_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-INVOICE-PATH
           END-ACCEPT
           IF WS-INVOICE-PATH = SPACES
               MOVE WS-DEFAULT-INVOICE-PATH TO WS-INVOICE-PATH
           END-IF.

           ACCEPT WS-CONTROL-REPORT-PATH FROM ENVIRONMENT
               "DAY01_CHARGE_CONTROL"
           ON EXCEPTION
               MOVE SPACES TO WS-CONTROL-REPORT-PATH
           END-ACCEPT
           IF WS-CONTROL-REPORT-PATH = SPACES
               MOVE WS-DEFAULT-CONTROL-RPT-PATH
                   TO WS-CONTROL-REPORT-PATH
           END-IF.

           ACCEPT WS-FILE-LIST-PATH FROM ENVIRONMENT
               "DAY01_MULTI_FILE_LIST"
           ON EXCEPTION
               MOVE SPACES TO WS-FILE-LIST-PATH
           END-ACCEPT.

           ACCEPT WS-BUILDING-PATH FROM ENVIRONMENT
               "DAY01_BUILDING_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-BUILDING-PATH
           END-ACCEPT
           IF WS-BUILDING-PATH = SPACES
               MOVE WS-DEFAULT-BUILDING-PATH TO WS-BUILDING-PATH
           END-IF.

           ACCEPT WS-RUN-BUILDING-ID FROM ENVIRONMENT
               "DAY01_BUILDING_ID"
           ON EXCEPTION
               MOVE SPACES TO WS-RUN-BUILDING-ID
           END-ACCEPT.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_RUN_DATE"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-RUN-DATE
           ELSE
               ACCEPT WS-ENV-VALUE FROM DATE YYYYMMDD
               MOVE WS-ENV-VALUE TO WS-RUN-DATE
           END-IF.

       LOAD-TARIFF.
           OPEN INPUT TARIFF-FILE
           IF NOT TARIFF-OK
               DISPLAY "Error opening tariff file "
                   FUNCTION TRIM(WS-TARIFF-PATH)
                   " status " TARIFF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TARIFF-ENTRY UNTIL TARIFF-EOF
           CLOSE TARIFF-FILE
           IF NOT CLIMB-SET
               DISPLAY "Tariff incomplete: missing CLIMB"
               MOVE "N" TO WS-TARIFF-VALID
           END-IF
           IF NOT DESCEND-SET
               DISPLAY "Tariff incomplete: missing DESCEND"
               MOVE "N" TO WS-TARIFF-VALID
           END-IF
           IF NOT BELOW-SET
               DISPLAY "Tariff incomplete: missing BELOWGRND"
               MOVE "N" TO WS-TARIFF-VALID
           END-IF
           IF NOT MINIMUM-SET
               DISPLAY "Tariff incomplete: missing MINIMUM"
               MOVE "N" TO WS-TARIFF-VALID
           END-IF
           IF NOT TARIFF-VALID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-TARIFF-ENTRY.
           READ TARIFF-FILE
               NOT AT END
                   IF TF-KEY NOT = SPACES
                       PERFORM APPLY-TARIFF-ENTRY
                   END-IF
           END-READ.

       APPLY-TARIFF-ENTRY.
           IF FUNCTION TEST-NUMVAL(TF-RATE) NOT = 0
               OR TF-RATE = SPACES
               DISPLAY "Invalid tariff rate for "
                   FUNCTION TRIM(TF-KEY) ": ["
                   FUNCTION TRIM(TF-RATE) "]"
               MOVE "N" TO WS-TARIFF-VALID
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(TF-RATE) < 0
               DISPLAY "Negative tariff rate for "
                   FUNCTION TRIM(TF-KEY)
               MOVE "N" TO WS-TARIFF-VALID
               EXIT PARAGRAPH
           END-IF
           EVALUATE TF-KEY
               WHEN "CLIMB"
                   MOVE FUNCTION NUMVAL(TF-RATE) TO WS-CLIMB-RATE
                   MOVE "Y" TO WS-CLIMB-SET
               WHEN "DESCEND"
                   MOVE FUNCTION NUMVAL(TF-RATE) TO WS-DESCEND-RATE
                   MOVE "Y" TO WS-DESCEND-SET
               WHEN "BELOWGRND"
                   MOVE FUNCTION NUMVAL(TF-RATE) TO WS-BELOW-RATE
                   MOVE "Y" TO WS-BELOW-SET
               WHEN "MINIMUM"
                   MOVE FUNCTION NUMVAL(TF-RATE) TO WS-MINIMUM-CHARGE
                   MOVE "Y" TO WS-MINIMUM-SET
               WHEN OTHER
                   DISPLAY "Unknown tariff key ignored: "
                       FUNCTION TRIM(TF-KEY)
           END-EVALUATE.

       LOAD-FILE-LIST.
           IF WS-FILE-LIST-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FILE-LIST-FILE
           IF NOT FILE-LIST-OK
               DISPLAY "Error opening file list. Status: "
                   FILE-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FILE-LIST-PRESENT
               PERFORM LOAD-FILE-LIST-ENTRY UNTIL FILE-LIST-EOF
           END-IF
           CLOSE FILE-LIST-FILE.

       LOAD-FILE-LIST-ENTRY.
           READ FILE-LIST-FILE
               AT END
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-LIST-PATH
           MOVE SPACES TO WS-LIST-TOKENS
           UNSTRING FUNCTION TRIM(FILE-LIST-RECORD)
               DELIMITED BY ALL " "
               INTO WS-LIST-PATH WS-LIST-TOKEN (1)
                   WS-LIST-TOKEN (2) WS-LIST-TOKEN (3)
           END-UNSTRING
           IF WS-LIST-PATH = SPACES OR LIST-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-BUILDING-ID TO WS-BUILDING-ID
           PERFORM VARYING WS-LIST-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-LIST-TOKEN-IDX > 3
               EVALUATE WS-LIST-TOKEN (WS-LIST-TOKEN-IDX)
                   WHEN "RLE"
                   WHEN "RAW"
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
           ADD 1 TO LIST-COUNT
           MOVE WS-LIST-PATH TO LT-FILE (LIST-COUNT)
           MOVE WS-BUILDING-ID TO LT-BUILDING-ID (LIST-COUNT).

       OPEN-BUILDING-MASTER.
           OPEN INPUT BUILDING-FILE
           IF NOT BUILDING-OK
               DISPLAY "Error opening building master. Status: "
                   BUILDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BUILDING-PRESENT
               MOVE "Y" TO WS-BUILDING-MASTER
           ELSE
               CLOSE BUILDING-FILE
           END-IF.

       RESOLVE-FILE-GROUND.
           MOVE 0 TO CH-GROUND-FLOOR (FILE-IDX)
           MOVE WS-RUN-BUILDING-ID TO WS-BUILDING-ID
           PERFORM VARYING LIST-IDX FROM 1 BY 1
               UNTIL LIST-IDX > LIST-COUNT
               OR LT-FILE (LIST-IDX) = ML-FILE
               CONTINUE
           END-PERFORM
           IF LIST-IDX <= LIST-COUNT
               MOVE LT-BUILDING-ID (LIST-IDX) TO WS-BUILDING-ID
           END-IF
           MOVE WS-BUILDING-ID TO CH-BUILDING-ID (FILE-IDX)
           IF WS-BUILDING-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF BUILDING-MASTER-OPEN
               MOVE WS-BUILDING-ID TO BM-BUILDING-ID
               READ BUILDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE CH-GROUND-FLOOR (FILE-IDX) =
                           0 - BM-GROUND-OFFSET
                       EXIT PARAGRAPH
               END-READ
           END-IF
           ADD 1 TO UNKNOWN-BUILDING-COUNT
           DISPLAY "Unknown building ID " FUNCTION TRIM(WS-BUILDING-ID)
               " for " FUNCTION TRIM(ML-FILE)
               " - below-ground charged from floor 0".

       PROCESS-LOG-RECORD.
           READ MOVEMENT-LOG-FILE
               NOT AT END
                   IF ML-FILE NOT = SPACES
                       PERFORM POST-LOG-RECORD
                   END-IF
           END-READ.

       POST-LOG-RECORD.
           ADD 1 TO RECORDS-READ
           PERFORM VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT
               OR CH-FILE (FILE-IDX) = ML-FILE
               CONTINUE
           END-PERFORM
           IF FILE-IDX > FILE-COUNT
               IF FILE-COUNT < 500
                   ADD 1 TO FILE-COUNT
                   MOVE FILE-COUNT TO FILE-IDX
                   INITIALIZE FILE-ENTRY (FILE-IDX)
                   MOVE ML-FILE TO CH-FILE (FILE-IDX)
                   PERFORM RESOLVE-FILE-GROUND
               ELSE
                   ADD 1 TO TABLE-FULL-SKIPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE FUNCTION NUMVAL(ML-STEPS) TO WS-STEP-NO
           IF WS-STEP-NO <= CH-LAST-STEP (FILE-IDX)
               ADD 1 TO DUPLICATE-STEP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STEP-NO TO CH-LAST-STEP (FILE-IDX)
           IF ML-INSTRUCTION NOT = "(" AND ML-INSTRUCTION NOT = ")"
               ADD 1 TO CH-UNBILLED (FILE-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ML-FLOOR) TO WS-STEP-FLOOR
           IF ML-CORRECTED = "C"
               IF ML-INSTRUCTION = "("
                   ADD 1 TO CH-COR-CLIMBS (FILE-IDX)
               ELSE
                   ADD 1 TO CH-COR-DESCENTS (FILE-IDX)
               END-IF
               IF WS-STEP-FLOOR < CH-GROUND-FLOOR (FILE-IDX)
                   ADD 1 TO CH-COR-BELOW (FILE-IDX)
               END-IF
           ELSE
               IF ML-INSTRUCTION = "("
                   ADD 1 TO CH-CLIMBS (FILE-IDX)
               ELSE
                   ADD 1 TO CH-DESCENTS (FILE-IDX)
               END-IF
               IF WS-STEP-FLOOR < CH-GROUND-FLOOR (FILE-IDX)
                   ADD 1 TO CH-BELOW (FILE-IDX)
               END-IF
           END-IF.

       WRITE-INVOICE-LINE.
           COMPUTE WS-CLIMB-AMT ROUNDED =
               CH-CLIMBS (FILE-IDX) * WS-CLIMB-RATE
           COMPUTE WS-DESCEND-AMT ROUNDED =
               CH-DESCENTS (FILE-IDX) * WS-DESCEND-RATE
           COMPUTE WS-BELOW-AMT ROUNDED =
               CH-BELOW (FILE-IDX) * WS-BELOW-RATE
           COMPUTE WS-COR-AMT ROUNDED =
               CH-COR-CLIMBS (FILE-IDX) * WS-CLIMB-RATE
               + CH-COR-DESCENTS (FILE-IDX) * WS-DESCEND-RATE
               + CH-COR-BELOW (FILE-IDX) * WS-BELOW-RATE
           COMPUTE WS-SUBTOTAL = WS-CLIMB-AMT + WS-DESCEND-AMT
               + WS-BELOW-AMT + WS-COR-AMT
           MOVE 0 TO WS-MINIMUM-ADJ
           IF WS-SUBTOTAL < WS-MINIMUM-CHARGE
               COMPUTE WS-MINIMUM-ADJ = WS-MINIMUM-CHARGE - WS-SUBTOTAL
               ADD 1 TO MINIMUM-FILE-COUNT
           END-IF
           COMPUTE WS-TOTAL-AMT = WS-SUBTOTAL + WS-MINIMUM-ADJ
           MOVE SPACES TO INVOICE-RECORD
           MOVE WS-RUN-DATE TO IV-DATE
           MOVE CH-FILE (FILE-IDX) TO IV-FILE
           MOVE CH-CLIMBS (FILE-IDX) TO IV-CLIMBS
           MOVE WS-CLIMB-AMT TO IV-CLIMB-AMT
           MOVE CH-DESCENTS (FILE-IDX) TO IV-DESCENTS
           MOVE WS-DESCEND-AMT TO IV-DESCEND-AMT
           MOVE CH-BELOW (FILE-IDX) TO IV-BELOW
           MOVE WS-BELOW-AMT TO IV-BELOW-AMT
           MOVE CH-COR-CLIMBS (FILE-IDX) TO IV-COR-CLIMBS
           MOVE CH-COR-DESCENTS (FILE-IDX) TO IV-COR-DESCENTS
           MOVE CH-COR-BELOW (FILE-IDX) TO IV-COR-BELOW
           MOVE WS-COR-AMT TO IV-COR-AMT
           MOVE WS-MINIMUM-ADJ TO IV-MINIMUM-ADJ
           MOVE WS-TOTAL-AMT TO IV-TOTAL-AMT
           WRITE INVOICE-RECORD
           ADD CH-CLIMBS (FILE-IDX) TO GRAND-CLIMBS
           ADD CH-DESCENTS (FILE-IDX) TO GRAND-DESCENTS
           ADD CH-BELOW (FILE-IDX) TO GRAND-BELOW
           ADD CH-COR-CLIMBS (FILE-IDX) TO GRAND-COR-CLIMBS
           ADD CH-COR-DESCENTS (FILE-IDX) TO GRAND-COR-DESCENTS
           ADD CH-COR-BELOW (FILE-IDX) TO GRAND-COR-BELOW
           ADD CH-UNBILLED (FILE-IDX) TO GRAND-UNBILLED
           ADD WS-CLIMB-AMT TO GRAND-CLIMB-AMT
           ADD WS-DESCEND-AMT TO GRAND-DESCEND-AMT
           ADD WS-BELOW-AMT TO GRAND-BELOW-AMT
           ADD WS-COR-AMT TO GRAND-COR-AMT
           ADD WS-MINIMUM-ADJ TO GRAND-MINIMUM-ADJ
           ADD WS-TOTAL-AMT TO GRAND-TOTAL-AMT.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF NOT CONTROL-REPORT-OK
               DISPLAY "Error opening charge control report. Status: "
                   CONTROL-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Chargeback control report for " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Movement log: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MOVEMENT-LOG-PATH) DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Tariff: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-TARIFF-PATH) DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD
           MOVE "  Rate per floor climbed" TO WS-REPORT-LABEL
           MOVE WS-CLIMB-RATE TO WS-EDIT-RATE
           PERFORM WRITE-RATE-LINE
           MOVE "  Rate per floor descended" TO WS-REPORT-LABEL
           MOVE WS-DESCEND-RATE TO WS-EDIT-RATE
           PERFORM WRITE-RATE-LINE
           MOVE "  Surcharge per step below ground" TO WS-REPORT-LABEL
           MOVE WS-BELOW-RATE TO WS-EDIT-RATE
           PERFORM WRITE-RATE-LINE
           MOVE "  Minimum charge per file" TO WS-REPORT-LABEL
           MOVE WS-MINIMUM-CHARGE TO WS-EDIT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE "Log records read" TO WS-REPORT-LABEL
           MOVE RECORDS-READ TO WS-EDIT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "Files invoiced" TO WS-REPORT-LABEL
           MOVE FILE-COUNT TO WS-EDIT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "Files raised to the minimum charge" TO WS-REPORT-LABEL
           MOVE MINIMUM-FILE-COUNT TO WS-EDIT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "Invalid steps (not charged)" TO WS-REPORT-LABEL
           MOVE GRAND-UNBILLED TO WS-EDIT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "Repeated steps (not charged)" TO WS-REPORT-LABEL
           MOVE DUPLICATE-STEP-COUNT TO WS-EDIT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "Records not invoiced (table full)" TO WS-REPORT-LABEL
           MOVE TABLE-FULL-SKIPPED TO WS-EDIT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE "Floors climbed" TO WS-REPORT-LABEL
           MOVE GRAND-CLIMBS TO WS-EDIT-COUNT
           MOVE GRAND-CLIMB-AMT TO WS-EDIT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "Floors descended" TO WS-REPORT-LABEL
           MOVE GRAND-DESCENTS TO WS-EDIT-COUNT
           MOVE GRAND-DESCEND-AMT TO WS-EDIT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "Steps below ground" TO WS-REPORT-LABEL
           MOVE GRAND-BELOW TO WS-EDIT-COUNT
           MOVE GRAND-BELOW-AMT TO WS-EDIT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE "Corrected steps" TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE "  Floors climbed (corrected)" TO WS-REPORT-LABEL
           MOVE GRAND-COR-CLIMBS TO WS-EDIT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "  Floors descended (corrected)" TO WS-REPORT-LABEL
           MOVE GRAND-COR-DESCENTS TO WS-EDIT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "  Steps below ground (corrected)" TO WS-REPORT-LABEL
           MOVE GRAND-COR-BELOW TO WS-EDIT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "  Charge for corrected steps" TO WS-REPORT-LABEL
           MOVE GRAND-COR-AMT TO WS-EDIT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE "Minimum charge adjustments" TO WS-REPORT-LABEL
           MOVE GRAND-MINIMUM-ADJ TO WS-EDIT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "GRAND TOTAL" TO WS-REPORT-LABEL
           MOVE GRAND-TOTAL-AMT TO WS-EDIT-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           CLOSE CONTROL-REPORT-FILE.

       WRITE-RATE-LINE.
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING WS-REPORT-LABEL DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               WS-EDIT-RATE DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD.

       WRITE-COUNT-LINE.
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING WS-REPORT-LABEL DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD.

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING WS-REPORT-LABEL DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING WS-REPORT-LABEL DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "          " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO CONTROL-REPORT-RECORD
           END-STRING
           WRITE CONTROL-REPORT-RECORD.
