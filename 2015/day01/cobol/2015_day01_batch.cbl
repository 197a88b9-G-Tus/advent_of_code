           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PROFILE-STATUS.

           SELECT OPTIONAL BUILDING-FILE
           ASSIGN TO DYNAMIC WS-BUILDING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BM-BUILDING-ID
           FILE STATUS IS BUILDING-STATUS.

           SELECT EXPECTED-RESULTS-FILE
           ASSIGN TO DYNAMIC WS-EXPECTED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-TRAIL-STATUS.

           SELECT OPTIONAL FINGERPRINT-FILE
           ASSIGN TO DYNAMIC WS-FINGERPRINT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-KEY
           ALTERNATE RECORD KEY IS FP-PATH WITH DUPLICATES
           FILE STATUS IS FINGERPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE-LIST-FILE.
           05 PF-MAX-FLOOR     PIC 9(4).
           05 PF-MIN-LEVEL     PIC 9(4).

       FD  BUILDING-FILE.
       01  BUILDING-RECORD.
           05 BM-BUILDING-ID   PIC X(8).
           05 BM-NAME          PIC X(30).
           05 BM-TOP-FLOOR     PIC 9(4).
           05 BM-MIN-LEVEL     PIC 9(4).
           05 BM-GROUND-OFFSET PIC S9(4).

       FD  EXPECTED-RESULTS-FILE.
       01  EXPECTED-RESULTS-RECORD.
           05 EX-FILE          PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 AT-RC            PIC 9(4).

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

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-FILE-LIST-PATH PIC X(256)
           VALUE "../day01_files.txt".
       01 WS-INPUT-FORMAT PIC X(3) VALUE "RAW".
           88 RLE-FORMAT VALUE "RLE".
       01 WS-LIST-FORMAT-TOKEN PIC X(8) VALUE SPACES.
       01 WS-LIST-TOKENS.
           05 WS-LIST-TOKEN PIC X(16) OCCURS 3 TIMES.
       01 WS-LIST-TOKEN-IDX PIC 9(4) VALUE 0.
       01 WS-RLE-TOKEN PIC X(9) VALUE SPACES.
       01 WS-RLE-TOKEN-LEN PIC 9(4) VALUE 0.
       01 WS-RLE-TOKEN-READY PIC X VALUE "N".
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME PIC X(8) VALUE SPACES.
       01 WS-AUDIT-EVENT PIC X(5) VALUE SPACES.
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
       01 ALTERED-REJECT-COUNT PIC 9(4) VALUE 0.
       01 BATCH-TOTAL-FLOOR PIC S9(8) VALUE 0.
       01 BATCH-TOTAL-STEPS PIC 9(8) VALUE 0.
       01 BATCH-TOTAL-INVALID PIC 9(8) VALUE 0.
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
       01 WS-BUILDING-NAME PIC X(30) VALUE SPACES.
       01 WS-BUILDING-FOUND PIC X VALUE "N".
           88 BUILDING-FOUND VALUE "Y".
       01 WS-BUILDING-LIMITS-USED PIC X VALUE "N".
           88 BUILDING-LIMITS-USED VALUE "Y".
       01 BUILDING-REJECT-COUNT PIC 9(4) VALUE 0.
       01 BUILDING-TOTAL-COUNT PIC 9(4) VALUE 0.
       01 BUILDING-TOTAL-IDX PIC 9(4) VALUE 0.
       01 BUILDING-TOTAL-TABLE.
           05 BUILDING-TOTAL-ENTRY OCCURS 100 TIMES.
               10 BT-BUILDING-ID PIC X(8).
               10 BT-NAME        PIC X(30).
               10 BT-DAYS        PIC 9(4).
               10 BT-REJECTED    PIC 9(4).
               10 BT-FLOOR       PIC S9(8).
               10 BT-STEPS       PIC 9(8).
               10 BT-VIOLATIONS  PIC 9(8).
       01 DAY-VIOLATION-COUNT PIC 9(8) VALUE 0.
       01 DAY-FIRST-VIOLATION PIC 9(8) VALUE 0.
       01 BATCH-VIOLATION-COUNT PIC 9(8) VALUE 0.
           05 WS-RESULT-VERDICT PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RESULT-VIOL    PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-RESULT-BUILDING PIC X(8).
       01 WS-SUBTOTAL-LINE.
           05 WS-SUB-BUILDING   PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SUB-NAME       PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SUB-DAYS       PIC Z(3)9.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SUB-REJECTED   PIC Z(3)9.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SUB-FLOOR      PIC -(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SUB-STEPS      PIC Z(7)9.
           05 FILLER            PIC X VALUE SPACE.
           05 WS-SUB-VIOL       PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-EXPECTED-RESULTS
           PERFORM RESOLVE-PROFILE-PATH
           PERFORM LOAD-BUILDING-PROFILE
           PERFORM RESOLVE-BUILDING-PATH
           PERFORM RESOLVE-FINGERPRINT-PATH
           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADER
           PERFORM PROCESS-FILE-LIST UNTIL FILE-LIST-EOF
           PERFORM WRITE-BUILDING-SUBTOTALS
           DISPLAY "Days processed: " DAY-COUNT
           IF BUILDING-REJECT-COUNT > 0
               DISPLAY "Days rejected (unknown building): "
                   BUILDING-REJECT-COUNT
           END-IF
           IF ALTERED-REJECT-COUNT > 0
               DISPLAY "Days stopped (content changed since staging): "
                   ALTERED-REJECT-COUNT
           END-IF
           IF PROFILE-LOADED OR BUILDING-LIMITS-USED
               DISPLAY "Floor limit violations: "
                   BATCH-VIOLATION-COUNT
               IF BATCH-VIOLATION-COUNT > 0
                   MOVE 6 TO RETURN-CODE
               END-IF
           END-IF
           IF (BUILDING-REJECT-COUNT > 0
               OR ALTERED-REJECT-COUNT > 0)
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM CLOSE-FILES
           MOVE "END" TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-EVENT
               "   INVALID" DELIMITED BY SIZE
               INTO SUMMARY-REPORT-RECORD
           END-STRING
           MOVE "STATUS" TO SUMMARY-REPORT-RECORD (69:6)
           MOVE "VIOL1ST" TO SUMMARY-REPORT-RECORD (76:7)
           MOVE "BUILDING" TO SUMMARY-REPORT-RECORD (85:8)
           WRITE SUMMARY-REPORT-RECORD
           DISPLAY SUMMARY-REPORT-RECORD.


       PROCESS-ONE-DAY.
           MOVE SPACES TO WS-DAY-INPUT-PATH
           MOVE SPACES TO WS-LIST-TOKENS
           UNSTRING FUNCTION TRIM(FILE-LIST-RECORD)
               DELIMITED BY ALL " "
               INTO WS-DAY-INPUT-PATH WS-LIST-TOKEN (1)
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
           IF WS-DAY-INPUT-PATH NOT = SPACES
               PERFORM SELECT-BUILDING-LIMITS
               PERFORM FIND-BUILDING-TOTAL
               IF NOT BUILDING-FOUND
                   PERFORM REJECT-DAY-BUILDING
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO FLOOR
               MOVE 0 TO STEPS
               MOVE 0 TO LOCATION
               MOVE 0 TO DAY-VIOLATION-COUNT
               MOVE 0 TO DAY-FIRST-VIOLATION
               MOVE 0 TO WS-RLE-TOKEN-LEN
               PERFORM LOAD-STAGED-FINGERPRINT
               OPEN INPUT DAY-INPUT-FILE
               IF DAY-FILE-OK
                   PERFORM WALK-DAY-FILE
                       UNTIL DAY-FILE-EOF OR CONTENT-ALTERED
                   CLOSE DAY-INPUT-FILE
                   PERFORM VERIFY-FINGERPRINT
                   IF CONTENT-ALTERED
                       PERFORM REJECT-DAY-ALTERED
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FLUSH-RLE-REMNANT
                   ADD 1 TO DAY-COUNT
                   ADD FLOOR TO BATCH-TOTAL-FLOOR
                   ADD STEPS TO BATCH-TOTAL-STEPS
                   ADD INVALID-CHAR-COUNT TO BATCH-TOTAL-INVALID
                   ADD 1 TO BT-DAYS (BUILDING-TOTAL-IDX)
                   ADD FLOOR TO BT-FLOOR (BUILDING-TOTAL-IDX)
                   ADD STEPS TO BT-STEPS (BUILDING-TOTAL-IDX)
                   ADD DAY-VIOLATION-COUNT
                       TO BT-VIOLATIONS (BUILDING-TOTAL-IDX)
                   PERFORM WRITE-DAY-RESULT
               ELSE
                   DISPLAY "Skipping " WS-DAY-INPUT-PATH
           PERFORM UNTIL DAY-BLOCK-LEN = 0
               OR DAY-INPUT-BLOCK (DAY-BLOCK-LEN:1) NOT = LOW-VALUE
               SUBTRACT 1 FROM DAY-BLOCK-LEN
           END-PERFORM
           PERFORM ADD-FINGERPRINT-BYTE
               VARYING WS-FP-POS FROM 1 BY 1
               UNTIL WS-FP-POS > DAY-BLOCK-LEN
           ADD DAY-BLOCK-LEN TO WS-FP-BYTES
           IF FP-EXPECTED-FOUND
               AND WS-FP-BYTES > WS-FP-EXPECTED-SIZE
               MOVE "Y" TO WS-CONTENT-ALTERED
           END-IF.

       ADD-FINGERPRINT-BYTE.
           COMPUTE WS-FP-BYTE =
               FUNCTION ORD(DAY-INPUT-BLOCK (WS-FP-POS:1)) - 1
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
           MOVE "N" TO WS-FP-EXPECTED-FOUND
           MOVE 0 TO WS-FP-EXPECTED-DATE
           OPEN INPUT FINGERPRINT-FILE
           IF NOT FINGERPRINT-PRESENT
               IF FINGERPRINT-OK
                   CLOSE FINGERPRINT-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DAY-INPUT-PATH TO FP-PATH
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
                   IF FP-PATH NOT = WS-DAY-INPUT-PATH (1:200)
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
                   CONTINUE
               WHEN CONTENT-ALTERED
                   OR WS-FP-CHECKSUM NOT = WS-FP-EXPECTED-CHECKSUM
                   OR WS-FP-BYTES NOT = WS-FP-EXPECTED-SIZE
                   MOVE "Y" TO WS-CONTENT-ALTERED
                   MOVE 8 TO WS-FP-EVENT-RC
                   DISPLAY "Content of "
                       FUNCTION TRIM(WS-DAY-INPUT-PATH)
                       " no longer matches staging: staged "
                       WS-FP-EXPECTED-CHECKSUM "/" WS-FP-EXPECTED-SIZE
                       " on " WS-FP-EXPECTED-DATE ", read "
                       WS-FP-CHECKSUM "/" WS-FP-BYTES
               WHEN OTHER
                   PERFORM MARK-FINGERPRINT-PROCESSED
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
               MOVE WS-DAY-INPUT-PATH TO AT-PATH
               MOVE WS-FP-BYTES TO AT-STEPS
               MOVE FLOOR TO AT-FLOOR
               MOVE INVALID-CHAR-COUNT TO AT-INVALID
               MOVE 0 TO AT-CROSSINGS
               MOVE WS-FP-EVENT-RC TO AT-RC
               WRITE AUDIT-TRAIL-RECORD
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       REJECT-DAY-ALTERED.
           ADD 1 TO ALTERED-REJECT-COUNT
           ADD 1 TO BT-REJECTED (BUILDING-TOTAL-IDX)
           DISPLAY "Stopping " FUNCTION TRIM(WS-DAY-INPUT-PATH)
               " - content changed since staging"
           MOVE SPACES TO WS-RESULT-LINE
           MOVE WS-DAY-INPUT-PATH TO WS-RESULT-FILE
           MOVE "ALTERD" TO WS-RESULT-VERDICT
           MOVE WS-BUILDING-ID TO WS-RESULT-BUILDING
           MOVE WS-RESULT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           DISPLAY WS-RESULT-LINE.

       WALK-DAY-CHAR.
           MOVE DAY-INPUT-BLOCK (DAY-BLOCK-POS:1) TO DAY-CURRENT-CHAR
               WHEN OTHER
                   ADD 1 TO INVALID-CHAR-COUNT
           END-EVALUATE
           IF LIMITS-ACTIVE
               AND (FLOOR > WS-MAX-FLOOR
                   OR FLOOR < WS-MIN-FLOOR)
               ADD 1 TO DAY-VIOLATION-COUNT
           MOVE FLOOR TO WS-RESULT-FLOOR
           MOVE LOCATION TO WS-RESULT-LOCATION
           MOVE INVALID-CHAR-COUNT TO WS-RESULT-INVALID
           MOVE WS-BUILDING-ID TO WS-RESULT-BUILDING
           IF REGRESSION-MODE
               PERFORM JUDGE-DAY-RESULT
           END-IF
           IF LIMITS-ACTIVE AND DAY-VIOLATION-COUNT > 0
               MOVE DAY-FIRST-VIOLATION TO WS-RESULT-VIOL
               ADD DAY-VIOLATION-COUNT TO BATCH-VIOLATION-COUNT
           END-IF
           WRITE SUMMARY-REPORT-RECORD
           DISPLAY WS-RESULT-LINE.

       REJECT-DAY-BUILDING.
           ADD 1 TO BUILDING-REJECT-COUNT
           ADD 1 TO BT-REJECTED (BUILDING-TOTAL-IDX)
           MOVE "NOT ON BUILDING MASTER" TO BT-NAME (BUILDING-TOTAL-IDX)
           DISPLAY "Rejecting " FUNCTION TRIM(WS-DAY-INPUT-PATH)
               " - unknown building ID "
               FUNCTION TRIM(WS-BUILDING-ID)
           MOVE SPACES TO WS-RESULT-LINE
           MOVE WS-DAY-INPUT-PATH TO WS-RESULT-FILE
           MOVE "NOBLDG" TO WS-RESULT-VERDICT
           MOVE WS-BUILDING-ID TO WS-RESULT-BUILDING
           MOVE WS-RESULT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           DISPLAY WS-RESULT-LINE.

       FIND-BUILDING-TOTAL.
           PERFORM VARYING BUILDING-TOTAL-IDX FROM 1 BY 1
               UNTIL BUILDING-TOTAL-IDX > BUILDING-TOTAL-COUNT
               OR BT-BUILDING-ID (BUILDING-TOTAL-IDX) = WS-BUILDING-ID
               CONTINUE
           END-PERFORM
           IF BUILDING-TOTAL-IDX > BUILDING-TOTAL-COUNT
               IF BUILDING-TOTAL-COUNT < 100
                   ADD 1 TO BUILDING-TOTAL-COUNT
                   MOVE BUILDING-TOTAL-COUNT TO BUILDING-TOTAL-IDX
               ELSE
                   DISPLAY "Building subtotal table full - "
                       FUNCTION TRIM(WS-BUILDING-ID)
                       " counted under the last entry"
                   MOVE 100 TO BUILDING-TOTAL-IDX
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BUILDING-ID
                   TO BT-BUILDING-ID (BUILDING-TOTAL-IDX)
               MOVE WS-BUILDING-NAME TO BT-NAME (BUILDING-TOTAL-IDX)
               MOVE 0 TO BT-DAYS (BUILDING-TOTAL-IDX)
               MOVE 0 TO BT-REJECTED (BUILDING-TOTAL-IDX)
               MOVE 0 TO BT-FLOOR (BUILDING-TOTAL-IDX)
               MOVE 0 TO BT-STEPS (BUILDING-TOTAL-IDX)
               MOVE 0 TO BT-VIOLATIONS (BUILDING-TOTAL-IDX)
           END-IF.

       WRITE-BUILDING-SUBTOTALS.
           IF BUILDING-TOTAL-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           DISPLAY SUMMARY-REPORT-RECORD
           MOVE "BUILDING SUBTOTALS" TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           DISPLAY SUMMARY-REPORT-RECORD
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           MOVE "BUILDING" TO SUMMARY-REPORT-RECORD (1:8)
           MOVE "NAME" TO SUMMARY-REPORT-RECORD (10:4)
           MOVE "DAYS" TO SUMMARY-REPORT-RECORD (41:4)
           MOVE "REJ" TO SUMMARY-REPORT-RECORD (47:3)
           MOVE "FLOOR" TO SUMMARY-REPORT-RECORD (54:5)
           MOVE "STEPS" TO SUMMARY-REPORT-RECORD (63:5)
           MOVE "VIOL" TO SUMMARY-REPORT-RECORD (73:4)
           WRITE SUMMARY-REPORT-RECORD
           DISPLAY SUMMARY-REPORT-RECORD
           PERFORM WRITE-ONE-BUILDING-SUBTOTAL
               VARYING BUILDING-TOTAL-IDX FROM 1 BY 1
               UNTIL BUILDING-TOTAL-IDX > BUILDING-TOTAL-COUNT.

       WRITE-ONE-BUILDING-SUBTOTAL.
           MOVE SPACES TO WS-SUBTOTAL-LINE
           IF BT-BUILDING-ID (BUILDING-TOTAL-IDX) = SPACES
               MOVE "(NONE)" TO WS-SUB-BUILDING
               MOVE "building profile limits" TO WS-SUB-NAME
           ELSE
               MOVE BT-BUILDING-ID (BUILDING-TOTAL-IDX)
                   TO WS-SUB-BUILDING
               MOVE BT-NAME (BUILDING-TOTAL-IDX) TO WS-SUB-NAME
           END-IF
           MOVE BT-DAYS (BUILDING-TOTAL-IDX) TO WS-SUB-DAYS
           MOVE BT-REJECTED (BUILDING-TOTAL-IDX) TO WS-SUB-REJECTED
           MOVE BT-FLOOR (BUILDING-TOTAL-IDX) TO WS-SUB-FLOOR
           MOVE BT-STEPS (BUILDING-TOTAL-IDX) TO WS-SUB-STEPS
           MOVE BT-VIOLATIONS (BUILDING-TOTAL-IDX) TO WS-SUB-VIOL
           MOVE WS-SUBTOTAL-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           DISPLAY WS-SUBTOTAL-LINE.

       JUDGE-DAY-RESULT.
           PERFORM VARYING EXPECTED-IDX FROM 1 BY 1
               UNTIL EXPECTED-IDX > EXPECTED-COUNT
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
           MOVE SPACES TO WS-BUILDING-NAME
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
               MOVE BM-NAME TO WS-BUILDING-NAME
               COMPUTE WS-MAX-FLOOR = BM-TOP-FLOOR - BM-GROUND-OFFSET
               COMPUTE WS-MIN-FLOOR =
                   0 - BM-MIN-LEVEL - BM-GROUND-OFFSET
               MOVE "Y" TO WS-LIMITS-ACTIVE
               MOVE "Y" TO WS-BUILDING-LIMITS-USED
           END-IF.

       RESOLVE-AUDIT-TRAIL-PATH.
           IF RUNSET-ACTIVE
               EXIT PARAGRAPH
           MOVE SPACES TO WS-SUMMARY-PATH
           MOVE SPACES TO WS-AUDIT-TRAIL-PATH
           MOVE SPACES TO WS-PROFILE-PATH
           MOVE SPACES TO WS-BUILDING-PATH
           MOVE SPACES TO WS-EXPECTED-PATH
           OPEN INPUT RUNSET-FILE
           IF NOT RUNSET-OK
                   MOVE CFG-VALUE TO WS-PROFILE-PATH
               WHEN "EXPECTED"
                   MOVE CFG-VALUE TO WS-EXPECTED-PATH
               WHEN "BLDGMASTER"
                   MOVE CFG-VALUE TO WS-BUILDING-PATH
               WHEN "BUILDING"
                   MOVE CFG-VALUE TO WS-RUN-BUILDING-ID
               WHEN "FINGERPRINT"
                   MOVE CFG-VALUE TO WS-FINGERPRINT-PATH
               WHEN "FORMAT"
                   IF CFG-VALUE (1:3) = "RLE"
                       MOVE "RLE" TO WS-DEFAULT-INPUT-FORMAT
