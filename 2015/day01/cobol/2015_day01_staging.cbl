           RECORD KEY IS HM-KEY
           FILE STATUS IS HISTORY-STATUS.

           SELECT OPTIONAL BUILDING-FILE
           ASSIGN TO DYNAMIC WS-BUILDING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BM-BUILDING-ID
           FILE STATUS IS BUILDING-STATUS.

           SELECT OPTIONAL FINGERPRINT-FILE
           ASSIGN TO DYNAMIC WS-FINGERPRINT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-KEY
           ALTERNATE RECORD KEY IS FP-PATH WITH DUPLICATES
           FILE STATUS IS FINGERPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-LIST-FILE.
           05 HM-STEPS         PIC 9(8).
           05 HM-LOCATION      PIC 9(8).

       FD  BUILDING-FILE.
       01  BUILDING-RECORD.
           05 BM-BUILDING-ID   PIC X(8).
           05 BM-NAME          PIC X(30).
           05 BM-TOP-FLOOR     PIC 9(4).
           05 BM-MIN-LEVEL     PIC 9(4).
           05 BM-GROUND-OFFSET PIC S9(4).

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
       01 WS-DEFAULT-ARRIVAL-DIR PIC X(256) VALUE "../arrivals".
       01 WS-ARRIVAL-DIR PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-HISTORY-PATH PIC X(256)
           VALUE "../day01_history.dat".
       01 WS-HISTORY-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-BUILDING-PATH PIC X(256)
           VALUE "../day01_buildings.dat".
       01 WS-BUILDING-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-FINGERPRINT-PATH PIC X(256)
           VALUE "../day01_fingerprints.dat".
       01 WS-FINGERPRINT-PATH PIC X(256) VALUE SPACES.
       01 WS-CANDIDATE-PATH PIC X(256) VALUE SPACES.
       01 SCAN-LIST-STATUS PIC X(2).
           88 SCAN-LIST-OK  VALUE "00".
       01 HISTORY-STATUS PIC X(2).
           88 HISTORY-OK  VALUES "00", "05".
           88 HISTORY-EOF VALUE "10".
       01 BUILDING-STATUS PIC X(2).
           88 BUILDING-OK      VALUES "00", "05".
           88 BUILDING-PRESENT VALUE "00".
       01 FINGERPRINT-STATUS PIC X(2).
           88 FINGERPRINT-OK  VALUES "00", "05".
           88 FINGERPRINT-EOF VALUE "10".
       01 WS-BUILDING-MASTER PIC X VALUE "N".
           88 BUILDING-MASTER-OPEN VALUE "Y".
       01 WS-ARRIVAL-BUILDING PIC X(8) VALUE SPACES.
       01 WS-BUILDING-ID PIC X(8) VALUE SPACES.
       01 WS-NAME-PREFIX PIC X(40) VALUE SPACES.
       01 WS-NAME-PREFIX-LEN PIC 9(4) VALUE 0.
       01 WS-NAME-DELIMITER PIC X VALUE SPACE.
       01 WS-COMMAND PIC X(600) VALUE SPACES.
       01 WS-LOG-DATE PIC X(8) VALUE SPACES.
       01 WS-LOG-TIME PIC X(8) VALUE SPACES.
       01 ACCEPTED-COUNT PIC 9(4) VALUE 0.
       01 QUARANTINED-COUNT PIC 9(4) VALUE 0.
       01 ALREADY-SEEN-COUNT PIC 9(4) VALUE 0.
       01 BUILDING-QUARANTINE-COUNT PIC 9(4) VALUE 0.
       01 DUPLICATE-CONTENT-COUNT PIC 9(4) VALUE 0.
       01 WS-REASON PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-FP-SUM-A PIC 9(6) VALUE 1.
       01 WS-FP-SUM-B PIC 9(6) VALUE 0.
       01 WS-FP-BYTE PIC 9(3) VALUE 0.
       01 WS-FP-POS PIC 9(4) VALUE 0.
       01 WS-FP-VALUE PIC 9(10) VALUE 0.
       01 WS-FP-DIGIT PIC 9(2) VALUE 0.
       01 WS-FP-HEX-IDX PIC 9(2) VALUE 0.
       01 WS-FP-HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
       01 WS-FP-CHECKSUM PIC X(8) VALUE SPACES.
       01 WS-FP-KEY.
           05 WS-FP-KEY-CHECKSUM PIC X(8).
           05 WS-FP-KEY-SIZE PIC 9(8).
       01 WS-FP-REGISTERED PIC X VALUE "N".
           88 FP-REGISTERED VALUE "Y".
       01 WS-FP-PATH-DONE PIC X VALUE "N".
           88 FP-PATH-DONE VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-OPTIONS
           PERFORM LOAD-HISTORY-FILES
           PERFORM OPEN-BUILDING-MASTER
           PERFORM OPEN-FINGERPRINT-REGISTRY
           PERFORM SCAN-ARRIVAL-DIR
           OPEN INPUT SCAN-LIST-FILE
           IF NOT SCAN-LIST-OK
           PERFORM PROCESS-ARRIVAL UNTIL SCAN-LIST-EOF
           CLOSE SCAN-LIST-FILE
           CLOSE STAGED-LIST-FILE
           IF BUILDING-MASTER-OPEN
               CLOSE BUILDING-FILE
           END-IF
           CLOSE FINGERPRINT-FILE
           PERFORM PRINT-ARRIVALS-REPORT
           IF QUARANTINED-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
               MOVE WS-DEFAULT-HISTORY-PATH TO WS-HISTORY-PATH
           END-IF.

           ACCEPT WS-BUILDING-PATH FROM ENVIRONMENT
               "DAY01_BUILDING_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-BUILDING-PATH
           END-ACCEPT
           IF WS-BUILDING-PATH = SPACES
               MOVE WS-DEFAULT-BUILDING-PATH TO WS-BUILDING-PATH
           END-IF.

           ACCEPT WS-ARRIVAL-BUILDING FROM ENVIRONMENT
               "DAY01_ARRIVAL_BUILDING"
           ON EXCEPTION
               MOVE SPACES TO WS-ARRIVAL-BUILDING
           END-ACCEPT.

           ACCEPT WS-FINGERPRINT-PATH FROM ENVIRONMENT
               "DAY01_FINGERPRINT_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-FINGERPRINT-PATH
           END-ACCEPT
           IF WS-FINGERPRINT-PATH = SPACES
               MOVE WS-DEFAULT-FINGERPRINT-PATH TO WS-FINGERPRINT-PATH
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

       OPEN-FINGERPRINT-REGISTRY.
           OPEN I-O FINGERPRINT-FILE
           IF NOT FINGERPRINT-OK
               DISPLAY "Error opening fingerprint registry. Status: "
                   FINGERPRINT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
               IF WS-ARRIVAL-BUILDING NOT = SPACES
                   DISPLAY "DAY01_ARRIVAL_BUILDING is set but there "
                       "is no building master - "
                       FUNCTION TRIM(WS-BUILDING-PATH)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       LOAD-HISTORY-FILES.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM MEASURE-CANDIDATE
           IF WS-REASON = SPACES
               PERFORM CHECK-DUPLICATE-CONTENT
           END-IF
           IF WS-REASON = SPACES
               PERFORM RESOLVE-ARRIVAL-BUILDING
           END-IF
           EVALUATE TRUE
               WHEN WS-REASON NOT = SPACES
                   PERFORM QUARANTINE-ARRIVAL
               MOVE "Y" TO WS-SEEN-IN-HISTORY
           END-IF.

       RESOLVE-ARRIVAL-BUILDING.
           MOVE SPACES TO WS-BUILDING-ID
           IF NOT BUILDING-MASTER-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NAME-PREFIX
           MOVE SPACE TO WS-NAME-DELIMITER
           MOVE 0 TO WS-NAME-PREFIX-LEN
           UNSTRING FUNCTION TRIM(SCAN-LIST-RECORD)
               DELIMITED BY "_"
               INTO WS-NAME-PREFIX
                   DELIMITER IN WS-NAME-DELIMITER
                   COUNT IN WS-NAME-PREFIX-LEN
           END-UNSTRING
           IF WS-NAME-DELIMITER = "_"
               AND WS-NAME-PREFIX-LEN > 0
               AND WS-NAME-PREFIX-LEN <= 8
               MOVE WS-NAME-PREFIX TO BM-BUILDING-ID
               READ BUILDING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NAME-PREFIX TO WS-BUILDING-ID
               END-READ
           END-IF
           IF WS-BUILDING-ID NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARRIVAL-BUILDING TO WS-BUILDING-ID
           IF WS-BUILDING-ID = SPACES
               MOVE "NOBLDG" TO WS-REASON
               ADD 1 TO BUILDING-QUARANTINE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUILDING-ID TO BM-BUILDING-ID
           READ BUILDING-FILE
               INVALID KEY
                   MOVE "BADBLDG" TO WS-REASON
           END-READ
           IF WS-REASON NOT = SPACES
               ADD 1 TO BUILDING-QUARANTINE-COUNT
           END-IF.

       MEASURE-CANDIDATE.
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-CANDIDATE-SIZE
           MOVE 1 TO WS-FP-SUM-A
           MOVE 0 TO WS-FP-SUM-B
           MOVE SPACES TO WS-FP-CHECKSUM
           OPEN INPUT CANDIDATE-FILE
           IF NOT CANDIDATE-OK
               MOVE "NOREAD" TO WS-REASON
           END-IF
           PERFORM MEASURE-CANDIDATE-BLOCK UNTIL CANDIDATE-EOF
           CLOSE CANDIDATE-FILE
           PERFORM FORMAT-FINGERPRINT
           IF WS-CANDIDATE-SIZE = 0
               MOVE "EMPTY" TO WS-REASON
           END-IF.
                       SUBTRACT 1 FROM CANDIDATE-BLOCK-LEN
                   END-PERFORM
                   ADD CANDIDATE-BLOCK-LEN TO WS-CANDIDATE-SIZE
                   PERFORM ADD-FINGERPRINT-BYTE
                       VARYING WS-FP-POS FROM 1 BY 1
                       UNTIL WS-FP-POS > CANDIDATE-BLOCK-LEN
           END-READ.

       ADD-FINGERPRINT-BYTE.
           COMPUTE WS-FP-BYTE =
               FUNCTION ORD(CANDIDATE-BLOCK (WS-FP-POS:1)) - 1
           ADD WS-FP-BYTE TO WS-FP-SUM-A
           IF WS-FP-SUM-A >= 65521
               SUBTRACT 65521 FROM WS-FP-SUM-A
           END-IF
           ADD WS-FP-SUM-A TO WS-FP-SUM-B
           IF WS-FP-SUM-B >= 65521
               SUBTRACT 65521 FROM WS-FP-SUM-B
           END-IF.

       FORMAT-FINGERPRINT.
           COMPUTE WS-FP-VALUE = WS-FP-SUM-B * 65536 + WS-FP-SUM-A
           PERFORM VARYING WS-FP-HEX-IDX FROM 8 BY -1
               UNTIL WS-FP-HEX-IDX < 1
               DIVIDE WS-FP-VALUE BY 16 GIVING WS-FP-VALUE
                   REMAINDER WS-FP-DIGIT
               MOVE WS-FP-HEX-DIGITS (WS-FP-DIGIT + 1:1)
                   TO WS-FP-CHECKSUM (WS-FP-HEX-IDX:1)
           END-PERFORM
           MOVE WS-FP-CHECKSUM TO WS-FP-KEY-CHECKSUM
           MOVE WS-CANDIDATE-SIZE TO WS-FP-KEY-SIZE.

       CHECK-DUPLICATE-CONTENT.
           MOVE "N" TO WS-FP-REGISTERED
           MOVE WS-FP-KEY TO FP-KEY
           READ FINGERPRINT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO WS-FP-REGISTERED
           IF FP-REPLACED
               EXIT PARAGRAPH
           END-IF
           IF FP-PATH NOT = WS-CANDIDATE-PATH (1:200)
               OR FP-PROCESSED
               MOVE "DUPCONT" TO WS-REASON
               ADD 1 TO DUPLICATE-CONTENT-COUNT
               DISPLAY "Content of "
                   FUNCTION TRIM(WS-CANDIDATE-PATH)
                   " matches " FUNCTION TRIM(FP-PATH)
                   " (" FUNCTION TRIM(FP-STATUS) " "
                   FP-STAGED-DATE ", fingerprint " FP-CHECKSUM
                   "/" FP-SIZE ")"
           END-IF.

       REGISTER-FINGERPRINT.
           MOVE WS-CANDIDATE-PATH TO FP-PATH
           MOVE "N" TO WS-FP-PATH-DONE
           START FINGERPRINT-FILE KEY IS = FP-PATH
               INVALID KEY
                   MOVE "Y" TO WS-FP-PATH-DONE
           END-START
           PERFORM RETIRE-PATH-FINGERPRINT UNTIL FP-PATH-DONE
           MOVE SPACES TO FINGERPRINT-RECORD
           MOVE WS-FP-KEY TO FP-KEY
           MOVE WS-CANDIDATE-PATH TO FP-PATH
           MOVE WS-BUILDING-ID TO FP-BUILDING-ID
           MOVE WS-RUN-DATE TO FP-STAGED-DATE
           MOVE "STAGED" TO FP-STATUS
           MOVE 0 TO FP-PROCESSED-DATE
           IF FP-REGISTERED
               REWRITE FINGERPRINT-RECORD
                   INVALID KEY
                       DISPLAY "Error updating fingerprint for "
                           FUNCTION TRIM(WS-CANDIDATE-PATH)
                           " status " FINGERPRINT-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE FINGERPRINT-RECORD
                   INVALID KEY
                       DISPLAY "Error registering fingerprint for "
                           FUNCTION TRIM(WS-CANDIDATE-PATH)
                           " status " FINGERPRINT-STATUS
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.

       RETIRE-PATH-FINGERPRINT.
           READ FINGERPRINT-FILE NEXT
               AT END
                   MOVE "Y" TO WS-FP-PATH-DONE
               NOT AT END
                   IF FP-PATH NOT = WS-CANDIDATE-PATH (1:200)
                       MOVE "Y" TO WS-FP-PATH-DONE
                   ELSE
                       IF FP-STAGED AND FP-KEY NOT = WS-FP-KEY
                           MOVE "REPLACED" TO FP-STATUS
                           REWRITE FINGERPRINT-RECORD
                               INVALID KEY
                                   DISPLAY "Error retiring fingerprint "
                                       FP-CHECKSUM " status "
                                       FINGERPRINT-STATUS
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       ACCEPT-ARRIVAL.
           ADD 1 TO ACCEPTED-COUNT
           MOVE SPACES TO STAGED-LIST-RECORD
           IF WS-BUILDING-ID = SPACES
               STRING FUNCTION TRIM(WS-CANDIDATE-PATH)
                       DELIMITED BY SIZE
                   " SIZE=" DELIMITED BY SIZE
                   WS-CANDIDATE-SIZE DELIMITED BY SIZE
                   INTO STAGED-LIST-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CANDIDATE-PATH)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BUILDING-ID DELIMITED BY SPACE
                   " SIZE=" DELIMITED BY SIZE
                   WS-CANDIDATE-SIZE DELIMITED BY SIZE
                   INTO STAGED-LIST-RECORD
               END-STRING
           END-IF
           WRITE STAGED-LIST-RECORD
           PERFORM REGISTER-FINGERPRINT
           DISPLAY "Accepted: " FUNCTION TRIM(WS-CANDIDATE-PATH)
               " (" WS-CANDIDATE-SIZE " characters)"
               " building " WS-BUILDING-ID
               " fingerprint " WS-FP-CHECKSUM.

       QUARANTINE-ARRIVAL.
           ADD 1 TO QUARANTINED-COUNT
               " (list " FUNCTION TRIM(WS-STAGED-LIST-PATH) ")"
           DISPLAY "  Quarantined: " QUARANTINED-COUNT
               " (list " FUNCTION TRIM(WS-QUARANTINE-PATH) ")"
           DISPLAY "  Already seen in history: " ALREADY-SEEN-COUNT
           IF BUILDING-MASTER-OPEN
               DISPLAY "  Quarantined for building ID: "
                   BUILDING-QUARANTINE-COUNT
           END-IF
           DISPLAY "  Quarantined as duplicate content: "
               DUPLICATE-CONTENT-COUNT
               " (registry " FUNCTION TRIM(WS-FINGERPRINT-PATH) ")".
