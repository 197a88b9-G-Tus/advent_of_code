       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC_2015_day01_split.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE
           ASSIGN TO DYNAMIC WS-INPUT-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FILE-STATUS.

           SELECT RANGE-CONTROL-FILE
           ASSIGN TO DYNAMIC WS-RANGE-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RANGE-CONTROL-STATUS.

           SELECT OPTIONAL FINGERPRINT-FILE
           ASSIGN TO DYNAMIC WS-FINGERPRINT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FP-KEY
           ALTERNATE RECORD KEY IS FP-PATH WITH DUPLICATES
           FILE STATUS IS FINGERPRINT-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL-FILE
           ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-TRAIL-STATUS.

           SELECT RUNSET-FILE
           ASSIGN TO DYNAMIC WS-RUNSET-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNSET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01  INPUT-BLOCK  PIC X(1024).

       FD  RANGE-CONTROL-FILE.
       01  RANGE-CONTROL-RECORD.
           05 RC-RANGE-NO      PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-RANGE-COUNT   PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-START-STEP    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-END-STEP      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-FILE-SIZE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-SPLIT-ID      PIC X(17).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-INPUT-FILE    PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-PARTIAL-PATH  PIC X(200).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-FP-CHECKSUM   PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RC-FP-MATCHED    PIC X.

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

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-RECORD.
           05 AT-RUN-ID        PIC X(17).
           05 FILLER           PIC X VALUE SPACE.
           05 AT-EVENT         PIC X(5).
           05 FILLER           PIC X VALUE SPACE.
           05 AT-DATE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AT-TIME          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AT-MODE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AT-PATH          PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 AT-STEPS         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AT-FLOOR         PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 AT-INVALID       PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AT-CROSSINGS     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AT-RC            PIC 9(4).

       FD  RUNSET-FILE.
       01  RUNSET-RECORD.
           05 CFG-SET          PIC X(12).
           05 FILLER           PIC X.
           05 CFG-KEY          PIC X(12).
           05 FILLER           PIC X.
           05 CFG-VALUE        PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-INPUT-PATH PIC X(256) VALUE "../input.txt".
       01 WS-INPUT-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-RANGE-CONTROL-PATH PIC X(256)
           VALUE "../day01_range_control.txt".
       01 WS-RANGE-CONTROL-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-PARTIAL-PREFIX PIC X(256)
           VALUE "../day01_partial_".
       01 WS-PARTIAL-PREFIX PIC X(256) VALUE SPACES.
       01 WS-PARTIAL-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-RANGE-PROGRAM PIC X(256)
           VALUE "./2015_day01".
       01 WS-RANGE-PROGRAM PIC X(256) VALUE SPACES.
       01 FILE-STATUS PIC X(2).
           88 FILE-OK  VALUE "00".
           88 FILE-EOF VALUE "10".
       01 RANGE-CONTROL-STATUS PIC X(2).
           88 RANGE-CONTROL-OK VALUE "00".
       01 WS-DEFAULT-FINGERPRINT-PATH PIC X(256)
           VALUE "../day01_fingerprints.dat".
       01 WS-FINGERPRINT-PATH PIC X(256) VALUE SPACES.
       01 FINGERPRINT-STATUS PIC X(2).
           88 FINGERPRINT-OK      VALUES "00", "05".
           88 FINGERPRINT-PRESENT VALUE "00".
       01 WS-DEFAULT-AUDIT-TRAIL-PATH PIC X(256)
           VALUE "../day01_audit_trail.txt".
       01 WS-AUDIT-TRAIL-PATH PIC X(256) VALUE SPACES.
       01 AUDIT-TRAIL-STATUS PIC X(2).
           88 AUDIT-TRAIL-OK VALUES "00", "05".
       01 WS-FP-SUM-A PIC 9(6) VALUE 1.
       01 WS-FP-SUM-B PIC 9(6) VALUE 0.
       01 WS-FP-BYTE PIC 9(3) VALUE 0.
       01 WS-FP-POS PIC 9(4) VALUE 0.
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
       01 WS-FP-MATCHED PIC X VALUE "N".
           88 FP-MATCHED VALUE "Y".
       01 WS-FP-EVENT-RC PIC 9(4) VALUE 0.
       01 WS-ENV-VALUE PIC X(8) VALUE SPACES.
       01 WS-RUN-SET PIC X(12) VALUE SPACES.
       01 WS-RUNSET-ACTIVE PIC X VALUE "N".
           88 RUNSET-ACTIVE VALUE "Y".
       01 WS-DEFAULT-RUNSET-PATH PIC X(256)
           VALUE "../day01_runsets.txt".
       01 WS-RUNSET-PATH PIC X(256) VALUE SPACES.
       01 RUNSET-STATUS PIC X(2).
           88 RUNSET-OK  VALUE "00".
           88 RUNSET-EOF VALUE "10".
       01 RUNSET-ENTRY-COUNT PIC 9(4) VALUE 0.
       01 WS-INPUT-FORMAT PIC X(3) VALUE "RAW".
       01 WS-JOB-RC PIC 9(8) VALUE 0.
       01 WS-JOB-SIGNAL PIC 9(4) VALUE 0.
       01 WS-LAUNCH PIC X VALUE "Y".
           88 LAUNCH-JOBS VALUE "Y".
       01 WS-SPLIT-ID PIC X(17) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME PIC X(8) VALUE SPACES.
       01 INPUT-BLOCK-LEN PIC 9(4) VALUE 0.
       01 WS-FILE-SIZE PIC 9(8) VALUE 0.
       01 RANGE-COUNT PIC 9(4) VALUE 4.
       01 RANGE-NO PIC 9(4) VALUE 0.
       01 RANGE-CHUNK PIC 9(8) VALUE 0.
       01 RANGE-START PIC 9(8) VALUE 0.
       01 RANGE-END PIC 9(8) VALUE 0.
       01 WS-COMMAND PIC X(16000) VALUE SPACES.
       01 WS-COMMAND-PTR PIC 9(5) VALUE 1.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-RUN-SET
           PERFORM RESOLVE-OPTIONS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-SPLIT-ID
           END-STRING
           PERFORM MEASURE-INPUT
           PERFORM VERIFY-FINGERPRINT
           IF WS-FILE-SIZE = 0
               DISPLAY "Input is empty - nothing to split: "
                   FUNCTION TRIM(WS-INPUT-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FILE-SIZE < RANGE-COUNT
               MOVE WS-FILE-SIZE TO RANGE-COUNT
           END-IF
           DIVIDE WS-FILE-SIZE BY RANGE-COUNT GIVING RANGE-CHUNK
           OPEN OUTPUT RANGE-CONTROL-FILE
           IF NOT RANGE-CONTROL-OK
               DISPLAY "Error opening range control file. Status: "
                   RANGE-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-COMMAND
           MOVE 1 TO WS-COMMAND-PTR
           STRING "PIDS=; " DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-COMMAND-PTR
           END-STRING
           PERFORM PLAN-ONE-RANGE
               VARYING RANGE-NO FROM 1 BY 1
               UNTIL RANGE-NO > RANGE-COUNT
           CLOSE RANGE-CONTROL-FILE
           DISPLAY "Split " WS-SPLIT-ID ": "
               FUNCTION TRIM(WS-INPUT-PATH) " (" WS-FILE-SIZE
               " steps) into " RANGE-COUNT " ranges"
           IF LAUNCH-JOBS
               PERFORM LAUNCH-RANGE-JOBS
           ELSE
               DISPLAY "Range jobs not launched (DAY01_RANGE_LAUNCH=N)"
           END-IF
           STOP RUN.

       RESOLVE-RUN-SET.
           ACCEPT WS-RUN-SET FROM ENVIRONMENT "DAY01_RUN_SET"
           ON EXCEPTION
               MOVE SPACES TO WS-RUN-SET
           END-ACCEPT
           IF WS-RUN-SET = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RUNSET-ACTIVE
           ACCEPT WS-RUNSET-PATH FROM ENVIRONMENT "DAY01_RUNSET_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-RUNSET-PATH
           END-ACCEPT
           IF WS-RUNSET-PATH = SPACES
               MOVE WS-DEFAULT-RUNSET-PATH TO WS-RUNSET-PATH
           END-IF
           OPEN INPUT RUNSET-FILE
           IF NOT RUNSET-OK
               DISPLAY "Error opening run set file "
                   FUNCTION TRIM(WS-RUNSET-PATH)
                   " status " RUNSET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-RUNSET-ENTRY UNTIL RUNSET-EOF
           CLOSE RUNSET-FILE
           IF RUNSET-ENTRY-COUNT = 0
               DISPLAY "Run set not defined: "
                   FUNCTION TRIM(WS-RUN-SET)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-INPUT-PATH = SPACES
               DISPLAY "Run set " FUNCTION TRIM(WS-RUN-SET)
                   " incomplete: split needs INPUT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Run set: " FUNCTION TRIM(WS-RUN-SET).

       LOAD-RUNSET-ENTRY.
           READ RUNSET-FILE
               NOT AT END
                   IF CFG-SET = WS-RUN-SET
                       ADD 1 TO RUNSET-ENTRY-COUNT
                       PERFORM APPLY-RUNSET-ENTRY
                   END-IF
           END-READ.

       APPLY-RUNSET-ENTRY.
           EVALUATE CFG-KEY
               WHEN "INPUT"
                   MOVE CFG-VALUE TO WS-INPUT-PATH
               WHEN "FORMAT"
                   IF CFG-VALUE (1:3) = "RLE"
                       MOVE "RLE" TO WS-INPUT-FORMAT
                   END-IF
               WHEN "FINGERPRINT"
                   MOVE CFG-VALUE TO WS-FINGERPRINT-PATH
               WHEN "AUDIT"
                   MOVE CFG-VALUE TO WS-AUDIT-TRAIL-PATH
               WHEN "RANGECTL"
                   MOVE CFG-VALUE TO WS-RANGE-CONTROL-PATH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RESOLVE-OPTIONS.
           IF NOT RUNSET-ACTIVE
               ACCEPT WS-INPUT-PATH FROM ENVIRONMENT "DAY01_INPUT_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-INPUT-PATH
               END-ACCEPT
               MOVE SPACES TO WS-ENV-VALUE
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
                   "DAY01_INPUT_FORMAT"
               ON EXCEPTION
                   MOVE SPACES TO WS-ENV-VALUE
               END-ACCEPT
               IF WS-ENV-VALUE (1:3) = "RLE"
                   MOVE "RLE" TO WS-INPUT-FORMAT
               END-IF
               ACCEPT WS-FINGERPRINT-PATH FROM ENVIRONMENT
                   "DAY01_FINGERPRINT_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-FINGERPRINT-PATH
               END-ACCEPT
               ACCEPT WS-AUDIT-TRAIL-PATH FROM ENVIRONMENT
                   "DAY01_AUDIT_TRAIL"
               ON EXCEPTION
                   MOVE SPACES TO WS-AUDIT-TRAIL-PATH
               END-ACCEPT
           END-IF
           IF WS-INPUT-PATH = SPACES
               MOVE WS-DEFAULT-INPUT-PATH TO WS-INPUT-PATH
           END-IF
           IF WS-INPUT-FORMAT = "RLE"
               DISPLAY "Split runs need RAW input - "
                   FUNCTION TRIM(WS-INPUT-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-RANGE-CONTROL-PATH = SPACES
               ACCEPT WS-RANGE-CONTROL-PATH FROM ENVIRONMENT
                   "DAY01_RANGE_CONTROL"
               ON EXCEPTION
                   MOVE SPACES TO WS-RANGE-CONTROL-PATH
               END-ACCEPT
           END-IF
           IF WS-RANGE-CONTROL-PATH = SPACES
               MOVE WS-DEFAULT-RANGE-CONTROL-PATH
                   TO WS-RANGE-CONTROL-PATH
           END-IF.

           ACCEPT WS-PARTIAL-PREFIX FROM ENVIRONMENT
               "DAY01_PARTIAL_PREFIX"
           ON EXCEPTION
               MOVE SPACES TO WS-PARTIAL-PREFIX
           END-ACCEPT
           IF WS-PARTIAL-PREFIX = SPACES
               MOVE WS-DEFAULT-PARTIAL-PREFIX TO WS-PARTIAL-PREFIX
           END-IF.

           ACCEPT WS-RANGE-PROGRAM FROM ENVIRONMENT
               "DAY01_RANGE_PROGRAM"
           ON EXCEPTION
               MOVE SPACES TO WS-RANGE-PROGRAM
           END-ACCEPT
           IF WS-RANGE-PROGRAM = SPACES
               MOVE WS-DEFAULT-RANGE-PROGRAM TO WS-RANGE-PROGRAM
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_RANGE_COUNT"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO RANGE-COUNT
           END-IF
           IF RANGE-COUNT = 0 OR RANGE-COUNT > 32
               DISPLAY "DAY01_RANGE_COUNT must be 1 to 32"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_RANGE_LAUNCH"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE (1:1) = "N" OR WS-ENV-VALUE (1:1) = "n"
               MOVE "N" TO WS-LAUNCH
           END-IF.

           IF WS-FINGERPRINT-PATH = SPACES
               MOVE WS-DEFAULT-FINGERPRINT-PATH TO WS-FINGERPRINT-PATH
           END-IF.

           IF WS-AUDIT-TRAIL-PATH = SPACES
               MOVE WS-DEFAULT-AUDIT-TRAIL-PATH
                   TO WS-AUDIT-TRAIL-PATH
           END-IF.

       MEASURE-INPUT.
           OPEN INPUT INPUT-FILE
           IF NOT FILE-OK
               DISPLAY "Error opening file. Status: " FILE-STATUS
                   " - " FUNCTION TRIM(WS-INPUT-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MEASURE-INPUT-BLOCK UNTIL FILE-EOF
           CLOSE INPUT-FILE.

       MEASURE-INPUT-BLOCK.
           MOVE LOW-VALUES TO INPUT-BLOCK
           READ INPUT-FILE
               NOT AT END
                   MOVE 1024 TO INPUT-BLOCK-LEN
                   PERFORM UNTIL INPUT-BLOCK-LEN = 0
                       OR INPUT-BLOCK (INPUT-BLOCK-LEN:1)
                           NOT = LOW-VALUE
                       SUBTRACT 1 FROM INPUT-BLOCK-LEN
                   END-PERFORM
                   PERFORM ADD-FINGERPRINT-BYTE
                       VARYING WS-FP-POS FROM 1 BY 1
                       UNTIL WS-FP-POS > INPUT-BLOCK-LEN
                   ADD INPUT-BLOCK-LEN TO WS-FILE-SIZE
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

       VERIFY-FINGERPRINT.
           COMPUTE WS-FP-VALUE = WS-FP-SUM-B * 65536 + WS-FP-SUM-A
           PERFORM VARYING WS-FP-HEX-IDX FROM 8 BY -1
               UNTIL WS-FP-HEX-IDX < 1
               DIVIDE WS-FP-VALUE BY 16 GIVING WS-FP-VALUE
                   REMAINDER WS-FP-DIGIT
               MOVE WS-FP-HEX-DIGITS (WS-FP-DIGIT + 1:1)
                   TO WS-FP-CHECKSUM (WS-FP-HEX-IDX:1)
           END-PERFORM
           PERFORM LOAD-STAGED-FINGERPRINT
           MOVE 0 TO WS-FP-EVENT-RC
           EVALUATE TRUE
               WHEN NOT FP-EXPECTED-FOUND
                   DISPLAY "Fingerprint " WS-FP-CHECKSUM "/"
                       WS-FILE-SIZE " for "
                       FUNCTION TRIM(WS-INPUT-PATH)
                       " (not in the staging registry)"
               WHEN WS-FP-CHECKSUM NOT = WS-FP-EXPECTED-CHECKSUM
                   OR WS-FILE-SIZE NOT = WS-FP-EXPECTED-SIZE
                   MOVE 8 TO WS-FP-EVENT-RC
                   DISPLAY "Content of " FUNCTION TRIM(WS-INPUT-PATH)
                       " no longer matches staging: staged "
                       WS-FP-EXPECTED-CHECKSUM "/" WS-FP-EXPECTED-SIZE
                       " on " WS-FP-EXPECTED-DATE ", read "
                       WS-FP-CHECKSUM "/" WS-FILE-SIZE
               WHEN OTHER
                   MOVE "Y" TO WS-FP-MATCHED
           END-EVALUATE
           PERFORM WRITE-FINGERPRINT-EVENT
           IF WS-FP-EVENT-RC > 0
               PERFORM REJECT-ALTERED-INPUT
           END-IF.

       LOAD-STAGED-FINGERPRINT.
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

       WRITE-FINGERPRINT-EVENT.
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF NOT AUDIT-TRAIL-OK
               DISPLAY "Error opening audit trail. Status: "
                   AUDIT-TRAIL-STATUS
           ELSE
               MOVE SPACES TO AUDIT-TRAIL-RECORD
               MOVE WS-SPLIT-ID TO AT-RUN-ID
               MOVE "FPRNT" TO AT-EVENT
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE TO AT-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-TIME TO AT-TIME
               MOVE WS-FP-CHECKSUM TO AT-MODE
               MOVE WS-INPUT-PATH TO AT-PATH
               MOVE WS-FILE-SIZE TO AT-STEPS
               MOVE 0 TO AT-FLOOR
               MOVE 0 TO AT-INVALID
               MOVE 0 TO AT-CROSSINGS
               MOVE WS-FP-EVENT-RC TO AT-RC
               WRITE AUDIT-TRAIL-RECORD
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       REJECT-ALTERED-INPUT.
           DISPLAY "Split refused: "
               FUNCTION TRIM(WS-INPUT-PATH)
               " changed after it was staged"
           OPEN OUTPUT RANGE-CONTROL-FILE
           IF RANGE-CONTROL-OK
               CLOSE RANGE-CONTROL-FILE
           END-IF
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       PLAN-ONE-RANGE.
           COMPUTE RANGE-START = (RANGE-NO - 1) * RANGE-CHUNK + 1
           IF RANGE-NO = RANGE-COUNT
               MOVE WS-FILE-SIZE TO RANGE-END
           ELSE
               COMPUTE RANGE-END = RANGE-NO * RANGE-CHUNK
           END-IF
           MOVE SPACES TO WS-PARTIAL-PATH
           STRING FUNCTION TRIM(WS-PARTIAL-PREFIX) DELIMITED BY SIZE
               RANGE-NO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-PARTIAL-PATH
           END-STRING
           MOVE SPACES TO RANGE-CONTROL-RECORD
           MOVE RANGE-NO TO RC-RANGE-NO
           MOVE RANGE-COUNT TO RC-RANGE-COUNT
           MOVE RANGE-START TO RC-START-STEP
           MOVE RANGE-END TO RC-END-STEP
           MOVE WS-FILE-SIZE TO RC-FILE-SIZE
           MOVE WS-SPLIT-ID TO RC-SPLIT-ID
           MOVE WS-INPUT-PATH TO RC-INPUT-FILE
           MOVE WS-PARTIAL-PATH TO RC-PARTIAL-PATH
           MOVE WS-FP-CHECKSUM TO RC-FP-CHECKSUM
           MOVE WS-FP-MATCHED TO RC-FP-MATCHED
           WRITE RANGE-CONTROL-RECORD
           DISPLAY "  Range " RANGE-NO ": steps " RANGE-START
               " to " RANGE-END " -> "
               FUNCTION TRIM(WS-PARTIAL-PATH)
           STRING "DAY01_RUN_SET='" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-SET) DELIMITED BY SIZE
               "' DAY01_RANGE_NO=" DELIMITED BY SIZE
               RANGE-NO DELIMITED BY SIZE
               " DAY01_RANGE_COUNT=" DELIMITED BY SIZE
               RANGE-COUNT DELIMITED BY SIZE
               " DAY01_RANGE_START=" DELIMITED BY SIZE
               RANGE-START DELIMITED BY SIZE
               " DAY01_RANGE_END=" DELIMITED BY SIZE
               RANGE-END DELIMITED BY SIZE
               " DAY01_SPLIT_ID=" DELIMITED BY SIZE
               WS-SPLIT-ID DELIMITED BY SIZE
               " DAY01_INPUT_FILE='" DELIMITED BY SIZE
               FUNCTION TRIM(WS-INPUT-PATH) DELIMITED BY SIZE
               "' DAY01_PARTIAL_FILE='" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARTIAL-PATH) DELIMITED BY SIZE
               "' " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RANGE-PROGRAM) DELIMITED BY SIZE
               " > '" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARTIAL-PATH) DELIMITED BY SIZE
               ".log' 2>&1 & PIDS=""$PIDS $!""; " DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-COMMAND-PTR
               ON OVERFLOW
                   DISPLAY "Range job command too long"
                   MOVE 16 TO RETURN-CODE
                   CLOSE RANGE-CONTROL-FILE
                   STOP RUN
           END-STRING.

       LAUNCH-RANGE-JOBS.
           STRING "RC=0; for P in $PIDS; do wait $P; S=$?; "
                   DELIMITED BY SIZE
               "if [ $S -gt $RC ]; then RC=$S; fi; done; exit $RC"
                   DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-COMMAND-PTR
               ON OVERFLOW
                   DISPLAY "Range job command too long"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           DISPLAY "Launching " RANGE-COUNT " range jobs ("
               FUNCTION TRIM(WS-RANGE-PROGRAM) ")"
           CALL "SYSTEM" USING WS-COMMAND
           DIVIDE RETURN-CODE BY 256 GIVING WS-JOB-RC
               REMAINDER WS-JOB-SIGNAL
           IF WS-JOB-SIGNAL NOT = 0
               MOVE 16 TO WS-JOB-RC
           END-IF
           EVALUATE TRUE
               WHEN WS-JOB-RC >= 8
                   DISPLAY "Range job failed - highest RC " WS-JOB-RC
                       " (see the range .log files)"
                   MOVE WS-JOB-RC TO RETURN-CODE
               WHEN WS-JOB-RC > 0
                   DISPLAY "Range jobs finished with warnings - RC "
                       WS-JOB-RC
                   DISPLAY "Run the merge to combine "
                       FUNCTION TRIM(WS-RANGE-CONTROL-PATH)
                   MOVE WS-JOB-RC TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "Range jobs finished - run the merge to "
                       "combine " FUNCTION TRIM(WS-RANGE-CONTROL-PATH)
           END-EVALUATE.
