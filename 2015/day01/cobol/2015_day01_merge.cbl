       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC_2015_day01_merge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-CONTROL-FILE
           ASSIGN TO DYNAMIC WS-RANGE-CONTROL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RANGE-CONTROL-STATUS.

           SELECT PARTIAL-FILE
           ASSIGN TO DYNAMIC WS-PARTIAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTIAL-STATUS.

           SELECT RESULT-FILE
           ASSIGN TO DYNAMIC WS-RESULT-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS RESULT-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL-FILE
           ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-TRAIL-STATUS.

           SELECT OPTIONAL RUN-LOCK-FILE
           ASSIGN TO DYNAMIC WS-RUN-LOCK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LOCK-STATUS.

           SELECT MOVELOG-PARTIAL-FILE
           ASSIGN TO DYNAMIC WS-MOVELOG-PARTIAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVELOG-PARTIAL-STATUS.

           SELECT MOVEMENT-LOG-FILE
           ASSIGN TO DYNAMIC WS-MOVEMENT-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MOVEMENT-LOG-STATUS.

           SELECT RUNSET-FILE
           ASSIGN TO DYNAMIC WS-RUNSET-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNSET-STATUS.

           SELECT PROFILE-FILE
           ASSIGN TO DYNAMIC WS-PROFILE-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PROFILE-STATUS.

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
       FD  RANGE-CONTROL-FILE.
       01  RANGE-CONTROL-RECORD.
           05 RC-RANGE-NO      PIC 9(4).
           05 FILLER           PIC X.
           05 RC-RANGE-COUNT   PIC 9(4).
           05 FILLER           PIC X.
           05 RC-START-STEP    PIC 9(8).
           05 FILLER           PIC X.
           05 RC-END-STEP      PIC 9(8).
           05 FILLER           PIC X.
           05 RC-FILE-SIZE     PIC 9(8).
           05 FILLER           PIC X.
           05 RC-SPLIT-ID      PIC X(17).
           05 FILLER           PIC X.
           05 RC-INPUT-FILE    PIC X(40).
           05 FILLER           PIC X.
           05 RC-PARTIAL-PATH  PIC X(200).
           05 FILLER           PIC X.
           05 RC-FP-CHECKSUM   PIC X(8).
           05 FILLER           PIC X.
           05 RC-FP-MATCHED    PIC X.

       FD  PARTIAL-FILE.
       01  PARTIAL-HEADER-RECORD.
           05 PH-TYPE          PIC X.
           05 FILLER           PIC X.
           05 PH-SPLIT-ID      PIC X(17).
           05 FILLER           PIC X.
           05 PH-RANGE-NO      PIC 9(4).
           05 FILLER           PIC X.
           05 PH-RANGE-COUNT   PIC 9(4).
           05 FILLER           PIC X.
           05 PH-START-STEP    PIC 9(8).
           05 FILLER           PIC X.
           05 PH-END-STEP      PIC 9(8).
           05 FILLER           PIC X.
           05 PH-NET-FLOOR     PIC X(8).
           05 FILLER           PIC X.
           05 PH-LOW-FLOOR     PIC X(8).
           05 FILLER           PIC X.
           05 PH-LOW-STEP      PIC 9(8).
           05 FILLER           PIC X.
           05 PH-HIGH-FLOOR    PIC X(8).
           05 FILLER           PIC X.
           05 PH-INVALID       PIC 9(8).
           05 FILLER           PIC X.
           05 PH-CORRECTED     PIC 9(8).
           05 FILLER           PIC X.
           05 PH-OVERFLOW      PIC X.
           05 FILLER           PIC X.
           05 PH-FILE          PIC X(40).
       01  PARTIAL-LEVEL-RECORD.
           05 PL-TYPE          PIC X.
           05 FILLER           PIC X.
           05 PL-LEVEL         PIC X(8).
           05 FILLER           PIC X.
           05 PL-FIRST-STEP    PIC 9(8).
           05 FILLER           PIC X.
           05 PL-CROSSINGS     PIC 9(8).
       01  PARTIAL-TRAILER-RECORD.
           05 PT-TYPE          PIC X.
           05 FILLER           PIC X.
           05 PT-LEVEL-COUNT   PIC 9(8).
           05 FILLER           PIC X.
           05 PT-SPLIT-ID      PIC X(17).
           05 FILLER           PIC X.
           05 PT-RC            PIC 9(4).

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05 RS-FLOOR         PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 RS-STEPS         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RS-LOCATION      PIC 9(8).

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

       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 RL-RUN-ID        PIC X(17).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-DATE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-TIME          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RL-MODE          PIC X(8).

       FD  MOVELOG-PARTIAL-FILE.
       01  MOVELOG-PARTIAL-RECORD.
           05 MP-FILE          PIC X(40).
           05 FILLER           PIC X.
           05 MP-STEPS         PIC X(8).
           05 FILLER           PIC X.
           05 MP-INSTRUCTION   PIC X.
           05 FILLER           PIC X.
           05 MP-FLOOR         PIC X(8).
           05 FILLER           PIC X.
           05 MP-CORRECTED     PIC X.

       FD  MOVEMENT-LOG-FILE.
       01  MOVEMENT-LOG-RECORD.
           05 ML-FILE          PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 ML-STEPS         PIC Z(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 ML-INSTRUCTION   PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 ML-FLOOR         PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 ML-CORRECTED     PIC X.

       FD  RUNSET-FILE.
       01  RUNSET-RECORD.
           05 CFG-SET          PIC X(12).
           05 FILLER           PIC X.
           05 CFG-KEY          PIC X(12).
           05 FILLER           PIC X.
           05 CFG-VALUE        PIC X(256).

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
       01 WS-DEFAULT-RANGE-CONTROL-PATH PIC X(256)
           VALUE "../day01_range_control.txt".
       01 WS-RANGE-CONTROL-PATH PIC X(256) VALUE SPACES.
       01 WS-PARTIAL-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-RESULT-PATH PIC X(256)
           VALUE "../day01_result.txt".
       01 WS-RESULT-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-AUDIT-TRAIL-PATH PIC X(256)
           VALUE "../day01_audit_trail.txt".
       01 WS-AUDIT-TRAIL-PATH PIC X(256) VALUE SPACES.
       01 RANGE-CONTROL-STATUS PIC X(2).
           88 RANGE-CONTROL-OK  VALUE "00".
           88 RANGE-CONTROL-EOF VALUE "10".
       01 PARTIAL-STATUS PIC X(2).
           88 PARTIAL-OK  VALUE "00".
           88 PARTIAL-EOF VALUE "10".
       01 RESULT-STATUS PIC X(2).
           88 RESULT-OK VALUE "00".
       01 AUDIT-TRAIL-STATUS PIC X(2).
           88 AUDIT-TRAIL-OK VALUES "00", "05".
           88 AUDIT-TRAIL-EOF VALUE "10".
       01 WS-DEFAULT-RUN-LOCK-PATH PIC X(256)
           VALUE "../day01_runlock.txt".
       01 WS-RUN-LOCK-PATH PIC X(256) VALUE SPACES.
       01 RUN-LOCK-STATUS PIC X(2).
           88 RUN-LOCK-OK  VALUES "00", "05".
           88 RUN-LOCK-EOF VALUE "10".
       01 WS-LOCK-ACQUIRED PIC X VALUE "N".
           88 LOCK-ACQUIRED VALUE "Y".
       01 WS-LOCK-HELD PIC X VALUE "N".
           88 LOCK-HELD VALUE "Y".
       01 WS-LOCK-HOLDER PIC X(17) VALUE SPACES.
       01 WS-LOCK-HOLDER-STALE PIC X VALUE "N".
           88 LOCK-HOLDER-STALE VALUE "Y".
       01 WS-LOCK-WAIT-MAX PIC 9(4) VALUE 0.
       01 WS-LOCK-WAITED PIC 9(4) VALUE 0.
       01 WS-LOCK-SLEEP PIC 9(4) VALUE 5.
       01 WS-RANGE-JOB-RC PIC 9(4) VALUE 0.
       01 WS-MOVELOG-PARTIAL-PATH PIC X(256) VALUE SPACES.
       01 MOVELOG-PARTIAL-STATUS PIC X(2).
           88 MOVELOG-PARTIAL-OK  VALUE "00".
           88 MOVELOG-PARTIAL-EOF VALUE "10".
       01 MOVELOG-PARTIAL-COUNT PIC 9(8) VALUE 0.
       01 WS-MOVEMENT-LOG-PATH PIC X(256)
           VALUE "../movement_log.txt".
       01 MOVEMENT-LOG-STATUS PIC X(2).
           88 MOVEMENT-LOG-OK VALUE "00".
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
       01 WS-RUNSET-INCOMPLETE PIC X VALUE "N".
           88 RUNSET-INCOMPLETE VALUE "Y".
       01 WS-ENV-VALUE PIC X(8) VALUE SPACES.
       01 WS-BAD-CHAR-THRESHOLD PIC 9(8) VALUE 0.
       01 WS-ABORT-ON-BAD-CHARS PIC X VALUE "N".
           88 ABORT-ON-BAD-CHARS-ENABLED VALUE "Y".
       01 WS-DEFAULT-PROFILE-PATH PIC X(256)
           VALUE "../day01_profile.txt".
       01 WS-PROFILE-PATH PIC X(256) VALUE SPACES.
       01 PROFILE-STATUS PIC X(2).
           88 PROFILE-OK VALUE "00".
       01 WS-PROFILE-LOADED PIC X VALUE "N".
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
       01 WS-RANGE-OUTSIDE PIC X VALUE "N".
           88 RANGE-OUTSIDE-LIMITS VALUE "Y".
       01 LIMIT-VIOLATION-COUNT PIC 9(8) VALUE 0.
       01 VIOLATION-STEP PIC 9(8) VALUE 0.
       01 WS-EDIT-LIMIT PIC -(7)9.
       01 WS-DEFAULT-FINGERPRINT-PATH PIC X(256)
           VALUE "../day01_fingerprints.dat".
       01 WS-FINGERPRINT-PATH PIC X(256) VALUE SPACES.
       01 FINGERPRINT-STATUS PIC X(2).
           88 FINGERPRINT-OK      VALUES "00", "05".
           88 FINGERPRINT-PRESENT VALUE "00".
       01 WS-FP-CHECKSUM PIC X(8) VALUE SPACES.
       01 WS-FP-MATCHED PIC X VALUE "N".
           88 FP-MATCHED VALUE "Y".
       01 WS-PREFIX-FLOOR PIC S9(8) VALUE 0.
       01 WS-REPLAY-FLOOR PIC S9(8) VALUE 0.
       01 WS-REPLAY-STEP PIC 9(8) VALUE 0.
       01 WS-REPLAY-LOCATION PIC 9(8) VALUE 0.
       01 WS-REPLAY-INVALID PIC 9(8) VALUE 0.
       01 WS-REPLAY-CROSSINGS PIC 9(8) VALUE 0.
       01 WS-REPLAY-UNDERGROUND PIC X VALUE "N".
           88 REPLAY-UNDERGROUND VALUE "Y".
       01 WS-RUN-ID PIC X(17) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME PIC X(8) VALUE SPACES.
       01 WS-AUDIT-EVENT PIC X(5) VALUE SPACES.
       01 WS-SPLIT-ID PIC X(17) VALUE SPACES.
       01 WS-INPUT-FILE PIC X(40) VALUE SPACES.
       01 WS-FILE-SIZE PIC 9(8) VALUE 0.
       01 WS-RANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-MERGE-REFUSED PIC X VALUE "N".
           88 MERGE-REFUSED VALUE "Y".
       01 WS-TRAILER-FOUND PIC X VALUE "N".
           88 TRAILER-FOUND VALUE "Y".
       01 WS-HEADER-FOUND PIC X VALUE "N".
           88 HEADER-FOUND VALUE "Y".
       01 RANGE-IDX PIC 9(4) VALUE 0.
       01 RANGE-TABLE.
           05 RANGE-ENTRY OCCURS 32 TIMES.
               10 RT-RANGE-NO    PIC 9(4).
               10 RT-START-STEP  PIC 9(8).
               10 RT-END-STEP    PIC 9(8).
               10 RT-PATH        PIC X(200).
               10 RT-NET-FLOOR   PIC S9(8).
               10 RT-LOW-FLOOR   PIC S9(8).
               10 RT-LOW-STEP    PIC 9(8).
               10 RT-HIGH-FLOOR  PIC S9(8).
               10 RT-INVALID     PIC 9(8).
               10 RT-CORRECTED   PIC 9(8).
       01 PARTIAL-LEVEL-COUNT PIC 9(8) VALUE 0.
       01 WS-TARGET-LEVEL PIC S9(8) VALUE 0.
       01 FLOOR PIC S9(8) VALUE 0.
       01 STEPS PIC 9(8) VALUE 0.
       01 LOCATION PIC 9(8) VALUE 0.
       01 INVALID-CHAR-COUNT PIC 9(8) VALUE 0.
       01 CORRECTION-APPLIED-COUNT PIC 9(8) VALUE 0.
       01 CROSSING-COUNT PIC 9(8) VALUE 0.
       01 WS-EDIT-FLOOR PIC -(7)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-RUN-SET
           PERFORM RESOLVE-OPTIONS
           PERFORM LOAD-RANGE-CONTROL
           PERFORM INIT-AUDIT-RUN
           PERFORM RESOLVE-RUN-LOCK-PATH
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "START" TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-EVENT
           PERFORM LOAD-BUILDING-PROFILE
           MOVE WS-RUN-BUILDING-ID TO WS-BUILDING-ID
           PERFORM SELECT-BUILDING-LIMITS
           IF NOT BUILDING-FOUND
               DISPLAY "Merge rejected: unknown building ID "
                   FUNCTION TRIM(WS-BUILDING-ID)
               MOVE 8 TO RETURN-CODE
               PERFORM ABEND-MERGE
           END-IF
           PERFORM VERIFY-PARTIAL
               VARYING RANGE-IDX FROM 1 BY 1
               UNTIL RANGE-IDX > WS-RANGE-COUNT
           PERFORM VERIFY-RANGE-COVERAGE
           IF MERGE-REFUSED
               DISPLAY "Merge refused: partials for split "
                   WS-SPLIT-ID " are incomplete or inconsistent"
               MOVE 16 TO RETURN-CODE
               PERFORM ABEND-MERGE
           END-IF
           OPEN OUTPUT MOVEMENT-LOG-FILE
           IF NOT MOVEMENT-LOG-OK
               DISPLAY "Error opening movement log. Status: "
                   MOVEMENT-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM ABEND-MERGE
           END-IF
           PERFORM MERGE-PARTIAL
               VARYING RANGE-IDX FROM 1 BY 1
               UNTIL RANGE-IDX > WS-RANGE-COUNT
           CLOSE MOVEMENT-LOG-FILE
           IF WS-RANGE-JOB-RC > RETURN-CODE
               MOVE WS-RANGE-JOB-RC TO RETURN-CODE
           END-IF
           MOVE WS-FILE-SIZE TO STEPS
           DISPLAY "Merged " WS-RANGE-COUNT " ranges of split "
               WS-SPLIT-ID ": " FUNCTION TRIM(WS-INPUT-FILE)
           DISPLAY "Santa ends on floor: " FLOOR
           DISPLAY "Santa goes to the basement at step: " LOCATION
           DISPLAY "Invalid characters encountered: " INVALID-CHAR-COUNT
           IF CORRECTION-APPLIED-COUNT > 0
               DISPLAY "Corrections applied: " CORRECTION-APPLIED-COUNT
           END-IF
           DISPLAY "Basement crossings: " CROSSING-COUNT
           PERFORM DISPLAY-LIMIT-VIOLATIONS
           PERFORM WRITE-RESULT-RECORD
           IF FP-MATCHED AND RESULT-OK
               PERFORM MARK-FINGERPRINT-PROCESSED
           END-IF
           MOVE "END" TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-EVENT
           PERFORM RELEASE-RUN-LOCK
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
           MOVE SPACES TO WS-MOVEMENT-LOG-PATH
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
           PERFORM VERIFY-RUN-SET
           IF RUNSET-INCOMPLETE
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
               WHEN "PROFILE"
                   MOVE CFG-VALUE TO WS-PROFILE-PATH
               WHEN "BLDGMASTER"
                   MOVE CFG-VALUE TO WS-BUILDING-PATH
               WHEN "BUILDING"
                   MOVE CFG-VALUE TO WS-RUN-BUILDING-ID
               WHEN "AUDIT"
                   MOVE CFG-VALUE TO WS-AUDIT-TRAIL-PATH
               WHEN "MOVELOG"
                   MOVE CFG-VALUE TO WS-MOVEMENT-LOG-PATH
               WHEN "RESULT"
                   MOVE CFG-VALUE TO WS-RESULT-PATH
               WHEN "BADCHARMAX"
                   IF CFG-VALUE NOT = SPACES
                       AND FUNCTION TRIM(CFG-VALUE) IS NUMERIC
                       MOVE FUNCTION NUMVAL(CFG-VALUE)
                           TO WS-BAD-CHAR-THRESHOLD
                   END-IF
               WHEN "ABORTBAD"
                   IF CFG-VALUE (1:1) = "Y"
                       MOVE "Y" TO WS-ABORT-ON-BAD-CHARS
                   END-IF
               WHEN "FINGERPRINT"
                   MOVE CFG-VALUE TO WS-FINGERPRINT-PATH
               WHEN "LOCK"
                   MOVE CFG-VALUE TO WS-RUN-LOCK-PATH
               WHEN "LOCKWAIT"
                   IF CFG-VALUE NOT = SPACES
                       AND FUNCTION TRIM(CFG-VALUE) IS NUMERIC
                       MOVE FUNCTION NUMVAL(CFG-VALUE)
                           TO WS-LOCK-WAIT-MAX
                   END-IF
               WHEN "RANGECTL"
                   MOVE CFG-VALUE TO WS-RANGE-CONTROL-PATH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VERIFY-RUN-SET.
           IF WS-MOVEMENT-LOG-PATH = SPACES
               DISPLAY "Run set " FUNCTION TRIM(WS-RUN-SET)
                   " incomplete: missing MOVELOG"
               MOVE "Y" TO WS-RUNSET-INCOMPLETE
           END-IF
           IF WS-RESULT-PATH = SPACES
               DISPLAY "Run set " FUNCTION TRIM(WS-RUN-SET)
                   " incomplete: missing RESULT"
               MOVE "Y" TO WS-RUNSET-INCOMPLETE
           END-IF
           IF WS-AUDIT-TRAIL-PATH = SPACES
               DISPLAY "Run set " FUNCTION TRIM(WS-RUN-SET)
                   " incomplete: missing AUDIT"
               MOVE "Y" TO WS-RUNSET-INCOMPLETE
           END-IF
           IF WS-RUN-LOCK-PATH = SPACES
               DISPLAY "Run set " FUNCTION TRIM(WS-RUN-SET)
                   " incomplete: missing LOCK"
               MOVE "Y" TO WS-RUNSET-INCOMPLETE
           END-IF.

       RESOLVE-OPTIONS.
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

           IF NOT RUNSET-ACTIVE
               ACCEPT WS-RESULT-PATH FROM ENVIRONMENT
                   "DAY01_RESULT_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-RESULT-PATH
               END-ACCEPT
               ACCEPT WS-AUDIT-TRAIL-PATH FROM ENVIRONMENT
                   "DAY01_AUDIT_TRAIL"
               ON EXCEPTION
                   MOVE SPACES TO WS-AUDIT-TRAIL-PATH
               END-ACCEPT
               ACCEPT WS-PROFILE-PATH FROM ENVIRONMENT
                   "DAY01_PROFILE_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PROFILE-PATH
               END-ACCEPT
               IF WS-PROFILE-PATH = SPACES
                   MOVE WS-DEFAULT-PROFILE-PATH TO WS-PROFILE-PATH
               END-IF
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
               PERFORM RESOLVE-BAD-CHAR-OPTIONS
           END-IF
           IF WS-RESULT-PATH = SPACES
               MOVE WS-DEFAULT-RESULT-PATH TO WS-RESULT-PATH
           END-IF
           IF WS-AUDIT-TRAIL-PATH = SPACES
               MOVE WS-DEFAULT-AUDIT-TRAIL-PATH
                   TO WS-AUDIT-TRAIL-PATH
           END-IF
           IF WS-BUILDING-PATH = SPACES
               MOVE WS-DEFAULT-BUILDING-PATH TO WS-BUILDING-PATH
           END-IF.

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

       RESOLVE-BAD-CHAR-OPTIONS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_BAD_CHAR_MAX"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-BAD-CHAR-THRESHOLD
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_ABORT_BAD_CHAR"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE (1:1) = "Y" OR WS-ENV-VALUE (1:1) = "y"
               MOVE "Y" TO WS-ABORT-ON-BAD-CHARS
           END-IF.

       LOAD-RANGE-CONTROL.
           OPEN INPUT RANGE-CONTROL-FILE
           IF NOT RANGE-CONTROL-OK
               DISPLAY "Error opening range control file "
                   FUNCTION TRIM(WS-RANGE-CONTROL-PATH)
                   " status " RANGE-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-RANGE-ENTRY UNTIL RANGE-CONTROL-EOF
           CLOSE RANGE-CONTROL-FILE
           IF WS-RANGE-COUNT = 0
               DISPLAY "Range control file is empty: "
                   FUNCTION TRIM(WS-RANGE-CONTROL-PATH)
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RANGE-ENTRY.
           READ RANGE-CONTROL-FILE
               NOT AT END
                   IF RANGE-CONTROL-RECORD NOT = SPACES
                       PERFORM KEEP-RANGE-ENTRY
                   END-IF
           END-READ.

       KEEP-RANGE-ENTRY.
           IF WS-RANGE-COUNT = 0
               MOVE RC-SPLIT-ID TO WS-SPLIT-ID
               MOVE RC-INPUT-FILE TO WS-INPUT-FILE
               MOVE RC-FILE-SIZE TO WS-FILE-SIZE
               MOVE RC-FP-CHECKSUM TO WS-FP-CHECKSUM
               MOVE RC-FP-MATCHED TO WS-FP-MATCHED
           END-IF
           IF WS-RANGE-COUNT >= 32
               DISPLAY "Range control file has more than 32 ranges"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RC-SPLIT-ID NOT = WS-SPLIT-ID
               DISPLAY "Range control file mixes splits "
                   WS-SPLIT-ID " and " RC-SPLIT-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RANGE-COUNT
           MOVE RC-RANGE-NO TO RT-RANGE-NO (WS-RANGE-COUNT)
           MOVE RC-START-STEP TO RT-START-STEP (WS-RANGE-COUNT)
           MOVE RC-END-STEP TO RT-END-STEP (WS-RANGE-COUNT)
           MOVE RC-PARTIAL-PATH TO RT-PATH (WS-RANGE-COUNT)
           MOVE 0 TO RT-NET-FLOOR (WS-RANGE-COUNT)
           MOVE 0 TO RT-LOW-FLOOR (WS-RANGE-COUNT)
           MOVE 0 TO RT-LOW-STEP (WS-RANGE-COUNT)
           MOVE 0 TO RT-HIGH-FLOOR (WS-RANGE-COUNT)
           MOVE 0 TO RT-INVALID (WS-RANGE-COUNT)
           MOVE 0 TO RT-CORRECTED (WS-RANGE-COUNT).

       VERIFY-PARTIAL.
           MOVE RT-PATH (RANGE-IDX) TO WS-PARTIAL-PATH
           MOVE "N" TO WS-HEADER-FOUND
           MOVE "N" TO WS-TRAILER-FOUND
           MOVE 0 TO PARTIAL-LEVEL-COUNT
           OPEN INPUT PARTIAL-FILE
           IF NOT PARTIAL-OK
               DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                   ": partial MISSING - "
                   FUNCTION TRIM(WS-PARTIAL-PATH)
               MOVE "Y" TO WS-MERGE-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-PARTIAL-RECORD
               UNTIL PARTIAL-EOF OR TRAILER-FOUND
           CLOSE PARTIAL-FILE
           EVALUATE TRUE
               WHEN NOT HEADER-FOUND
                   DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                       ": partial has no header - "
                       FUNCTION TRIM(WS-PARTIAL-PATH)
                   MOVE "Y" TO WS-MERGE-REFUSED
               WHEN NOT TRAILER-FOUND
                   DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                       ": partial is incomplete (no trailer) - "
                       FUNCTION TRIM(WS-PARTIAL-PATH)
                   MOVE "Y" TO WS-MERGE-REFUSED
               WHEN PT-SPLIT-ID NOT = WS-SPLIT-ID
                   OR PT-LEVEL-COUNT NOT = PARTIAL-LEVEL-COUNT
                   OR PT-RC NOT NUMERIC
                   DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                       ": partial trailer does not match - "
                       FUNCTION TRIM(WS-PARTIAL-PATH)
                   MOVE "Y" TO WS-MERGE-REFUSED
               WHEN PT-RC >= 8
                   DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                       ": range job ended with RC " PT-RC " - "
                       FUNCTION TRIM(WS-PARTIAL-PATH)
                   MOVE "Y" TO WS-MERGE-REFUSED
               WHEN OTHER
                   IF PT-RC > WS-RANGE-JOB-RC
                       MOVE PT-RC TO WS-RANGE-JOB-RC
                   END-IF
                   MOVE RT-NET-FLOOR (RANGE-IDX) TO WS-EDIT-FLOOR
                   DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                       ": steps " RT-START-STEP (RANGE-IDX)
                       " to " RT-END-STEP (RANGE-IDX)
                       " net " WS-EDIT-FLOOR
           END-EVALUATE
           PERFORM VERIFY-MOVELOG-PARTIAL.

       SET-MOVELOG-PARTIAL-PATH.
           MOVE SPACES TO WS-MOVELOG-PARTIAL-PATH
           STRING FUNCTION TRIM(RT-PATH (RANGE-IDX)) DELIMITED BY SIZE
               ".mov" DELIMITED BY SIZE
               INTO WS-MOVELOG-PARTIAL-PATH
           END-STRING.

       VERIFY-MOVELOG-PARTIAL.
           PERFORM SET-MOVELOG-PARTIAL-PATH
           MOVE 0 TO MOVELOG-PARTIAL-COUNT
           OPEN INPUT MOVELOG-PARTIAL-FILE
           IF NOT MOVELOG-PARTIAL-OK
               DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                   ": movement log partial MISSING - "
                   FUNCTION TRIM(WS-MOVELOG-PARTIAL-PATH)
               MOVE "Y" TO WS-MERGE-REFUSED
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-MOVELOG-PARTIAL UNTIL MOVELOG-PARTIAL-EOF
           CLOSE MOVELOG-PARTIAL-FILE
           IF MOVELOG-PARTIAL-COUNT + RT-START-STEP (RANGE-IDX)
               NOT = RT-END-STEP (RANGE-IDX) + 1
               DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                   ": movement log partial has "
                   MOVELOG-PARTIAL-COUNT " steps - "
                   FUNCTION TRIM(WS-MOVELOG-PARTIAL-PATH)
               MOVE "Y" TO WS-MERGE-REFUSED
           END-IF.

       COUNT-MOVELOG-PARTIAL.
           READ MOVELOG-PARTIAL-FILE
               NOT AT END
                   ADD 1 TO MOVELOG-PARTIAL-COUNT
           END-READ.

       VERIFY-PARTIAL-RECORD.
           READ PARTIAL-FILE
               NOT AT END
                   EVALUATE PH-TYPE
                       WHEN "H"
                           PERFORM VERIFY-PARTIAL-HEADER
                       WHEN "L"
                           ADD 1 TO PARTIAL-LEVEL-COUNT
                       WHEN "T"
                           MOVE "Y" TO WS-TRAILER-FOUND
                   END-EVALUATE
           END-READ.

       VERIFY-PARTIAL-HEADER.
           MOVE "Y" TO WS-HEADER-FOUND
           IF PH-SPLIT-ID NOT = WS-SPLIT-ID
               DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                   ": partial belongs to split " PH-SPLIT-ID
               MOVE "Y" TO WS-MERGE-REFUSED
           END-IF
           IF PH-FILE NOT = WS-INPUT-FILE
               DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                   ": partial is for file " FUNCTION TRIM(PH-FILE)
               MOVE "Y" TO WS-MERGE-REFUSED
           END-IF
           IF PH-RANGE-NO NOT = RT-RANGE-NO (RANGE-IDX)
               OR PH-RANGE-COUNT NOT = WS-RANGE-COUNT
               DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                   ": partial is for range " PH-RANGE-NO
                   " of " PH-RANGE-COUNT
               MOVE "Y" TO WS-MERGE-REFUSED
           END-IF
           IF PH-START-STEP NOT = RT-START-STEP (RANGE-IDX)
               OR PH-END-STEP NOT = RT-END-STEP (RANGE-IDX)
               DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                   ": partial covers steps " PH-START-STEP
                   " to " PH-END-STEP ", control file says "
                   RT-START-STEP (RANGE-IDX) " to "
                   RT-END-STEP (RANGE-IDX)
               MOVE "Y" TO WS-MERGE-REFUSED
           END-IF
           IF PH-OVERFLOW = "Y"
               DISPLAY "  Range " RT-RANGE-NO (RANGE-IDX)
                   ": floor range too wide to merge - run serially"
               MOVE "Y" TO WS-MERGE-REFUSED
           END-IF
           MOVE FUNCTION NUMVAL(PH-NET-FLOOR)
               TO RT-NET-FLOOR (RANGE-IDX)
           MOVE FUNCTION NUMVAL(PH-LOW-FLOOR)
               TO RT-LOW-FLOOR (RANGE-IDX)
           MOVE PH-LOW-STEP TO RT-LOW-STEP (RANGE-IDX)
           MOVE FUNCTION NUMVAL(PH-HIGH-FLOOR)
               TO RT-HIGH-FLOOR (RANGE-IDX)
           MOVE PH-INVALID TO RT-INVALID (RANGE-IDX)
           MOVE PH-CORRECTED TO RT-CORRECTED (RANGE-IDX).

       VERIFY-RANGE-COVERAGE.
           PERFORM VARYING RANGE-IDX FROM 1 BY 1
               UNTIL RANGE-IDX > WS-RANGE-COUNT
               IF RT-RANGE-NO (RANGE-IDX) NOT = RANGE-IDX
                   DISPLAY "  Range " RANGE-IDX
                       " missing from control file"
                   MOVE "Y" TO WS-MERGE-REFUSED
               END-IF
               IF RANGE-IDX = 1
                   IF RT-START-STEP (1) NOT = 1
                       DISPLAY "  Gap: steps 1 to "
                           RT-START-STEP (1) " not covered"
                       MOVE "Y" TO WS-MERGE-REFUSED
                   END-IF
               ELSE
                   IF RT-START-STEP (RANGE-IDX)
                       <= RT-END-STEP (RANGE-IDX - 1)
                       DISPLAY "  Overlap: range " RANGE-IDX
                           " starts at " RT-START-STEP (RANGE-IDX)
                           ", previous range ends at "
                           RT-END-STEP (RANGE-IDX - 1)
                       MOVE "Y" TO WS-MERGE-REFUSED
                   END-IF
                   IF RT-START-STEP (RANGE-IDX)
                       > RT-END-STEP (RANGE-IDX - 1) + 1
                       DISPLAY "  Gap: range " RANGE-IDX
                           " starts at " RT-START-STEP (RANGE-IDX)
                           ", previous range ends at "
                           RT-END-STEP (RANGE-IDX - 1)
                       MOVE "Y" TO WS-MERGE-REFUSED
                   END-IF
               END-IF
           END-PERFORM
           IF RT-END-STEP (WS-RANGE-COUNT) NOT = WS-FILE-SIZE
               DISPLAY "  Gap: last range ends at "
                   RT-END-STEP (WS-RANGE-COUNT)
                   ", input has " WS-FILE-SIZE " steps"
               MOVE "Y" TO WS-MERGE-REFUSED
           END-IF.

       MERGE-PARTIAL.
           COMPUTE WS-TARGET-LEVEL = -1 - FLOOR
           MOVE FLOOR TO WS-PREFIX-FLOOR
           MOVE "N" TO WS-RANGE-OUTSIDE
           IF LIMITS-ACTIVE
               AND (WS-PREFIX-FLOOR + RT-HIGH-FLOOR (RANGE-IDX)
                       > WS-MAX-FLOOR
                   OR WS-PREFIX-FLOOR + RT-LOW-FLOOR (RANGE-IDX)
                       < WS-MIN-FLOOR)
               MOVE "Y" TO WS-RANGE-OUTSIDE
           END-IF
           MOVE RT-PATH (RANGE-IDX) TO WS-PARTIAL-PATH
           MOVE "N" TO WS-TRAILER-FOUND
           OPEN INPUT PARTIAL-FILE
           IF NOT PARTIAL-OK
               DISPLAY "Error reopening partial "
                   FUNCTION TRIM(WS-PARTIAL-PATH)
                   " status " PARTIAL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MOVEMENT-LOG-FILE
               PERFORM ABEND-MERGE
           END-IF
           PERFORM MERGE-PARTIAL-RECORD
               UNTIL PARTIAL-EOF OR TRAILER-FOUND
           CLOSE PARTIAL-FILE
           PERFORM REPLAY-MOVELOG-PARTIAL
           ADD RT-NET-FLOOR (RANGE-IDX) TO FLOOR
           ADD RT-INVALID (RANGE-IDX) TO INVALID-CHAR-COUNT
           ADD RT-CORRECTED (RANGE-IDX) TO CORRECTION-APPLIED-COUNT.

       MERGE-PARTIAL-RECORD.
           READ PARTIAL-FILE
               NOT AT END
                   EVALUATE PL-TYPE
                       WHEN "L"
                           IF FUNCTION NUMVAL(PL-LEVEL)
                               = WS-TARGET-LEVEL
                               ADD PL-CROSSINGS TO CROSSING-COUNT
                               IF LOCATION = 0
                                   AND PL-FIRST-STEP > 0
                                   MOVE PL-FIRST-STEP TO LOCATION
                               END-IF
                           END-IF
                       WHEN "T"
                           MOVE "Y" TO WS-TRAILER-FOUND
                   END-EVALUATE
           END-READ.

       REPLAY-MOVELOG-PARTIAL.
           PERFORM SET-MOVELOG-PARTIAL-PATH
           OPEN INPUT MOVELOG-PARTIAL-FILE
           IF NOT MOVELOG-PARTIAL-OK
               DISPLAY "Error reopening movement log partial "
                   FUNCTION TRIM(WS-MOVELOG-PARTIAL-PATH)
                   " status " MOVELOG-PARTIAL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MOVEMENT-LOG-FILE
               PERFORM ABEND-MERGE
           END-IF
           PERFORM REPLAY-MOVEMENT-STEP UNTIL MOVELOG-PARTIAL-EOF
           CLOSE MOVELOG-PARTIAL-FILE.

       REPLAY-MOVEMENT-STEP.
           READ MOVELOG-PARTIAL-FILE
               NOT AT END
                   PERFORM POST-MOVEMENT-STEP
           END-READ.

       POST-MOVEMENT-STEP.
           MOVE FUNCTION NUMVAL(MP-STEPS) TO WS-REPLAY-STEP
           COMPUTE WS-REPLAY-FLOOR =
               WS-PREFIX-FLOOR + FUNCTION NUMVAL(MP-FLOOR)
           IF RANGE-OUTSIDE-LIMITS
               AND (WS-REPLAY-FLOOR > WS-MAX-FLOOR
                   OR WS-REPLAY-FLOOR < WS-MIN-FLOOR)
               ADD 1 TO LIMIT-VIOLATION-COUNT
               IF VIOLATION-STEP = 0
                   MOVE WS-REPLAY-STEP TO VIOLATION-STEP
               END-IF
           END-IF
           IF WS-REPLAY-FLOOR < 0
               IF WS-REPLAY-LOCATION = 0
                   MOVE WS-REPLAY-STEP TO WS-REPLAY-LOCATION
               END-IF
               IF NOT REPLAY-UNDERGROUND
                   ADD 1 TO WS-REPLAY-CROSSINGS
                   MOVE "Y" TO WS-REPLAY-UNDERGROUND
               END-IF
           ELSE
               IF REPLAY-UNDERGROUND
                   ADD 1 TO WS-REPLAY-CROSSINGS
                   MOVE "N" TO WS-REPLAY-UNDERGROUND
               END-IF
           END-IF
           MOVE SPACES TO MOVEMENT-LOG-RECORD
           MOVE MP-FILE TO ML-FILE
           MOVE WS-REPLAY-STEP TO ML-STEPS
           MOVE MP-INSTRUCTION TO ML-INSTRUCTION
           MOVE WS-REPLAY-FLOOR TO ML-FLOOR
           MOVE MP-CORRECTED TO ML-CORRECTED
           WRITE MOVEMENT-LOG-RECORD
           IF MP-INSTRUCTION NOT = "(" AND MP-INSTRUCTION NOT = ")"
               ADD 1 TO WS-REPLAY-INVALID
               PERFORM CHECK-BAD-CHAR-ABORT
           END-IF.

       CHECK-BAD-CHAR-ABORT.
           IF ABORT-ON-BAD-CHARS-ENABLED
               AND (WS-BAD-CHAR-THRESHOLD = 0
                   OR WS-REPLAY-INVALID > WS-BAD-CHAR-THRESHOLD)
               DISPLAY "Aborting: invalid character threshold "
                   "exceeded (" WS-REPLAY-INVALID ")"
               CLOSE MOVELOG-PARTIAL-FILE
               CLOSE MOVEMENT-LOG-FILE
               MOVE WS-REPLAY-FLOOR TO FLOOR
               MOVE WS-REPLAY-STEP TO STEPS
               MOVE WS-REPLAY-LOCATION TO LOCATION
               MOVE WS-REPLAY-INVALID TO INVALID-CHAR-COUNT
               MOVE WS-REPLAY-CROSSINGS TO CROSSING-COUNT
               PERFORM WRITE-RESULT-RECORD
               MOVE 16 TO RETURN-CODE
               MOVE "ABEND" TO WS-AUDIT-EVENT
               PERFORM WRITE-AUDIT-EVENT
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

       ABEND-MERGE.
           OPEN OUTPUT RESULT-FILE
           IF RESULT-OK
               CLOSE RESULT-FILE
           END-IF
           MOVE "ABEND" TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-EVENT
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

       RESOLVE-RUN-LOCK-PATH.
           IF RUNSET-ACTIVE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-RUN-LOCK-PATH FROM ENVIRONMENT "DAY01_LOCK_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-RUN-LOCK-PATH
           END-ACCEPT
           IF WS-RUN-LOCK-PATH = SPACES
               MOVE WS-DEFAULT-RUN-LOCK-PATH TO WS-RUN-LOCK-PATH
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_LOCK_WAIT"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-LOCK-WAIT-MAX
           END-IF.

       ACQUIRE-RUN-LOCK.
           PERFORM TRY-RUN-LOCK
           PERFORM UNTIL LOCK-ACQUIRED
               OR WS-LOCK-WAITED >= WS-LOCK-WAIT-MAX
               DISPLAY "Run lock held by " WS-LOCK-HOLDER
                   " - waiting " WS-LOCK-SLEEP " seconds"
               CALL "C$SLEEP" USING WS-LOCK-SLEEP
               ADD WS-LOCK-SLEEP TO WS-LOCK-WAITED
               PERFORM TRY-RUN-LOCK
           END-PERFORM
           IF NOT LOCK-ACQUIRED
               DISPLAY "Merge rejected: lock "
                   FUNCTION TRIM(WS-RUN-LOCK-PATH)
                   " is held by run " WS-LOCK-HOLDER
               DISPLAY "That run has no END or ABEND in the audit "
                   "trail - if it is dead, remove the lock or rerun "
                   "with DAY01_LOCK_WAIT set"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       TRY-RUN-LOCK.
           MOVE SPACES TO WS-LOCK-HOLDER
           OPEN INPUT RUN-LOCK-FILE
           IF NOT RUN-LOCK-OK
               DISPLAY "Error opening run lock. Status: "
                   RUN-LOCK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RUN-LOCK-FILE
               AT END
                   MOVE "Y" TO WS-LOCK-ACQUIRED
               NOT AT END
                   IF RL-RUN-ID = SPACES
                       MOVE "Y" TO WS-LOCK-ACQUIRED
                   ELSE
                       MOVE RL-RUN-ID TO WS-LOCK-HOLDER
                   END-IF
           END-READ
           CLOSE RUN-LOCK-FILE
           IF NOT LOCK-ACQUIRED AND WS-LOCK-HOLDER NOT = SPACES
               PERFORM CHECK-LOCK-HOLDER
               IF LOCK-HOLDER-STALE
                   DISPLAY "Stale run lock from " WS-LOCK-HOLDER
                       " (run has END/ABEND on the audit trail) - "
                       "taking over"
                   MOVE "Y" TO WS-LOCK-ACQUIRED
               END-IF
           END-IF
           IF LOCK-ACQUIRED
               PERFORM WRITE-RUN-LOCK
           END-IF.

       CHECK-LOCK-HOLDER.
           MOVE "N" TO WS-LOCK-HOLDER-STALE
           OPEN INPUT AUDIT-TRAIL-FILE
           IF AUDIT-TRAIL-OK
               PERFORM SCAN-HOLDER-EVENT UNTIL AUDIT-TRAIL-EOF
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       SCAN-HOLDER-EVENT.
           READ AUDIT-TRAIL-FILE
               NOT AT END
                   IF AT-RUN-ID = WS-LOCK-HOLDER
                       AND (AT-EVENT = "END"
                           OR AT-EVENT = "ABEND")
                       MOVE "Y" TO WS-LOCK-HOLDER-STALE
                   END-IF
           END-READ.

       WRITE-RUN-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           IF NOT RUN-LOCK-OK
               DISPLAY "Error writing run lock. Status: "
                   RUN-LOCK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RUN-LOCK-RECORD
           MOVE WS-RUN-ID TO RL-RUN-ID
           MOVE WS-RUN-DATE TO RL-DATE
           MOVE WS-RUN-TIME TO RL-TIME
           MOVE "MERGED" TO RL-MODE
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE
           MOVE "Y" TO WS-LOCK-HELD.

       RELEASE-RUN-LOCK.
           IF LOCK-HELD
               OPEN OUTPUT RUN-LOCK-FILE
               IF RUN-LOCK-OK
                   CLOSE RUN-LOCK-FILE
               END-IF
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

       LOAD-BUILDING-PROFILE.
           OPEN INPUT PROFILE-FILE
           IF PROFILE-OK
               READ PROFILE-FILE
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
                       MOVE WS-MIN-FLOOR TO WS-EDIT-LIMIT
                       DISPLAY "Building profile: lowest basement "
                           WS-EDIT-LIMIT
               END-READ
               CLOSE PROFILE-FILE
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

       DISPLAY-LIMIT-VIOLATIONS.
           IF PROFILE-LOADED OR BUILDING-LIMITS-USED
               DISPLAY "Floor limit violations: "
                   LIMIT-VIOLATION-COUNT
               IF LIMIT-VIOLATION-COUNT > 0
                   DISPLAY "  " WS-INPUT-FILE
                       " first violation at step " VIOLATION-STEP
                   DISPLAY "Run flagged: movement outside building "
                       "limits"
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

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
           MOVE WS-FP-CHECKSUM TO FP-CHECKSUM
           MOVE WS-FILE-SIZE TO FP-SIZE
           READ FINGERPRINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FP-STAGED AND FP-PATH (1:40) = WS-INPUT-FILE
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

       WRITE-RESULT-RECORD.
           OPEN OUTPUT RESULT-FILE
           IF RESULT-OK
               MOVE SPACES TO RESULT-RECORD
               MOVE FLOOR TO RS-FLOOR
               MOVE STEPS TO RS-STEPS
               MOVE LOCATION TO RS-LOCATION
               WRITE RESULT-RECORD
               CLOSE RESULT-FILE
           ELSE
               DISPLAY "Error opening result file. Status: "
                   RESULT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       INIT-AUDIT-RUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING.

       WRITE-AUDIT-EVENT.
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF NOT AUDIT-TRAIL-OK
               DISPLAY "Error opening audit trail. Status: "
                   AUDIT-TRAIL-STATUS
           ELSE
               MOVE SPACES TO AUDIT-TRAIL-RECORD
               MOVE WS-RUN-ID TO AT-RUN-ID
               MOVE WS-AUDIT-EVENT TO AT-EVENT
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE TO AT-DATE
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-RUN-TIME TO AT-TIME
               MOVE "MERGED" TO AT-MODE
               MOVE WS-INPUT-FILE TO AT-PATH
               MOVE STEPS TO AT-STEPS
               MOVE FLOOR TO AT-FLOOR
               MOVE INVALID-CHAR-COUNT TO AT-INVALID
               MOVE CROSSING-COUNT TO AT-CROSSINGS
               MOVE RETURN-CODE TO AT-RC
               WRITE AUDIT-TRAIL-RECORD
               CLOSE AUDIT-TRAIL-FILE
           END-IF.
