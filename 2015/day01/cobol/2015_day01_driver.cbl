           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-TRAIL-STATUS.

           SELECT OPTIONAL STEP-TIMING-FILE
           ASSIGN TO DYNAMIC WS-STEP-TIMING-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEP-TIMING-STATUS.

           SELECT OPTIONAL STAGED-LIST-FILE
           ASSIGN TO DYNAMIC WS-STAGED-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STAGED-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-PLAN-FILE.
           05 FILLER           PIC X VALUE SPACE.
           05 AT-RC            PIC 9(4).

       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-RECORD.
           05 ST-RUN-ID        PIC X(17).
           05 FILLER           PIC X VALUE SPACE.
           05 ST-STEP-NAME     PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 ST-START-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ST-START-TIME    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ST-END-DATE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ST-END-TIME      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ST-ELAPSED       PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 ST-RC            PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 ST-VOLUME        PIC 9(12).

       FD  STAGED-LIST-FILE.
       01  STAGED-LIST-RECORD  PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-JOB-PLAN-PATH PIC X(256)
           VALUE "../day01_job_plan.txt".
       01 WS-DEFAULT-AUDIT-TRAIL-PATH PIC X(256)
           VALUE "../day01_audit_trail.txt".
       01 WS-AUDIT-TRAIL-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-STEP-TIMING-PATH PIC X(256)
           VALUE "../day01_step_timing.txt".
       01 WS-STEP-TIMING-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-STAGED-LIST-PATH PIC X(256)
           VALUE "../day01_staged_files.txt".
       01 WS-STAGED-LIST-PATH PIC X(256) VALUE SPACES.
       01 JOB-PLAN-STATUS PIC X(2).
           88 JOB-PLAN-OK  VALUE "00".
           88 JOB-PLAN-EOF VALUE "10".
           88 NIGHT-STATUS-OK VALUE "00".
       01 AUDIT-TRAIL-STATUS PIC X(2).
           88 AUDIT-TRAIL-OK VALUES "00", "05".
       01 STEP-TIMING-STATUS PIC X(2).
           88 STEP-TIMING-OK VALUES "00", "05".
       01 STAGED-LIST-STATUS PIC X(2).
           88 STAGED-LIST-OK  VALUES "00", "05".
           88 STAGED-LIST-EOF VALUE "10".
       01 WS-STEP-START-DATE PIC 9(8) VALUE 0.
       01 WS-STEP-START-TIME PIC 9(8) VALUE 0.
       01 WS-STEP-END-DATE PIC 9(8) VALUE 0.
       01 WS-STEP-END-TIME PIC 9(8) VALUE 0.
       01 WS-STEP-ELAPSED PIC 9(8) VALUE 0.
       01 WS-CLOCK.
           05 WS-CLOCK-HH PIC 9(2).
           05 WS-CLOCK-MM PIC 9(2).
           05 WS-CLOCK-SS PIC 9(2).
           05 WS-CLOCK-CC PIC 9(2).
       01 WS-CLOCK-TIME REDEFINES WS-CLOCK PIC 9(8).
       01 WS-START-SECONDS PIC 9(8) VALUE 0.
       01 WS-END-SECONDS PIC 9(8) VALUE 0.
       01 WS-STAGED-VOLUME PIC 9(12) VALUE 0.
       01 WS-LIST-TOKENS.
           05 WS-LIST-PATH  PIC X(200).
           05 WS-LIST-TOKEN PIC X(16) OCCURS 3 TIMES.
       01 WS-LIST-TOKEN-IDX PIC 9(4) VALUE 0.
       01 WS-RUN-ID PIC X(17) VALUE SPACES.
       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME PIC X(8) VALUE SPACES.
                   TO WS-AUDIT-TRAIL-PATH
           END-IF.

           ACCEPT WS-STEP-TIMING-PATH FROM ENVIRONMENT
               "DAY01_STEP_TIMING"
           ON EXCEPTION
               MOVE SPACES TO WS-STEP-TIMING-PATH
           END-ACCEPT
           IF WS-STEP-TIMING-PATH = SPACES
               MOVE WS-DEFAULT-STEP-TIMING-PATH
                   TO WS-STEP-TIMING-PATH
           END-IF.

           ACCEPT WS-STAGED-LIST-PATH FROM ENVIRONMENT
               "DAY01_STAGED_LIST"
           ON EXCEPTION
               MOVE SPACES TO WS-STAGED-LIST-PATH
           END-ACCEPT
           IF WS-STAGED-LIST-PATH = SPACES
               MOVE WS-DEFAULT-STAGED-LIST-PATH
                   TO WS-STAGED-LIST-PATH
           END-IF.

       PROCESS-PLAN-ENTRY.
           READ JOB-PLAN-FILE
               NOT AT END
       RUN-ONE-STEP.
           DISPLAY "Running step " FUNCTION TRIM(WS-STEP-NAME)
               ": " FUNCTION TRIM(WS-COMMAND)
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME
           MOVE WS-CLOCK-TIME TO WS-STEP-START-TIME
           COMPUTE WS-START-SECONDS = WS-CLOCK-HH * 3600
               + WS-CLOCK-MM * 60 + WS-CLOCK-SS
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-STEP-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME
           MOVE WS-CLOCK-TIME TO WS-STEP-END-TIME
           COMPUTE WS-END-SECONDS = WS-CLOCK-HH * 3600
               + WS-CLOCK-MM * 60 + WS-CLOCK-SS
           IF WS-STEP-RC > 255
               AND FUNCTION MOD(WS-STEP-RC, 256) = 0
               DIVIDE 256 INTO WS-STEP-RC
           END-IF
           ADD 1 TO STEPS-RUN
           PERFORM WRITE-STEP-TIMING
           IF WS-STEP-RC > HIGHEST-STEP-RC
               MOVE WS-STEP-RC TO HIGHEST-STEP-RC
           END-IF
               END-IF
           END-IF.

       WRITE-STEP-TIMING.
           COMPUTE WS-STEP-ELAPSED =
               (FUNCTION INTEGER-OF-DATE(WS-STEP-END-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-STEP-START-DATE))
               * 86400 + WS-END-SECONDS - WS-START-SECONDS
           PERFORM MEASURE-STAGED-VOLUME
           OPEN EXTEND STEP-TIMING-FILE
           IF NOT STEP-TIMING-OK
               DISPLAY "Error opening step timing file. Status: "
                   STEP-TIMING-STATUS
           ELSE
               MOVE SPACES TO STEP-TIMING-RECORD
               MOVE WS-RUN-ID TO ST-RUN-ID
               MOVE WS-STEP-NAME TO ST-STEP-NAME
               MOVE WS-STEP-START-DATE TO ST-START-DATE
               MOVE WS-STEP-START-TIME TO ST-START-TIME
               MOVE WS-STEP-END-DATE TO ST-END-DATE
               MOVE WS-STEP-END-TIME TO ST-END-TIME
               MOVE WS-STEP-ELAPSED TO ST-ELAPSED
               IF WS-STEP-RC > 9999
                   MOVE 9999 TO ST-RC
               ELSE
                   MOVE WS-STEP-RC TO ST-RC
               END-IF
               MOVE WS-STAGED-VOLUME TO ST-VOLUME
               WRITE STEP-TIMING-RECORD
               CLOSE STEP-TIMING-FILE
           END-IF
           DISPLAY "Step " FUNCTION TRIM(WS-STEP-NAME)
               " elapsed " WS-STEP-ELAPSED " seconds".

       MEASURE-STAGED-VOLUME.
           MOVE 0 TO WS-STAGED-VOLUME
           OPEN INPUT STAGED-LIST-FILE
           IF STAGED-LIST-OK
               PERFORM ADD-STAGED-ENTRY-SIZE UNTIL STAGED-LIST-EOF
               CLOSE STAGED-LIST-FILE
           END-IF.

       ADD-STAGED-ENTRY-SIZE.
           READ STAGED-LIST-FILE
               NOT AT END
                   MOVE SPACES TO WS-LIST-TOKENS
                   UNSTRING FUNCTION TRIM(STAGED-LIST-RECORD)
                       DELIMITED BY ALL " "
                       INTO WS-LIST-PATH WS-LIST-TOKEN (1)
                           WS-LIST-TOKEN (2) WS-LIST-TOKEN (3)
                   END-UNSTRING
                   PERFORM VARYING WS-LIST-TOKEN-IDX FROM 1 BY 1
                       UNTIL WS-LIST-TOKEN-IDX > 3
                       IF WS-LIST-TOKEN (WS-LIST-TOKEN-IDX) (1:5)
                               = "SIZE="
                           AND FUNCTION TRIM(WS-LIST-TOKEN
                               (WS-LIST-TOKEN-IDX) (6:11)) IS NUMERIC
                           ADD FUNCTION NUMVAL(WS-LIST-TOKEN
                               (WS-LIST-TOKEN-IDX) (6:11))
                               TO WS-STAGED-VOLUME
                       END-IF
                   END-PERFORM
           END-READ.

       WRITE-NIGHT-STATUS.
           OPEN OUTPUT NIGHT-STATUS-FILE
           IF NOT NIGHT-STATUS-OK
