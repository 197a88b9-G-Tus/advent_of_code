       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC_2015_day01_window.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-RECORD.
           05 ST-RUN-ID        PIC X(17).
           05 FILLER           PIC X.
           05 ST-STEP-NAME     PIC X(20).
           05 FILLER           PIC X.
           05 ST-START-DATE    PIC X(8).
           05 FILLER           PIC X.
           05 ST-START-TIME    PIC X(8).
           05 FILLER           PIC X.
           05 ST-END-DATE      PIC X(8).
           05 FILLER           PIC X.
           05 ST-END-TIME      PIC X(8).
           05 FILLER           PIC X.
           05 ST-ELAPSED       PIC X(8).
           05 FILLER           PIC X.
           05 ST-RC            PIC X(4).
           05 FILLER           PIC X.
           05 ST-VOLUME        PIC X(12).

       FD  STAGED-LIST-FILE.
       01  STAGED-LIST-RECORD  PIC X(256).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-STEP-TIMING-PATH PIC X(256)
           VALUE "../day01_step_timing.txt".
       01 WS-STEP-TIMING-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-STAGED-LIST-PATH PIC X(256)
           VALUE "../day01_staged_files.txt".
       01 WS-STAGED-LIST-PATH PIC X(256) VALUE SPACES.
       01 STEP-TIMING-STATUS PIC X(2).
           88 STEP-TIMING-OK      VALUES "00", "05".
           88 STEP-TIMING-PRESENT VALUE "00".
           88 STEP-TIMING-EOF     VALUE "10".
       01 STAGED-LIST-STATUS PIC X(2).
           88 STAGED-LIST-OK      VALUES "00", "05".
           88 STAGED-LIST-PRESENT VALUE "00".
           88 STAGED-LIST-EOF     VALUE "10".
       01 WS-ENV-VALUE PIC X(8) VALUE SPACES.
       01 WS-NIGHTS-WANTED PIC 9(4) VALUE 7.
       01 WS-WINDOW-START PIC 9(4) VALUE 2200.
       01 WS-WINDOW-END PIC 9(4) VALUE 0600.
       01 WS-HHMM.
           05 WS-HHMM-HH PIC 9(2).
           05 WS-HHMM-MM PIC 9(2).
       01 WS-HHMM-VALUE REDEFINES WS-HHMM PIC 9(4).
       01 WS-START-SECONDS PIC 9(8) VALUE 0.
       01 WS-END-SECONDS PIC 9(8) VALUE 0.
       01 WS-FINISH-SECONDS PIC 9(8) VALUE 0.
       01 WS-CLOCK-SECONDS PIC 9(8) VALUE 0.
       01 WS-CLOCK-HH PIC 9(2) VALUE 0.
       01 WS-CLOCK-MM PIC 9(2) VALUE 0.
       01 WS-CLOCK-REM PIC 9(8) VALUE 0.
       01 WS-CLOCK-DAYS PIC 9(4) VALUE 0.
       01 WS-CLOCK-OF-DAY PIC 9(8) VALUE 0.
       01 WS-FINISH-TEXT PIC X(5) VALUE SPACES.
       01 WS-END-TEXT PIC X(5) VALUE SPACES.
       01 WS-CLOCK-TEXT PIC X(5) VALUE SPACES.
       01 WS-PREV-RUN-ID PIC X(17) VALUE SPACES.
       01 RUN-TOTAL PIC 9(6) VALUE 0.
       01 RUN-ORDINAL PIC 9(6) VALUE 0.
       01 RUN-SKIP PIC 9(6) VALUE 0.
       01 NIGHT-COUNT PIC 9(4) VALUE 0.
       01 NIGHT-SLOT PIC 9(4) VALUE 0.
       01 WS-FIRST-RUN-ID PIC X(17) VALUE SPACES.
       01 WS-LAST-RUN-ID PIC X(17) VALUE SPACES.
       01 STEP-COUNT PIC 9(4) VALUE 0.
       01 STEP-IDX PIC 9(4) VALUE 0.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 100 TIMES.
               10 TS-STEP-NAME PIC X(20).
               10 TS-NIGHT OCCURS 31 TIMES.
                   15 TS-RAN       PIC X.
                   15 TS-ELAPSED   PIC 9(8).
                   15 TS-VOLUME-KB PIC 9(10).
       01 WS-STEP-TABLE-FULL PIC X VALUE "N".
           88 STEP-TABLE-FULL VALUE "Y".
       01 WS-RAN-COUNT PIC 9(4) VALUE 0.
       01 WS-RAN-SEQ PIC 9(4) VALUE 0.
       01 WS-HALF PIC 9(4) VALUE 0.
       01 WS-SUM-ELAPSED PIC 9(12) VALUE 0.
       01 WS-WORST PIC 9(8) VALUE 0.
       01 WS-LAST PIC 9(8) VALUE 0.
       01 WS-OLD-SUM PIC 9(12) VALUE 0.
       01 WS-OLD-COUNT PIC 9(4) VALUE 0.
       01 WS-NEW-SUM PIC 9(12) VALUE 0.
       01 WS-NEW-COUNT PIC 9(4) VALUE 0.
       01 WS-OLD-AVERAGE PIC 9(8)V9(2) VALUE 0.
       01 WS-NEW-AVERAGE PIC 9(8)V9(2) VALUE 0.
       01 WS-AVERAGE PIC 9(8)V9(2) VALUE 0.
       01 WS-TREND PIC X(4) VALUE SPACES.
       01 WS-SUM-X PIC S9(14) VALUE 0.
       01 WS-SUM-Y PIC S9(14) VALUE 0.
       01 WS-SUM-XY PIC S9(18) VALUE 0.
       01 WS-SUM-XX PIC S9(18) VALUE 0.
       01 WS-FIT-DENOM PIC S9(18) VALUE 0.
       01 WS-FIT-SLOPE PIC S9(8)V9(8) VALUE 0.
       01 WS-FIT-BASE PIC S9(10)V9(4) VALUE 0.
       01 WS-PROJECTED PIC S9(10)V9(4) VALUE 0.
       01 WS-STEP-PROJECTED PIC 9(8) VALUE 0.
       01 WS-TOTAL-PROJECTED PIC 9(8) VALUE 0.
       01 WS-PROJECT-BASIS PIC X(6) VALUE SPACES.
       01 WS-TONIGHT-BYTES PIC 9(12) VALUE 0.
       01 WS-TONIGHT-KB PIC 9(10) VALUE 0.
       01 WS-TONIGHT-FILES PIC 9(6) VALUE 0.
       01 WS-UNSIZED-FILES PIC 9(6) VALUE 0.
       01 WS-VOLUME-KNOWN PIC X VALUE "N".
           88 VOLUME-KNOWN VALUE "Y".
       01 WS-ENTRY-SIZED PIC X VALUE "N".
           88 ENTRY-SIZED VALUE "Y".
       01 WS-LIST-TOKENS.
           05 WS-LIST-PATH  PIC X(200).
           05 WS-LIST-TOKEN PIC X(16) OCCURS 3 TIMES.
       01 WS-LIST-TOKEN-IDX PIC 9(4) VALUE 0.
       01 WS-EDIT-AVERAGE PIC Z(6)9.
       01 WS-EDIT-WORST PIC Z(6)9.
       01 WS-EDIT-LAST PIC Z(6)9.
       01 WS-EDIT-PROJECTED PIC Z(6)9.
       01 WS-EDIT-NIGHTS PIC Z9.
       01 WS-EDIT-MARGIN PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-OPTIONS
           PERFORM COUNT-TIMING-RUNS
           IF RUN-TOTAL = 0
               DISPLAY "No step timings recorded in "
                   FUNCTION TRIM(WS-STEP-TIMING-PATH)
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-TOTAL > WS-NIGHTS-WANTED
               COMPUTE RUN-SKIP = RUN-TOTAL - WS-NIGHTS-WANTED
               MOVE WS-NIGHTS-WANTED TO NIGHT-COUNT
           ELSE
               MOVE 0 TO RUN-SKIP
               MOVE RUN-TOTAL TO NIGHT-COUNT
           END-IF
           PERFORM LOAD-STEP-TIMINGS
           PERFORM MEASURE-TONIGHT-VOLUME
           MOVE NIGHT-COUNT TO WS-EDIT-NIGHTS
           DISPLAY "Batch window report - last " WS-EDIT-NIGHTS
               " nights (runs " WS-FIRST-RUN-ID " to "
               WS-LAST-RUN-ID ")"
           IF VOLUME-KNOWN
               DISPLAY "Tonight's staged input: " WS-TONIGHT-FILES
                   " files, " WS-TONIGHT-BYTES " bytes"
           ELSE
               DISPLAY "Tonight's staged input: volume not known - "
                   "projection uses recent averages"
           END-IF
           IF WS-UNSIZED-FILES > 0
               DISPLAY "  (" WS-UNSIZED-FILES
                   " staged files carry no size)"
           END-IF
           DISPLAY "STEP                 NIGHTS AVERAGE   WORST    "
               "LAST TREND PROJECTED BASIS"
           PERFORM REPORT-STEP-TIMING
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
           PERFORM PROJECT-WINDOW
           STOP RUN.

       RESOLVE-OPTIONS.
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

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_WINDOW_NIGHTS"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               AND FUNCTION NUMVAL(WS-ENV-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-NIGHTS-WANTED
           END-IF
           IF WS-NIGHTS-WANTED > 31
               DISPLAY "DAY01_WINDOW_NIGHTS limited to 31"
               MOVE 31 TO WS-NIGHTS-WANTED
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_WINDOW_START"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-WINDOW-START
           END-IF
           MOVE WS-WINDOW-START TO WS-HHMM-VALUE
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               DISPLAY "Invalid DAY01_WINDOW_START (HHMM): "
                   WS-WINDOW-START
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-START-SECONDS = WS-HHMM-HH * 3600
               + WS-HHMM-MM * 60.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_WINDOW_END"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-WINDOW-END
           END-IF
           MOVE WS-WINDOW-END TO WS-HHMM-VALUE
           IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
               DISPLAY "Invalid DAY01_WINDOW_END (HHMM): "
                   WS-WINDOW-END
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-END-SECONDS = WS-HHMM-HH * 3600
               + WS-HHMM-MM * 60
           IF WS-END-SECONDS <= WS-START-SECONDS
               ADD 86400 TO WS-END-SECONDS
           END-IF.

       COUNT-TIMING-RUNS.
           OPEN INPUT STEP-TIMING-FILE
           IF NOT STEP-TIMING-OK
               DISPLAY "Error opening step timing file. Status: "
                   STEP-TIMING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PREV-RUN-ID
           PERFORM COUNT-TIMING-RECORD UNTIL STEP-TIMING-EOF
           CLOSE STEP-TIMING-FILE.

       COUNT-TIMING-RECORD.
           READ STEP-TIMING-FILE
               NOT AT END
                   IF ST-RUN-ID NOT = SPACES
                       AND ST-RUN-ID NOT = WS-PREV-RUN-ID
                       ADD 1 TO RUN-TOTAL
                       MOVE ST-RUN-ID TO WS-PREV-RUN-ID
                   END-IF
           END-READ.

       LOAD-STEP-TIMINGS.
           OPEN INPUT STEP-TIMING-FILE
           IF NOT STEP-TIMING-OK
               DISPLAY "Error opening step timing file. Status: "
                   STEP-TIMING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PREV-RUN-ID
           MOVE 0 TO RUN-ORDINAL
           PERFORM LOAD-TIMING-RECORD UNTIL STEP-TIMING-EOF
           CLOSE STEP-TIMING-FILE.

       LOAD-TIMING-RECORD.
           READ STEP-TIMING-FILE
               NOT AT END
                   IF ST-RUN-ID NOT = SPACES
                       IF ST-RUN-ID NOT = WS-PREV-RUN-ID
                           ADD 1 TO RUN-ORDINAL
                           MOVE ST-RUN-ID TO WS-PREV-RUN-ID
                       END-IF
                       IF RUN-ORDINAL > RUN-SKIP
                           AND ST-ELAPSED IS NUMERIC
                           PERFORM POST-STEP-TIMING
                       END-IF
                   END-IF
           END-READ.

       POST-STEP-TIMING.
           COMPUTE NIGHT-SLOT = RUN-ORDINAL - RUN-SKIP
           IF WS-FIRST-RUN-ID = SPACES
               MOVE ST-RUN-ID TO WS-FIRST-RUN-ID
           END-IF
           MOVE ST-RUN-ID TO WS-LAST-RUN-ID
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT
               OR TS-STEP-NAME (STEP-IDX) = ST-STEP-NAME
               CONTINUE
           END-PERFORM
           IF STEP-IDX > STEP-COUNT
               IF STEP-COUNT < 100
                   ADD 1 TO STEP-COUNT
                   MOVE STEP-COUNT TO STEP-IDX
                   INITIALIZE STEP-ENTRY (STEP-IDX)
                   MOVE ST-STEP-NAME TO TS-STEP-NAME (STEP-IDX)
               ELSE
                   IF NOT STEP-TABLE-FULL
                       DISPLAY "Step table full - later steps ignored"
                       MOVE "Y" TO WS-STEP-TABLE-FULL
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO TS-RAN (STEP-IDX, NIGHT-SLOT)
           MOVE ST-ELAPSED TO TS-ELAPSED (STEP-IDX, NIGHT-SLOT)
           IF ST-VOLUME IS NUMERIC
               COMPUTE TS-VOLUME-KB (STEP-IDX, NIGHT-SLOT) =
                   (FUNCTION NUMVAL(ST-VOLUME) + 1023) / 1024
           ELSE
               MOVE 0 TO TS-VOLUME-KB (STEP-IDX, NIGHT-SLOT)
           END-IF.

       MEASURE-TONIGHT-VOLUME.
           OPEN INPUT STAGED-LIST-FILE
           IF NOT STAGED-LIST-OK
               DISPLAY "Error opening staged file list. Status: "
                   STAGED-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF STAGED-LIST-PRESENT
               MOVE "Y" TO WS-VOLUME-KNOWN
           END-IF
           PERFORM ADD-STAGED-ENTRY-SIZE UNTIL STAGED-LIST-EOF
           CLOSE STAGED-LIST-FILE
           IF WS-UNSIZED-FILES > 0
               MOVE "N" TO WS-VOLUME-KNOWN
           END-IF
           COMPUTE WS-TONIGHT-KB = (WS-TONIGHT-BYTES + 1023) / 1024.

       ADD-STAGED-ENTRY-SIZE.
           READ STAGED-LIST-FILE
               NOT AT END
                   IF STAGED-LIST-RECORD NOT = SPACES
                       PERFORM SIZE-STAGED-ENTRY
                   END-IF
           END-READ.

       SIZE-STAGED-ENTRY.
           ADD 1 TO WS-TONIGHT-FILES
           MOVE "N" TO WS-ENTRY-SIZED
           MOVE SPACES TO WS-LIST-TOKENS
           UNSTRING FUNCTION TRIM(STAGED-LIST-RECORD)
               DELIMITED BY ALL " "
               INTO WS-LIST-PATH WS-LIST-TOKEN (1)
                   WS-LIST-TOKEN (2) WS-LIST-TOKEN (3)
           END-UNSTRING
           PERFORM VARYING WS-LIST-TOKEN-IDX FROM 1 BY 1
               UNTIL WS-LIST-TOKEN-IDX > 3
               IF WS-LIST-TOKEN (WS-LIST-TOKEN-IDX) (1:5) = "SIZE="
                   AND FUNCTION TRIM(WS-LIST-TOKEN
                       (WS-LIST-TOKEN-IDX) (6:11)) IS NUMERIC
                   ADD FUNCTION NUMVAL(WS-LIST-TOKEN
                       (WS-LIST-TOKEN-IDX) (6:11)) TO WS-TONIGHT-BYTES
                   MOVE "Y" TO WS-ENTRY-SIZED
               END-IF
           END-PERFORM
           IF NOT ENTRY-SIZED
               ADD 1 TO WS-UNSIZED-FILES
           END-IF.

       REPORT-STEP-TIMING.
           MOVE 0 TO WS-RAN-COUNT
           MOVE 0 TO WS-SUM-ELAPSED
           MOVE 0 TO WS-WORST
           MOVE 0 TO WS-LAST
           MOVE 0 TO WS-SUM-X
           MOVE 0 TO WS-SUM-Y
           MOVE 0 TO WS-SUM-XY
           MOVE 0 TO WS-SUM-XX
           PERFORM SUM-STEP-NIGHT
               VARYING NIGHT-SLOT FROM 1 BY 1
               UNTIL NIGHT-SLOT > NIGHT-COUNT
           COMPUTE WS-AVERAGE ROUNDED = WS-SUM-ELAPSED / WS-RAN-COUNT
           PERFORM JUDGE-STEP-TREND
           PERFORM PROJECT-STEP-TIME
           ADD WS-STEP-PROJECTED TO WS-TOTAL-PROJECTED
           MOVE WS-RAN-COUNT TO WS-EDIT-NIGHTS
           MOVE WS-AVERAGE TO WS-EDIT-AVERAGE
           MOVE WS-WORST TO WS-EDIT-WORST
           MOVE WS-LAST TO WS-EDIT-LAST
           MOVE WS-STEP-PROJECTED TO WS-EDIT-PROJECTED
           DISPLAY TS-STEP-NAME (STEP-IDX) "     "
               WS-EDIT-NIGHTS " "
               WS-EDIT-AVERAGE " "
               WS-EDIT-WORST " "
               WS-EDIT-LAST " "
               WS-TREND "   "
               WS-EDIT-PROJECTED " "
               WS-PROJECT-BASIS.

       SUM-STEP-NIGHT.
           IF TS-RAN (STEP-IDX, NIGHT-SLOT) = "Y"
               ADD 1 TO WS-RAN-COUNT
               ADD TS-ELAPSED (STEP-IDX, NIGHT-SLOT) TO WS-SUM-ELAPSED
               IF TS-ELAPSED (STEP-IDX, NIGHT-SLOT) > WS-WORST
                   MOVE TS-ELAPSED (STEP-IDX, NIGHT-SLOT) TO WS-WORST
               END-IF
               MOVE TS-ELAPSED (STEP-IDX, NIGHT-SLOT) TO WS-LAST
               ADD TS-VOLUME-KB (STEP-IDX, NIGHT-SLOT) TO WS-SUM-X
               ADD TS-ELAPSED (STEP-IDX, NIGHT-SLOT) TO WS-SUM-Y
               COMPUTE WS-SUM-XY = WS-SUM-XY
                   + TS-VOLUME-KB (STEP-IDX, NIGHT-SLOT)
                   * TS-ELAPSED (STEP-IDX, NIGHT-SLOT)
               COMPUTE WS-SUM-XX = WS-SUM-XX
                   + TS-VOLUME-KB (STEP-IDX, NIGHT-SLOT)
                   * TS-VOLUME-KB (STEP-IDX, NIGHT-SLOT)
           END-IF.

       JUDGE-STEP-TREND.
           MOVE "-" TO WS-TREND
           IF WS-RAN-COUNT < 4
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-RAN-COUNT BY 2 GIVING WS-HALF
           MOVE 0 TO WS-RAN-SEQ
           MOVE 0 TO WS-OLD-SUM
           MOVE 0 TO WS-OLD-COUNT
           MOVE 0 TO WS-NEW-SUM
           MOVE 0 TO WS-NEW-COUNT
           PERFORM SPLIT-STEP-NIGHT
               VARYING NIGHT-SLOT FROM 1 BY 1
               UNTIL NIGHT-SLOT > NIGHT-COUNT
           COMPUTE WS-OLD-AVERAGE ROUNDED = WS-OLD-SUM / WS-OLD-COUNT
           COMPUTE WS-NEW-AVERAGE ROUNDED = WS-NEW-SUM / WS-NEW-COUNT
           EVALUATE TRUE
               WHEN WS-NEW-AVERAGE > WS-OLD-AVERAGE * 1.1
                   AND WS-NEW-AVERAGE - WS-OLD-AVERAGE >= 1
                   MOVE "UP" TO WS-TREND
               WHEN WS-NEW-AVERAGE < WS-OLD-AVERAGE * 0.9
                   AND WS-OLD-AVERAGE - WS-NEW-AVERAGE >= 1
                   MOVE "DOWN" TO WS-TREND
               WHEN OTHER
                   MOVE "FLAT" TO WS-TREND
           END-EVALUATE.

       SPLIT-STEP-NIGHT.
           IF TS-RAN (STEP-IDX, NIGHT-SLOT) = "Y"
               ADD 1 TO WS-RAN-SEQ
               IF WS-RAN-SEQ > WS-RAN-COUNT - WS-HALF
                   ADD TS-ELAPSED (STEP-IDX, NIGHT-SLOT) TO WS-NEW-SUM
                   ADD 1 TO WS-NEW-COUNT
               ELSE
                   IF WS-RAN-SEQ <= WS-HALF
                       ADD TS-ELAPSED (STEP-IDX, NIGHT-SLOT)
                           TO WS-OLD-SUM
                       ADD 1 TO WS-OLD-COUNT
                   END-IF
               END-IF
           END-IF.

       PROJECT-STEP-TIME.
           MOVE WS-AVERAGE TO WS-PROJECTED
           MOVE "AVG" TO WS-PROJECT-BASIS
           IF VOLUME-KNOWN AND WS-RAN-COUNT >= 3
               COMPUTE WS-FIT-DENOM = WS-RAN-COUNT * WS-SUM-XX
                   - WS-SUM-X * WS-SUM-X
               IF WS-FIT-DENOM > 0
                   COMPUTE WS-FIT-SLOPE ROUNDED =
                       (WS-RAN-COUNT * WS-SUM-XY - WS-SUM-X * WS-SUM-Y)
                       / WS-FIT-DENOM
                   IF WS-FIT-SLOPE > 0
                       COMPUTE WS-FIT-BASE ROUNDED =
                           (WS-SUM-Y - WS-FIT-SLOPE * WS-SUM-X)
                           / WS-RAN-COUNT
                       COMPUTE WS-PROJECTED ROUNDED = WS-FIT-BASE
                           + WS-FIT-SLOPE * WS-TONIGHT-KB
                       MOVE "VOLUME" TO WS-PROJECT-BASIS
                   END-IF
               END-IF
           END-IF
           IF WS-PROJECTED < 0
               MOVE 0 TO WS-PROJECTED
           END-IF
           COMPUTE WS-STEP-PROJECTED ROUNDED = WS-PROJECTED.

       PROJECT-WINDOW.
           COMPUTE WS-FINISH-SECONDS = WS-START-SECONDS
               + WS-TOTAL-PROJECTED
           MOVE WS-FINISH-SECONDS TO WS-CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-TEXT TO WS-FINISH-TEXT
           MOVE WS-END-SECONDS TO WS-CLOCK-SECONDS
           PERFORM FORMAT-CLOCK-TIME
           MOVE WS-CLOCK-TEXT TO WS-END-TEXT
           MOVE WS-TOTAL-PROJECTED TO WS-EDIT-PROJECTED
           DISPLAY "Projected total run time: "
               FUNCTION TRIM(WS-EDIT-PROJECTED) " seconds"
           MOVE WS-WINDOW-START TO WS-HHMM-VALUE
           DISPLAY "Window " WS-HHMM-HH ":" WS-HHMM-MM
               " to " WS-END-TEXT
               " - projected finish " WS-FINISH-TEXT
           IF WS-FINISH-SECONDS > WS-END-SECONDS
               COMPUTE WS-EDIT-MARGIN =
                   WS-FINISH-SECONDS - WS-END-SECONDS
               DISPLAY "WARNING: projected finish " WS-FINISH-TEXT
                   " is past the window end " WS-END-TEXT
                   " by " FUNCTION TRIM(WS-EDIT-MARGIN) " seconds"
               MOVE 4 TO RETURN-CODE
           ELSE
               COMPUTE WS-EDIT-MARGIN =
                   WS-END-SECONDS - WS-FINISH-SECONDS
               DISPLAY "Projected to finish within the window ("
                   FUNCTION TRIM(WS-EDIT-MARGIN) " seconds to spare)"
           END-IF.

       FORMAT-CLOCK-TIME.
           DIVIDE WS-CLOCK-SECONDS BY 86400 GIVING WS-CLOCK-DAYS
               REMAINDER WS-CLOCK-OF-DAY
           DIVIDE WS-CLOCK-OF-DAY BY 3600 GIVING WS-CLOCK-HH
               REMAINDER WS-CLOCK-REM
           DIVIDE WS-CLOCK-REM BY 60 GIVING WS-CLOCK-MM
           STRING WS-CLOCK-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-CLOCK-MM DELIMITED BY SIZE
               INTO WS-CLOCK-TEXT
           END-STRING.
