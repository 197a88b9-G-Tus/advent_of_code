       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC_2015_day01_anomaly.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE
           ASSIGN TO DYNAMIC WS-HISTORY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-KEY
           FILE STATUS IS HISTORY-STATUS.

           SELECT ALERT-FILE
           ASSIGN TO DYNAMIC WS-ALERT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HM-KEY.
               10 HM-DATE      PIC 9(8).
               10 HM-FILE      PIC X(40).
           05 HM-FLOOR         PIC S9(8).
           05 HM-STEPS         PIC 9(8).
           05 HM-LOCATION      PIC 9(8).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-DATE          PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AL-FILE          PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 AL-METRIC        PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AL-SEVERITY      PIC X(7).
           05 FILLER           PIC X VALUE SPACE.
           05 AL-ACTUAL        PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 AL-LOW           PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 AL-HIGH          PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 AL-BASE-COUNT    PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-HISTORY-PATH PIC X(256)
           VALUE "../day01_history.dat".
       01 WS-HISTORY-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-ALERT-PATH PIC X(256)
           VALUE "../day01_alerts.txt".
       01 WS-ALERT-PATH PIC X(256) VALUE SPACES.
       01 HISTORY-STATUS PIC X(2).
           88 HISTORY-OK      VALUES "00", "05".
           88 HISTORY-PRESENT VALUE "00".
           88 HISTORY-EOF     VALUE "10".
       01 ALERT-STATUS PIC X(2).
           88 ALERT-OK VALUE "00".
       01 WS-ENV-VALUE PIC X(8) VALUE SPACES.
       01 WS-CHECK-DATE PIC 9(8) VALUE 0.
       01 WS-BASE-START-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-INT PIC 9(8) VALUE 0.
       01 WS-BASE-DAYS PIC 9(4) VALUE 30.
       01 WS-MIN-BASE PIC 9(4) VALUE 5.
       01 WS-WARN-SPREAD PIC 9(2)V9 VALUE 2.
       01 WS-SEVERE-SPREAD PIC 9(2)V9 VALUE 3.
       01 WS-HISTORY-DONE PIC X VALUE "N".
           88 HISTORY-DONE VALUE "Y".
       01 BASE-COUNT PIC 9(4) VALUE 0.
       01 BASE-IDX PIC 9(4) VALUE 0.
       01 BASE-TABLE.
           05 BASE-ENTRY OCCURS 500 TIMES.
               10 BS-FILE          PIC X(40).
               10 BS-POSTINGS      PIC 9(4).
               10 BS-FLOOR-SUM     PIC S9(12).
               10 BS-FLOOR-SQ      PIC 9(18).
               10 BS-STEPS-SUM     PIC 9(12).
               10 BS-STEPS-SQ      PIC 9(18).
               10 BS-BASEMENT-DAYS PIC 9(4).
               10 BS-LOC-SUM       PIC 9(12).
               10 BS-LOC-SQ        PIC 9(18).
               10 BS-NEW-FOUND     PIC X.
                   88 BS-NEW-POSTING VALUE "Y".
               10 BS-NEW-FLOOR     PIC S9(8).
               10 BS-NEW-STEPS     PIC 9(8).
               10 BS-NEW-LOCATION  PIC 9(8).
       01 WS-BASE-TABLE-FULL PIC X VALUE "N".
           88 BASE-TABLE-FULL VALUE "Y".
       01 WS-SAMPLES PIC 9(4) VALUE 0.
       01 WS-SUM PIC S9(12) VALUE 0.
       01 WS-SUM-SQ PIC 9(18) VALUE 0.
       01 WS-ACTUAL PIC S9(8) VALUE 0.
       01 WS-MEAN PIC S9(10)V9(4) VALUE 0.
       01 WS-VARIANCE PIC S9(16)V9(4) VALUE 0.
       01 WS-SPREAD PIC 9(10)V9(4) VALUE 0.
       01 WS-WARN-LOW PIC S9(10)V9(4) VALUE 0.
       01 WS-WARN-HIGH PIC S9(10)V9(4) VALUE 0.
       01 WS-SEVERE-LOW PIC S9(10)V9(4) VALUE 0.
       01 WS-SEVERE-HIGH PIC S9(10)V9(4) VALUE 0.
       01 WS-METRIC PIC X(8) VALUE SPACES.
       01 WS-SEVERITY PIC X(7) VALUE SPACES.
       01 NEW-POSTING-COUNT PIC 9(4) VALUE 0.
       01 JUDGED-COUNT PIC 9(4) VALUE 0.
       01 SHORT-BASE-COUNT PIC 9(4) VALUE 0.
       01 ALERT-COUNT PIC 9(4) VALUE 0.
       01 SEVERE-COUNT PIC 9(4) VALUE 0.
       01 WS-EDIT-SPREAD PIC Z9.9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-OPTIONS
           PERFORM LOAD-BASELINES
           OPEN OUTPUT ALERT-FILE
           IF NOT ALERT-OK
               DISPLAY "Error opening alert file. Status: "
                   ALERT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Anomaly check for postings dated " WS-CHECK-DATE
           MOVE WS-WARN-SPREAD TO WS-EDIT-SPREAD
           DISPLAY "Baseline: " WS-BASE-START-DATE " onward, "
               WS-BASE-DAYS " days, warning beyond "
               WS-EDIT-SPREAD " spreads"
           PERFORM JUDGE-ONE-FILE
               VARYING BASE-IDX FROM 1 BY 1
               UNTIL BASE-IDX > BASE-COUNT
           CLOSE ALERT-FILE
           DISPLAY "New postings: " NEW-POSTING-COUNT
           DISPLAY "  Judged against a baseline: " JUDGED-COUNT
           DISPLAY "  Baseline too short (under " WS-MIN-BASE
               " postings): " SHORT-BASE-COUNT
           DISPLAY "Alerts written: " ALERT-COUNT
               " (severe " SEVERE-COUNT ") to "
               FUNCTION TRIM(WS-ALERT-PATH)
           IF ALERT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-OPTIONS.
           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT "DAY01_HISTORY_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-HISTORY-PATH
           END-ACCEPT
           IF WS-HISTORY-PATH = SPACES
               MOVE WS-DEFAULT-HISTORY-PATH TO WS-HISTORY-PATH
           END-IF.

           ACCEPT WS-ALERT-PATH FROM ENVIRONMENT "DAY01_ALERT_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-ALERT-PATH
           END-ACCEPT
           IF WS-ALERT-PATH = SPACES
               MOVE WS-DEFAULT-ALERT-PATH TO WS-ALERT-PATH
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_ANOMALY_DAYS"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               AND FUNCTION TRIM(WS-ENV-VALUE) > 0
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-BASE-DAYS
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_ANOMALY_MIN"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               AND FUNCTION TRIM(WS-ENV-VALUE) > 1
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-MIN-BASE
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_ANOMALY_WARN"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION NUMVAL(WS-ENV-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-WARN-SPREAD
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_ANOMALY_SEVERE"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION NUMVAL(WS-ENV-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-SEVERE-SPREAD
           END-IF
           IF WS-SEVERE-SPREAD < WS-WARN-SPREAD
               MOVE WS-WARN-SPREAD TO WS-SEVERE-SPREAD
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_RUN_DATE"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-CHECK-DATE
           ELSE
               ACCEPT WS-ENV-VALUE FROM DATE YYYYMMDD
               MOVE WS-ENV-VALUE TO WS-CHECK-DATE
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - WS-BASE-DAYS
           COMPUTE WS-BASE-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       LOAD-BASELINES.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY "Error opening history master. Status: "
                   HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT HISTORY-PRESENT
               CLOSE HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HISTORY-DONE
           MOVE WS-BASE-START-DATE TO HM-DATE
           MOVE LOW-VALUES TO HM-FILE
           START HISTORY-FILE KEY IS >= HM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-DONE
           END-START
           PERFORM LOAD-BASELINE-RECORD UNTIL HISTORY-DONE
           CLOSE HISTORY-FILE.

       LOAD-BASELINE-RECORD.
           READ HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-HISTORY-DONE
               NOT AT END
                   IF HM-DATE > WS-CHECK-DATE
                       MOVE "Y" TO WS-HISTORY-DONE
                   ELSE
                       PERFORM FIND-BASE-ENTRY
                       IF BASE-IDX > 0
                           PERFORM ADD-BASELINE-POSTING
                       END-IF
                   END-IF
           END-READ.

       FIND-BASE-ENTRY.
           PERFORM VARYING BASE-IDX FROM 1 BY 1
               UNTIL BASE-IDX > BASE-COUNT
               OR BS-FILE (BASE-IDX) = HM-FILE
               CONTINUE
           END-PERFORM
           IF BASE-IDX > BASE-COUNT
               IF BASE-COUNT < 500
                   ADD 1 TO BASE-COUNT
                   MOVE BASE-COUNT TO BASE-IDX
                   INITIALIZE BASE-ENTRY (BASE-IDX)
                   MOVE HM-FILE TO BS-FILE (BASE-IDX)
                   MOVE "N" TO BS-NEW-FOUND (BASE-IDX)
               ELSE
                   IF NOT BASE-TABLE-FULL
                       DISPLAY "More than 500 distinct files in the "
                           "baseline window - remaining files "
                           "not checked"
                       MOVE "Y" TO WS-BASE-TABLE-FULL
                   END-IF
                   MOVE 0 TO BASE-IDX
               END-IF
           END-IF.

       ADD-BASELINE-POSTING.
           IF HM-DATE = WS-CHECK-DATE
               MOVE "Y" TO BS-NEW-FOUND (BASE-IDX)
               MOVE HM-FLOOR TO BS-NEW-FLOOR (BASE-IDX)
               MOVE HM-STEPS TO BS-NEW-STEPS (BASE-IDX)
               MOVE HM-LOCATION TO BS-NEW-LOCATION (BASE-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BS-POSTINGS (BASE-IDX)
           ADD HM-FLOOR TO BS-FLOOR-SUM (BASE-IDX)
           COMPUTE BS-FLOOR-SQ (BASE-IDX) =
               BS-FLOOR-SQ (BASE-IDX) + HM-FLOOR * HM-FLOOR
           ADD HM-STEPS TO BS-STEPS-SUM (BASE-IDX)
           COMPUTE BS-STEPS-SQ (BASE-IDX) =
               BS-STEPS-SQ (BASE-IDX) + HM-STEPS * HM-STEPS
           IF HM-LOCATION > 0
               ADD 1 TO BS-BASEMENT-DAYS (BASE-IDX)
               ADD HM-LOCATION TO BS-LOC-SUM (BASE-IDX)
               COMPUTE BS-LOC-SQ (BASE-IDX) =
                   BS-LOC-SQ (BASE-IDX) + HM-LOCATION * HM-LOCATION
           END-IF.

       JUDGE-ONE-FILE.
           IF NOT BS-NEW-POSTING (BASE-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NEW-POSTING-COUNT
           IF BS-POSTINGS (BASE-IDX) < WS-MIN-BASE
               ADD 1 TO SHORT-BASE-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO JUDGED-COUNT
           MOVE "FLOOR" TO WS-METRIC
           MOVE BS-POSTINGS (BASE-IDX) TO WS-SAMPLES
           MOVE BS-FLOOR-SUM (BASE-IDX) TO WS-SUM
           MOVE BS-FLOOR-SQ (BASE-IDX) TO WS-SUM-SQ
           MOVE BS-NEW-FLOOR (BASE-IDX) TO WS-ACTUAL
           PERFORM JUDGE-METRIC
           MOVE "STEPS" TO WS-METRIC
           MOVE BS-STEPS-SUM (BASE-IDX) TO WS-SUM
           MOVE BS-STEPS-SQ (BASE-IDX) TO WS-SUM-SQ
           MOVE BS-NEW-STEPS (BASE-IDX) TO WS-ACTUAL
           PERFORM JUDGE-METRIC
           MOVE BS-BASEMENT-DAYS (BASE-IDX) TO WS-SAMPLES
           MOVE BS-LOC-SUM (BASE-IDX) TO WS-SUM
           MOVE BS-LOC-SQ (BASE-IDX) TO WS-SUM-SQ
           MOVE BS-NEW-LOCATION (BASE-IDX) TO WS-ACTUAL
           IF BS-NEW-LOCATION (BASE-IDX) = 0
               PERFORM JUDGE-NO-BASEMENT
           ELSE
               IF WS-SAMPLES >= WS-MIN-BASE
                   MOVE "BASEMENT" TO WS-METRIC
                   PERFORM JUDGE-METRIC
               END-IF
           END-IF.

       COMPUTE-EXPECTED-RANGE.
           COMPUTE WS-MEAN ROUNDED = WS-SUM / WS-SAMPLES
           COMPUTE WS-VARIANCE ROUNDED =
               WS-SUM-SQ / WS-SAMPLES - WS-MEAN * WS-MEAN
           IF WS-VARIANCE > 0
               COMPUTE WS-SPREAD ROUNDED =
                   FUNCTION SQRT(WS-VARIANCE)
           ELSE
               MOVE 0 TO WS-SPREAD
           END-IF
           COMPUTE WS-WARN-LOW ROUNDED =
               WS-MEAN - WS-WARN-SPREAD * WS-SPREAD
           COMPUTE WS-WARN-HIGH ROUNDED =
               WS-MEAN + WS-WARN-SPREAD * WS-SPREAD
           COMPUTE WS-SEVERE-LOW ROUNDED =
               WS-MEAN - WS-SEVERE-SPREAD * WS-SPREAD
           COMPUTE WS-SEVERE-HIGH ROUNDED =
               WS-MEAN + WS-SEVERE-SPREAD * WS-SPREAD.

       JUDGE-METRIC.
           PERFORM COMPUTE-EXPECTED-RANGE
           EVALUATE TRUE
               WHEN WS-ACTUAL < WS-SEVERE-LOW
                   OR WS-ACTUAL > WS-SEVERE-HIGH
                   MOVE "SEVERE" TO WS-SEVERITY
               WHEN WS-ACTUAL < WS-WARN-LOW
                   OR WS-ACTUAL > WS-WARN-HIGH
                   MOVE "WARNING" TO WS-SEVERITY
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM WRITE-ALERT.

       JUDGE-NO-BASEMENT.
           IF WS-SAMPLES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "NOBASEMT" TO WS-METRIC
           EVALUATE TRUE
               WHEN WS-SAMPLES = BS-POSTINGS (BASE-IDX)
                   MOVE "SEVERE" TO WS-SEVERITY
               WHEN WS-SAMPLES * 2 >= BS-POSTINGS (BASE-IDX)
                   MOVE "WARNING" TO WS-SEVERITY
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM COMPUTE-EXPECTED-RANGE
           IF WS-WARN-LOW < 1
               MOVE 1 TO WS-WARN-LOW
           END-IF
           PERFORM WRITE-ALERT.

       WRITE-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-CHECK-DATE TO AL-DATE
           MOVE BS-FILE (BASE-IDX) TO AL-FILE
           MOVE WS-METRIC TO AL-METRIC
           MOVE WS-SEVERITY TO AL-SEVERITY
           MOVE WS-ACTUAL TO AL-ACTUAL
           COMPUTE AL-LOW ROUNDED = WS-WARN-LOW
           COMPUTE AL-HIGH ROUNDED = WS-WARN-HIGH
           MOVE WS-SAMPLES TO AL-BASE-COUNT
           WRITE ALERT-RECORD
           ADD 1 TO ALERT-COUNT
           IF WS-SEVERITY = "SEVERE"
               ADD 1 TO SEVERE-COUNT
           END-IF
           DISPLAY WS-SEVERITY " " FUNCTION TRIM(BS-FILE (BASE-IDX))
               " " FUNCTION TRIM(WS-METRIC) " actual " AL-ACTUAL
               " expected " AL-LOW " to " AL-HIGH
               " (" WS-SAMPLES " postings)".
