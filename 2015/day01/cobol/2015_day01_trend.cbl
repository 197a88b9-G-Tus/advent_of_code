           RECORD KEY IS HM-KEY
           FILE STATUS IS HISTORY-STATUS.

           SELECT OPTIONAL PERIOD-FILE
           ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PD-PERIOD
           FILE STATUS IS PERIOD-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE
           ASSIGN TO DYNAMIC WS-PERIOD-CONTROL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PC-PERIOD
           FILE STATUS IS PERIOD-CONTROL-STATUS.

           SELECT RUNSET-FILE
           ASSIGN TO DYNAMIC WS-RUNSET-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           05 HM-STEPS         PIC 9(8).
           05 HM-LOCATION      PIC 9(8).

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           05 PD-PERIOD        PIC 9(6).
           05 PD-FILE-COUNT    PIC 9(8).
           05 PD-TOTAL-STEPS   PIC 9(12).
           05 PD-NET-FLOOR     PIC S9(12).
           05 PD-LOW-FLOOR     PIC S9(8).
           05 PD-HIGH-FLOOR    PIC S9(8).
           05 PD-BASEMENT-COUNT PIC 9(8).
           05 PD-CLOSE-DATE    PIC 9(8).

       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05 PC-PERIOD        PIC 9(6).
           05 PC-STATUS        PIC X(8).
               88 PC-CLOSED    VALUE "CLOSED".
               88 PC-REOPENED  VALUE "REOPENED".
           05 PC-CLOSE-DATE    PIC 9(8).
           05 PC-CLOSE-USER    PIC X(12).
           05 PC-REOPEN-DATE   PIC 9(8).
           05 PC-REOPEN-USER   PIC X(12).
           05 PC-CLOSE-COUNT   PIC 9(4).

       FD  RUNSET-FILE.
       01  RUNSET-RECORD.
           05 CFG-SET          PIC X(12).
       01 HISTORY-STATUS PIC X(2).
           88 HISTORY-OK  VALUES "00", "05".
           88 HISTORY-EOF VALUE "10".
       01 WS-DEFAULT-PERIOD-PATH PIC X(256)
           VALUE "../day01_periods.dat".
       01 WS-PERIOD-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-PERIOD-CONTROL-PATH PIC X(256)
           VALUE "../day01_period_control.dat".
       01 WS-PERIOD-CONTROL-PATH PIC X(256) VALUE SPACES.
       01 PERIOD-STATUS PIC X(2).
           88 PERIOD-OK      VALUES "00", "05".
           88 PERIOD-PRESENT VALUE "00".
       01 PERIOD-CONTROL-STATUS PIC X(2).
           88 PERIOD-CONTROL-OK      VALUES "00", "05".
           88 PERIOD-CONTROL-PRESENT VALUE "00".
       01 WS-PERIOD-FILE-FOUND PIC X VALUE "N".
           88 PERIOD-FILE-FOUND VALUE "Y".
       01 WS-PERIOD-CONTROL-FOUND PIC X VALUE "N".
           88 PERIOD-CONTROL-FOUND VALUE "Y".
       01 WS-SHOW-PERIODS PIC X VALUE "N".
           88 SHOW-PERIODS VALUE "Y".
       01 WS-LINE-PERIOD PIC 9(6) VALUE 0.
       01 WS-PREV-PERIOD PIC 9(6) VALUE 0.
       01 WS-SUMMARY-PERIOD PIC 9(6) VALUE 0.
       01 PERIOD-LINES-SHOWN PIC 9(4) VALUE 0.
       01 WS-EDIT-NET PIC -(11)9.
       01 WS-EDIT-LOW PIC -(7)9.
       01 WS-EDIT-HIGH PIC -(7)9.
       01 WS-ENV-VALUE PIC X(8) VALUE SPACES.
       01 WS-TREND-DAYS PIC 9(4) VALUE 7.
       01 WS-TREND-FILTER PIC X(40) VALUE SPACES.
               MOVE SPACES TO WS-TREND-FILTER
           END-ACCEPT.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_TREND_PERIODS"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE = "Y"
               MOVE "Y" TO WS-SHOW-PERIODS
           END-IF.

           IF WS-PERIOD-PATH = SPACES
               ACCEPT WS-PERIOD-PATH FROM ENVIRONMENT
                   "DAY01_PERIOD_FILE"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-PATH
               END-ACCEPT
           END-IF
           IF WS-PERIOD-PATH = SPACES
               MOVE WS-DEFAULT-PERIOD-PATH TO WS-PERIOD-PATH
           END-IF.

           IF WS-PERIOD-CONTROL-PATH = SPACES
               ACCEPT WS-PERIOD-CONTROL-PATH FROM ENVIRONMENT
                   "DAY01_PERIOD_CONTROL"
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-CONTROL-PATH
               END-ACCEPT
           END-IF
           IF WS-PERIOD-CONTROL-PATH = SPACES
               MOVE WS-DEFAULT-PERIOD-CONTROL-PATH
                   TO WS-PERIOD-CONTROL-PATH
           END-IF.

       LOAD-TREND-WINDOW.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
           MOVE HM-LOCATION TO TREND-LOCATION (TREND-COUNT).

       PRINT-TREND-REPORT.
           IF SHOW-PERIODS
               PERFORM OPEN-PERIOD-FILES
           END-IF
           DISPLAY "Run-history trend - last " TREND-COUNT " postings"
           DISPLAY "DATE     FILE                    "
               "FLOOR    DRIFT    STEPS    GROWTH   BASEMENT MOVE"
           PERFORM PRINT-TREND-LINE
               VARYING TREND-IDX FROM 1 BY 1
               UNTIL TREND-IDX > TREND-COUNT
           IF SHOW-PERIODS
               MOVE WS-PREV-PERIOD TO WS-SUMMARY-PERIOD
               PERFORM PRINT-PERIOD-SUMMARY
               CLOSE PERIOD-FILE
               CLOSE PERIOD-CONTROL-FILE
               IF PERIOD-LINES-SHOWN = 0
                   DISPLAY "No closed periods in the trend window"
               END-IF
           END-IF
           MOVE TREND-FLOOR (TREND-COUNT) TO WS-DELTA-FLOOR
           SUBTRACT TREND-FLOOR (1) FROM WS-DELTA-FLOOR
           MOVE WS-DELTA-FLOOR TO WS-EDIT-DELTA
               WS-EDIT-DELTA.

       PRINT-TREND-LINE.
           DIVIDE TREND-DATE (TREND-IDX) BY 100 GIVING WS-LINE-PERIOD
           IF SHOW-PERIODS AND TREND-IDX > 1
               AND WS-LINE-PERIOD NOT = WS-PREV-PERIOD
               MOVE WS-PREV-PERIOD TO WS-SUMMARY-PERIOD
               PERFORM PRINT-PERIOD-SUMMARY
           END-IF
           MOVE WS-LINE-PERIOD TO WS-PREV-PERIOD
           IF TREND-IDX = 1
               MOVE 0 TO WS-DELTA-FLOOR
               MOVE 0 TO WS-DELTA-STEPS
           MOVE TREND-STEPS (TREND-IDX) TO WS-PREV-STEPS
           MOVE TREND-LOCATION (TREND-IDX) TO WS-PREV-LOCATION.

       OPEN-PERIOD-FILES.
           OPEN INPUT PERIOD-FILE
           IF NOT PERIOD-OK
               DISPLAY "Error opening period summary file. Status: "
                   PERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PERIOD-PRESENT
               MOVE "Y" TO WS-PERIOD-FILE-FOUND
           END-IF
           OPEN INPUT PERIOD-CONTROL-FILE
           IF NOT PERIOD-CONTROL-OK
               DISPLAY "Error opening period control file. Status: "
                   PERIOD-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PERIOD-FILE
               STOP RUN
           END-IF
           IF PERIOD-CONTROL-PRESENT
               MOVE "Y" TO WS-PERIOD-CONTROL-FOUND
           END-IF.

       PRINT-PERIOD-SUMMARY.
           IF NOT PERIOD-FILE-FOUND OR NOT PERIOD-CONTROL-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUMMARY-PERIOD TO PC-PERIOD
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-SUMMARY-PERIOD TO PD-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO PERIOD-LINES-SHOWN
           MOVE PD-NET-FLOOR TO WS-EDIT-NET
           MOVE PD-LOW-FLOOR TO WS-EDIT-LOW
           MOVE PD-HIGH-FLOOR TO WS-EDIT-HIGH
           DISPLAY "  PERIOD " PD-PERIOD " " PC-STATUS
               " files " PD-FILE-COUNT
               " steps " PD-TOTAL-STEPS
               " net " FUNCTION TRIM(WS-EDIT-NET)
           DISPLAY "                  low " FUNCTION TRIM(WS-EDIT-LOW)
               " high " FUNCTION TRIM(WS-EDIT-HIGH)
               " reached basement " PD-BASEMENT-COUNT
           IF PC-REOPENED
               DISPLAY "                  reopened " PC-REOPEN-DATE
                   " - figures are from the last close"
           END-IF.

       RESOLVE-RUN-SET.
           ACCEPT WS-RUN-SET FROM ENVIRONMENT "DAY01_RUN_SET"
           ON EXCEPTION
                   MOVE CFG-VALUE TO WS-HISTORY-PATH
               WHEN "AUDIT"
                   MOVE CFG-VALUE TO WS-AUDIT-TRAIL-PATH
               WHEN "PERIODS"
                   MOVE CFG-VALUE TO WS-PERIOD-PATH
               WHEN "PERIODCTL"
                   MOVE CFG-VALUE TO WS-PERIOD-CONTROL-PATH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
