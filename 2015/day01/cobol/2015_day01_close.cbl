       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC_2015_day01_close.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE
           ASSIGN TO DYNAMIC WS-HISTORY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-KEY
           FILE STATUS IS HISTORY-STATUS.

           SELECT OPTIONAL PERIOD-FILE
           ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-PERIOD
           FILE STATUS IS PERIOD-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE
           ASSIGN TO DYNAMIC WS-PERIOD-CONTROL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-PERIOD
           FILE STATUS IS PERIOD-CONTROL-STATUS.

           SELECT OPTIONAL CHANGE-LOG-FILE
           ASSIGN TO DYNAMIC WS-CHANGE-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHANGE-LOG-STATUS.

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

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05 CL-DATE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-TIME          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-USER          PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-ACTION        PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-KEY-DATE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-KEY-FILE      PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-OLD-FLOOR     PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CL-OLD-STEPS     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-OLD-LOCATION  PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-NEW-FLOOR     PIC -(7)9.
           05 FILLER           PIC X VALUE SPACE.
           05 CL-NEW-STEPS     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 CL-NEW-LOCATION  PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-HISTORY-PATH PIC X(256)
           VALUE "../day01_history.dat".
       01 WS-HISTORY-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-PERIOD-PATH PIC X(256)
           VALUE "../day01_periods.dat".
       01 WS-PERIOD-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-PERIOD-CONTROL-PATH PIC X(256)
           VALUE "../day01_period_control.dat".
       01 WS-PERIOD-CONTROL-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-CHANGE-LOG-PATH PIC X(256)
           VALUE "../day01_hist_changes.txt".
       01 WS-CHANGE-LOG-PATH PIC X(256) VALUE SPACES.
       01 HISTORY-STATUS PIC X(2).
           88 HISTORY-OK  VALUES "00", "05".
           88 HISTORY-EOF VALUE "10".
       01 PERIOD-STATUS PIC X(2).
           88 PERIOD-OK VALUES "00", "05".
       01 PERIOD-CONTROL-STATUS PIC X(2).
           88 PERIOD-CONTROL-OK VALUES "00", "05".
       01 CHANGE-LOG-STATUS PIC X(2).
           88 CHANGE-LOG-OK VALUES "00", "05".
       01 WS-FUNCTION PIC X(8) VALUE SPACES.
           88 FUNC-CLOSE  VALUE "CLOSE".
           88 FUNC-REOPEN VALUE "REOPEN".
           88 FUNC-LIST   VALUE "LIST".
       01 WS-ENV-VALUE PIC X(16) VALUE SPACES.
       01 WS-OPERATOR PIC X(12) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-PERIOD PIC 9(6) VALUE 0.
       01 WS-PERIOD PIC 9(6) VALUE 0.
       01 WS-PERIOD-MONTH PIC 9(2) VALUE 0.
       01 WS-PERIOD-FIRST-DATE PIC 9(8) VALUE 0.
       01 WS-PERIOD-LAST-DATE PIC 9(8) VALUE 0.
       01 WS-CONTROL-FOUND PIC X VALUE "N".
           88 CONTROL-FOUND VALUE "Y".
       01 WS-SUMMARY-FOUND PIC X VALUE "N".
           88 SUMMARY-FOUND VALUE "Y".
       01 WS-SCAN-DONE PIC X VALUE "N".
           88 SCAN-DONE VALUE "Y".
       01 PERIOD-FILE-COUNT PIC 9(8) VALUE 0.
       01 PERIOD-TOTAL-STEPS PIC 9(12) VALUE 0.
       01 PERIOD-NET-FLOOR PIC S9(12) VALUE 0.
       01 PERIOD-LOW-FLOOR PIC S9(8) VALUE 0.
       01 PERIOD-HIGH-FLOOR PIC S9(8) VALUE 0.
       01 PERIOD-BASEMENT-COUNT PIC 9(8) VALUE 0.
       01 PRIOR-FILE-COUNT PIC 9(8) VALUE 0.
       01 PRIOR-NET-FLOOR PIC S9(12) VALUE 0.
       01 PRIOR-BASEMENT-COUNT PIC 9(8) VALUE 0.
       01 LIST-COUNT PIC 9(8) VALUE 0.
       01 WS-LOG-ACTION PIC X(8) VALUE SPACES.
       01 WS-LOG-DATE PIC X(8) VALUE SPACES.
       01 WS-LOG-TIME PIC X(8) VALUE SPACES.
       01 WS-LOG-KEY-FILE PIC X(40) VALUE SPACES.
       01 WS-EDIT-NET PIC -(11)9.
       01 WS-LOG-FLOOR PIC S9(12) VALUE 0.
       01 WS-EDIT-LOW PIC -(7)9.
       01 WS-EDIT-HIGH PIC -(7)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-OPTIONS
           EVALUATE TRUE
               WHEN FUNC-CLOSE
                   PERFORM VALIDATE-PERIOD
                   PERFORM CLOSE-PERIOD
               WHEN FUNC-REOPEN
                   PERFORM VALIDATE-PERIOD
                   PERFORM REOPEN-PERIOD
               WHEN FUNC-LIST
                   PERFORM LIST-PERIODS
               WHEN OTHER
                   DISPLAY "Set DAY01_CLOSE_FUNC to CLOSE, REOPEN "
                       "or LIST"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       RESOLVE-OPTIONS.
           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT "DAY01_HISTORY_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-HISTORY-PATH
           END-ACCEPT
           IF WS-HISTORY-PATH = SPACES
               MOVE WS-DEFAULT-HISTORY-PATH TO WS-HISTORY-PATH
           END-IF.

           ACCEPT WS-PERIOD-PATH FROM ENVIRONMENT "DAY01_PERIOD_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-PERIOD-PATH
           END-ACCEPT
           IF WS-PERIOD-PATH = SPACES
               MOVE WS-DEFAULT-PERIOD-PATH TO WS-PERIOD-PATH
           END-IF.

           ACCEPT WS-PERIOD-CONTROL-PATH FROM ENVIRONMENT
               "DAY01_PERIOD_CONTROL"
           ON EXCEPTION
               MOVE SPACES TO WS-PERIOD-CONTROL-PATH
           END-ACCEPT
           IF WS-PERIOD-CONTROL-PATH = SPACES
               MOVE WS-DEFAULT-PERIOD-CONTROL-PATH
                   TO WS-PERIOD-CONTROL-PATH
           END-IF.

           ACCEPT WS-CHANGE-LOG-PATH FROM ENVIRONMENT
               "DAY01_HIST_CHANGES"
           ON EXCEPTION
               MOVE SPACES TO WS-CHANGE-LOG-PATH
           END-ACCEPT
           IF WS-CHANGE-LOG-PATH = SPACES
               MOVE WS-DEFAULT-CHANGE-LOG-PATH TO WS-CHANGE-LOG-PATH
           END-IF.

           ACCEPT WS-FUNCTION FROM ENVIRONMENT "DAY01_CLOSE_FUNC"
           ON EXCEPTION
               MOVE SPACES TO WS-FUNCTION
           END-ACCEPT.

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "DAY01_OPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WS-OPERATOR
           END-ACCEPT
           IF WS-OPERATOR = SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERATOR
               END-ACCEPT
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.

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
               MOVE WS-ENV-VALUE (1:8) TO WS-RUN-DATE
           END-IF
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_CLOSE_PERIOD"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(WS-ENV-VALUE)) = 6
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-PERIOD
           END-IF.

       VALIDATE-PERIOD.
           MOVE WS-PERIOD (5:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD = 0
               OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "Set DAY01_CLOSE_PERIOD to the period as "
                   "YYYYMM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-PERIOD-FIRST-DATE = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-LAST-DATE = WS-PERIOD * 100 + 31.

       CLOSE-PERIOD.
           IF WS-PERIOD NOT < WS-RUN-PERIOD
               DISPLAY "Period " WS-PERIOD " is not over yet - "
                   "only months before " WS-RUN-PERIOD
                   " can be closed"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PERIOD-CONTROL-FILE
           IF NOT PERIOD-CONTROL-OK
               DISPLAY "Error opening period control file. Status: "
                   PERIOD-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PERIOD-CONTROL
           IF CONTROL-FOUND AND PC-CLOSED
               DISPLAY "Period " WS-PERIOD " is already closed ("
                   PC-CLOSE-DATE " by " FUNCTION TRIM(PC-CLOSE-USER)
                   ")"
               MOVE 8 TO RETURN-CODE
               CLOSE PERIOD-CONTROL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCUMULATE-PERIOD
           PERFORM WRITE-PERIOD-SUMMARY
           IF CONTROL-FOUND
               MOVE "CLOSED" TO PC-STATUS
               MOVE WS-RUN-DATE TO PC-CLOSE-DATE
               MOVE WS-OPERATOR TO PC-CLOSE-USER
               ADD 1 TO PC-CLOSE-COUNT
               REWRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting period control. "
                           "Status: " PERIOD-CONTROL-STATUS
                       MOVE 16 TO RETURN-CODE
                       CLOSE PERIOD-CONTROL-FILE
                       STOP RUN
               END-REWRITE
           ELSE
               MOVE SPACES TO PERIOD-CONTROL-RECORD
               MOVE WS-PERIOD TO PC-PERIOD
               MOVE "CLOSED" TO PC-STATUS
               MOVE WS-RUN-DATE TO PC-CLOSE-DATE
               MOVE WS-OPERATOR TO PC-CLOSE-USER
               MOVE 0 TO PC-REOPEN-DATE
               MOVE 1 TO PC-CLOSE-COUNT
               WRITE PERIOD-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "Error writing period control. "
                           "Status: " PERIOD-CONTROL-STATUS
                       MOVE 16 TO RETURN-CODE
                       CLOSE PERIOD-CONTROL-FILE
                       STOP RUN
               END-WRITE
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           MOVE "CLOSE" TO WS-LOG-ACTION
           PERFORM LOG-PERIOD-CHANGE
           MOVE PERIOD-NET-FLOOR TO WS-EDIT-NET
           MOVE PERIOD-LOW-FLOOR TO WS-EDIT-LOW
           MOVE PERIOD-HIGH-FLOOR TO WS-EDIT-HIGH
           DISPLAY "Closed period " WS-PERIOD
           DISPLAY "  Files posted:        " PERIOD-FILE-COUNT
           DISPLAY "  Total steps:         " PERIOD-TOTAL-STEPS
           DISPLAY "  Net floor:           " WS-EDIT-NET
           DISPLAY "  Lowest final floor:  " WS-EDIT-LOW
           DISPLAY "  Highest final floor: " WS-EDIT-HIGH
           DISPLAY "  Reached basement:    " PERIOD-BASEMENT-COUNT
           IF PERIOD-FILE-COUNT = 0
               DISPLAY "Warning: no postings found in period "
                   WS-PERIOD
               MOVE 4 TO RETURN-CODE
           END-IF.

       READ-PERIOD-CONTROL.
           MOVE "N" TO WS-CONTROL-FOUND
           MOVE WS-PERIOD TO PC-PERIOD
           READ PERIOD-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CONTROL-FOUND
           END-READ.

       ACCUMULATE-PERIOD.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY "Error opening history master. Status: "
                   HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PERIOD-CONTROL-FILE
               STOP RUN
           END-IF
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-PERIOD-FIRST-DATE TO HM-DATE
           MOVE LOW-VALUES TO HM-FILE
           START HISTORY-FILE KEY >= HM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM ACCUMULATE-NEXT-POSTING UNTIL SCAN-DONE
           CLOSE HISTORY-FILE.

       ACCUMULATE-NEXT-POSTING.
           READ HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-DONE
               NOT AT END
                   IF HM-DATE > WS-PERIOD-LAST-DATE
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       PERFORM ADD-POSTING-TO-PERIOD
                   END-IF
           END-READ.

       ADD-POSTING-TO-PERIOD.
           ADD 1 TO PERIOD-FILE-COUNT
           ADD HM-STEPS TO PERIOD-TOTAL-STEPS
           ADD HM-FLOOR TO PERIOD-NET-FLOOR
           IF PERIOD-FILE-COUNT = 1
               MOVE HM-FLOOR TO PERIOD-LOW-FLOOR
               MOVE HM-FLOOR TO PERIOD-HIGH-FLOOR
           ELSE
               IF HM-FLOOR < PERIOD-LOW-FLOOR
                   MOVE HM-FLOOR TO PERIOD-LOW-FLOOR
               END-IF
               IF HM-FLOOR > PERIOD-HIGH-FLOOR
                   MOVE HM-FLOOR TO PERIOD-HIGH-FLOOR
               END-IF
           END-IF
           IF HM-LOCATION > 0
               ADD 1 TO PERIOD-BASEMENT-COUNT
           END-IF.

       WRITE-PERIOD-SUMMARY.
           OPEN I-O PERIOD-FILE
           IF NOT PERIOD-OK
               DISPLAY "Error opening period summary file. Status: "
                   PERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PERIOD-CONTROL-FILE
               STOP RUN
           END-IF
           MOVE "N" TO WS-SUMMARY-FOUND
           MOVE WS-PERIOD TO PD-PERIOD
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SUMMARY-FOUND
                   MOVE PD-FILE-COUNT TO PRIOR-FILE-COUNT
                   MOVE PD-NET-FLOOR TO PRIOR-NET-FLOOR
                   MOVE PD-BASEMENT-COUNT TO PRIOR-BASEMENT-COUNT
           END-READ
           MOVE WS-PERIOD TO PD-PERIOD
           MOVE PERIOD-FILE-COUNT TO PD-FILE-COUNT
           MOVE PERIOD-TOTAL-STEPS TO PD-TOTAL-STEPS
           MOVE PERIOD-NET-FLOOR TO PD-NET-FLOOR
           MOVE PERIOD-LOW-FLOOR TO PD-LOW-FLOOR
           MOVE PERIOD-HIGH-FLOOR TO PD-HIGH-FLOOR
           MOVE PERIOD-BASEMENT-COUNT TO PD-BASEMENT-COUNT
           MOVE WS-RUN-DATE TO PD-CLOSE-DATE
           IF SUMMARY-FOUND
               REWRITE PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting period summary. "
                           "Status: " PERIOD-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "Error writing period summary. "
                           "Status: " PERIOD-STATUS
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF
           CLOSE PERIOD-FILE
           IF RETURN-CODE = 16
               CLOSE PERIOD-CONTROL-FILE
               STOP RUN
           END-IF.

       REOPEN-PERIOD.
           OPEN I-O PERIOD-CONTROL-FILE
           IF NOT PERIOD-CONTROL-OK
               DISPLAY "Error opening period control file. Status: "
                   PERIOD-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PERIOD-CONTROL
           IF NOT CONTROL-FOUND OR NOT PC-CLOSED
               DISPLAY "Period " WS-PERIOD " is not closed"
               MOVE 8 TO RETURN-CODE
               CLOSE PERIOD-CONTROL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "REOPENED" TO PC-STATUS
           MOVE WS-RUN-DATE TO PC-REOPEN-DATE
           MOVE WS-OPERATOR TO PC-REOPEN-USER
           REWRITE PERIOD-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting period control. Status: "
                       PERIOD-CONTROL-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE PERIOD-CONTROL-FILE
                   STOP RUN
           END-REWRITE
           CLOSE PERIOD-CONTROL-FILE
           OPEN INPUT PERIOD-FILE
           IF PERIOD-OK
               MOVE WS-PERIOD TO PD-PERIOD
               READ PERIOD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PD-FILE-COUNT TO PRIOR-FILE-COUNT
                       MOVE PD-NET-FLOOR TO PRIOR-NET-FLOOR
                       MOVE PD-BASEMENT-COUNT TO PRIOR-BASEMENT-COUNT
               END-READ
               CLOSE PERIOD-FILE
           END-IF
           MOVE "REOPEN" TO WS-LOG-ACTION
           PERFORM LOG-PERIOD-CHANGE
           DISPLAY "Reopened period " WS-PERIOD
               " - postings may be changed until it is closed again".

       LIST-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF NOT PERIOD-CONTROL-OK
               DISPLAY "Error opening period control file. Status: "
                   PERIOD-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PERIOD-FILE
           IF NOT PERIOD-OK
               DISPLAY "Error opening period summary file. Status: "
                   PERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PERIOD-CONTROL-FILE
               STOP RUN
           END-IF
           DISPLAY "PERIOD STATUS   CLOSED   BY           FILES    "
               "STEPS        NET FLOOR    LOW      HIGH     BASEMENT"
           MOVE "N" TO WS-SCAN-DONE
           MOVE 0 TO PC-PERIOD
           START PERIOD-CONTROL-FILE KEY >= PC-PERIOD
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM LIST-NEXT-PERIOD UNTIL SCAN-DONE
           CLOSE PERIOD-FILE
           CLOSE PERIOD-CONTROL-FILE
           DISPLAY "Periods listed: " LIST-COUNT
           IF LIST-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       LIST-NEXT-PERIOD.
           READ PERIOD-CONTROL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-DONE
               NOT AT END
                   ADD 1 TO LIST-COUNT
                   MOVE PC-PERIOD TO PD-PERIOD
                   READ PERIOD-FILE
                       INVALID KEY
                           MOVE 0 TO PD-FILE-COUNT
                           MOVE 0 TO PD-TOTAL-STEPS
                           MOVE 0 TO PD-NET-FLOOR
                           MOVE 0 TO PD-LOW-FLOOR
                           MOVE 0 TO PD-HIGH-FLOOR
                           MOVE 0 TO PD-BASEMENT-COUNT
                   END-READ
                   MOVE PD-NET-FLOOR TO WS-EDIT-NET
                   MOVE PD-LOW-FLOOR TO WS-EDIT-LOW
                   MOVE PD-HIGH-FLOOR TO WS-EDIT-HIGH
                   DISPLAY PC-PERIOD " " PC-STATUS " "
                       PC-CLOSE-DATE " " PC-CLOSE-USER " "
                       PD-FILE-COUNT " " PD-TOTAL-STEPS " "
                       WS-EDIT-NET " " WS-EDIT-LOW " "
                       WS-EDIT-HIGH " " PD-BASEMENT-COUNT
                   IF PC-REOPENED
                       DISPLAY "       reopened " PC-REOPEN-DATE
                           " by " FUNCTION TRIM(PC-REOPEN-USER)
                           " - summary above is from the last close"
                   END-IF
           END-READ.

       LOG-PERIOD-CHANGE.
           MOVE SPACES TO WS-LOG-KEY-FILE
           STRING "PERIOD " DELIMITED BY SIZE
               WS-PERIOD DELIMITED BY SIZE
               INTO WS-LOG-KEY-FILE
           END-STRING
           OPEN EXTEND CHANGE-LOG-FILE
           IF NOT CHANGE-LOG-OK
               DISPLAY "Error opening change log. Status: "
                   CHANGE-LOG-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CHANGE-LOG-RECORD
               ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
               MOVE WS-LOG-DATE TO CL-DATE
               ACCEPT WS-LOG-TIME FROM TIME
               MOVE WS-LOG-TIME TO CL-TIME
               MOVE WS-OPERATOR TO CL-USER
               MOVE WS-LOG-ACTION TO CL-ACTION
               MOVE WS-PERIOD-FIRST-DATE TO CL-KEY-DATE
               MOVE WS-LOG-KEY-FILE TO CL-KEY-FILE
               MOVE PRIOR-NET-FLOOR TO WS-LOG-FLOOR
               PERFORM FIT-LOG-FLOOR
               MOVE WS-LOG-FLOOR TO CL-OLD-FLOOR
               MOVE PRIOR-FILE-COUNT TO CL-OLD-STEPS
               MOVE PRIOR-BASEMENT-COUNT TO CL-OLD-LOCATION
               MOVE PERIOD-NET-FLOOR TO WS-LOG-FLOOR
               PERFORM FIT-LOG-FLOOR
               MOVE WS-LOG-FLOOR TO CL-NEW-FLOOR
               MOVE PERIOD-FILE-COUNT TO CL-NEW-STEPS
               MOVE PERIOD-BASEMENT-COUNT TO CL-NEW-LOCATION
               WRITE CHANGE-LOG-RECORD
               CLOSE CHANGE-LOG-FILE
           END-IF.

       FIT-LOG-FLOOR.
           IF WS-LOG-FLOOR > 99999999 OR WS-LOG-FLOOR < -99999999
               MOVE WS-LOG-FLOOR TO WS-EDIT-NET
               DISPLAY "Warning: net floor "
                   FUNCTION TRIM(WS-EDIT-NET)
                   " for period " WS-PERIOD
                   " too wide for the change log - logged at the "
                   "8-digit limit"
               IF WS-LOG-FLOOR > 0
                   MOVE 99999999 TO WS-LOG-FLOOR
               ELSE
                   MOVE -99999999 TO WS-LOG-FLOOR
               END-IF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
