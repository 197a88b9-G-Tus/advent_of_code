           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-HISTORY-STATUS.

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

           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO DYNAMIC WS-OPERATOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-STATUS.

           SELECT OPTIONAL ACCESS-LOG-FILE
           ASSIGN TO DYNAMIC WS-ACCESS-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
           05 FILLER           PIC X.
           05 OH-LOCATION      PIC 9(8).

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
           05 CL-NEW-LOCATION  PIC 9(8).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OA-OPERATOR      PIC X(12).
           05 FILLER           PIC X.
           05 OA-BROWSE        PIC X.
           05 FILLER           PIC X.
           05 OA-CORRECT       PIC X.
           05 FILLER           PIC X.
           05 OA-DELETE        PIC X.
           05 FILLER           PIC X.
           05 OA-REBUILD       PIC X.
           05 FILLER           PIC X.
           05 OA-SUBMIT        PIC X.

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           05 AC-DATE          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-TIME          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-USER          PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-TARGET        PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-ACTION        PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-RESULT        PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-KEY-DATE      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-KEY-FILE      PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-KEY-STEP      PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 AC-REASON        PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-HISTORY-PATH PIC X(256)
           VALUE "../day01_history.dat".
       01 WS-DEFAULT-CHANGE-LOG-PATH PIC X(256)
           VALUE "../day01_hist_changes.txt".
       01 WS-CHANGE-LOG-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-PERIOD-CONTROL-PATH PIC X(256)
           VALUE "../day01_period_control.dat".
       01 WS-PERIOD-CONTROL-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-OPERATOR-PATH PIC X(256)
           VALUE "../day01_operators.txt".
       01 WS-OPERATOR-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-ACCESS-LOG-PATH PIC X(256)
           VALUE "../day01_access_log.txt".
       01 WS-ACCESS-LOG-PATH PIC X(256) VALUE SPACES.
       01 HISTORY-STATUS PIC X(2).
           88 HISTORY-OK        VALUES "00", "05".
           88 HISTORY-EOF       VALUE "10".
       01 OLD-HISTORY-STATUS PIC X(2).
           88 OLD-HISTORY-OK  VALUE "00".
           88 OLD-HISTORY-EOF VALUE "10".
       01 PERIOD-CONTROL-STATUS PIC X(2).
           88 PERIOD-CONTROL-OK      VALUES "00", "05".
           88 PERIOD-CONTROL-PRESENT VALUE "00".
           88 PERIOD-CONTROL-EOF     VALUE "10".
       01 WS-KEY-PERIOD PIC 9(6) VALUE 0.
       01 WS-PERIOD-CLOSED PIC X VALUE "N".
           88 PERIOD-CLOSED VALUE "Y".
       01 WS-PERIOD-SCAN-DONE PIC X VALUE "N".
           88 PERIOD-SCAN-DONE VALUE "Y".
       01 CHANGE-LOG-STATUS PIC X(2).
           88 CHANGE-LOG-OK VALUES "00", "05".
       01 OPERATOR-STATUS PIC X(2).
           88 OPERATOR-OK      VALUES "00", "05".
           88 OPERATOR-PRESENT VALUE "00".
           88 OPERATOR-EOF     VALUE "10".
       01 ACCESS-LOG-STATUS PIC X(2).
           88 ACCESS-LOG-OK VALUES "00", "05".
       01 WS-OPERATOR-FOUND PIC X VALUE "N".
           88 OPERATOR-FOUND VALUE "Y".
       01 WS-AUTHORIZED PIC X VALUE "N".
           88 AUTHORIZED VALUE "Y".
       01 WS-ACCESS-RESULT PIC X(8) VALUE SPACES.
       01 WS-ACCESS-REASON PIC X(16) VALUE SPACES.
       01 WS-FUNCTION PIC X(8) VALUE SPACES.
           88 FUNC-BROWSE  VALUE "BROWSE".
           88 FUNC-CORRECT VALUE "CORRECT".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-OPTIONS
           IF FUNC-BROWSE OR FUNC-CORRECT OR FUNC-DELETE
               OR FUNC-REBUILD
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN FUNC-BROWSE
                   PERFORM BROWSE-HISTORY
               MOVE WS-DEFAULT-CHANGE-LOG-PATH TO WS-CHANGE-LOG-PATH
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

           ACCEPT WS-OPERATOR-PATH FROM ENVIRONMENT
               "DAY01_OPERATOR_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-OPERATOR-PATH
           END-ACCEPT
           IF WS-OPERATOR-PATH = SPACES
               MOVE WS-DEFAULT-OPERATOR-PATH TO WS-OPERATOR-PATH
           END-IF.

           ACCEPT WS-ACCESS-LOG-PATH FROM ENVIRONMENT
               "DAY01_ACCESS_LOG"
           ON EXCEPTION
               MOVE SPACES TO WS-ACCESS-LOG-PATH
           END-ACCEPT
           IF WS-ACCESS-LOG-PATH = SPACES
               MOVE WS-DEFAULT-ACCESS-LOG-PATH TO WS-ACCESS-LOG-PATH
           END-IF.

           ACCEPT WS-FUNCTION FROM ENVIRONMENT "DAY01_HIST_FUNC"
           ON EXCEPTION
               MOVE SPACES TO WS-FUNCTION
               MOVE SPACES TO WS-NEW-LOCATION-TEXT
           END-ACCEPT.

       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPERATOR-FOUND
           MOVE "N" TO WS-AUTHORIZED
           OPEN INPUT OPERATOR-FILE
           IF NOT OPERATOR-OK
               DISPLAY "Error opening operator authority file. Status: "
                   OPERATOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF OPERATOR-PRESENT
               PERFORM FIND-OPERATOR-ENTRY
                   UNTIL OPERATOR-EOF OR OPERATOR-FOUND
           END-IF
           CLOSE OPERATOR-FILE
           IF OPERATOR-FOUND
               EVALUATE TRUE
                   WHEN FUNC-BROWSE
                       IF OA-BROWSE = "Y"
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
                   WHEN FUNC-CORRECT
                       IF OA-CORRECT = "Y"
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
                   WHEN FUNC-DELETE
                       IF OA-DELETE = "Y"
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
                   WHEN FUNC-REBUILD
                       IF OA-REBUILD = "Y"
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
               END-EVALUATE
               MOVE "NOT AUTHORIZED" TO WS-ACCESS-REASON
           ELSE
               MOVE "UNKNOWN OPERATOR" TO WS-ACCESS-REASON
           END-IF
           IF AUTHORIZED
               EVALUATE TRUE
                   WHEN FUNC-CORRECT OR FUNC-DELETE
                       PERFORM CHECK-PERIOD-OPEN
                   WHEN FUNC-REBUILD
                       PERFORM CHECK-ANY-PERIOD-CLOSED
               END-EVALUATE
               MOVE "GRANTED" TO WS-ACCESS-RESULT
               MOVE SPACES TO WS-ACCESS-REASON
               PERFORM WRITE-ACCESS-LOG
           ELSE
               MOVE "DENIED" TO WS-ACCESS-RESULT
               PERFORM WRITE-ACCESS-LOG
               DISPLAY "Rejected: operator " FUNCTION TRIM(WS-OPERATOR)
                   " is not authorized for " FUNCTION TRIM(WS-FUNCTION)
                   " (" FUNCTION TRIM(WS-ACCESS-REASON) ")"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       FIND-OPERATOR-ENTRY.
           READ OPERATOR-FILE
               NOT AT END
                   IF OA-OPERATOR = WS-OPERATOR
                       MOVE "Y" TO WS-OPERATOR-FOUND
                   END-IF
           END-READ.

       WRITE-ACCESS-LOG.
           OPEN EXTEND ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               DISPLAY "Error opening access log. Status: "
                   ACCESS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ACCESS-LOG-RECORD
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           MOVE WS-LOG-DATE TO AC-DATE
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE WS-LOG-TIME TO AC-TIME
           MOVE WS-OPERATOR TO AC-USER
           MOVE "HISTORY" TO AC-TARGET
           MOVE WS-FUNCTION TO AC-ACTION
           MOVE WS-ACCESS-RESULT TO AC-RESULT
           MOVE WS-KEY-DATE TO AC-KEY-DATE
           IF FUNC-REBUILD
               MOVE WS-OLD-HISTORY-PATH TO AC-KEY-FILE
           ELSE
               MOVE WS-KEY-FILE TO AC-KEY-FILE
           END-IF
           MOVE 0 TO AC-KEY-STEP
           MOVE WS-ACCESS-REASON TO AC-REASON
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE.

       BROWSE-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               STOP RUN
           END-IF.

       CHECK-PERIOD-OPEN.
           MOVE "N" TO WS-PERIOD-CLOSED
           DIVIDE WS-KEY-DATE BY 100 GIVING WS-KEY-PERIOD
           OPEN INPUT PERIOD-CONTROL-FILE
           IF NOT PERIOD-CONTROL-OK
               DISPLAY "Error opening period control file. Status: "
                   PERIOD-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PERIOD-CONTROL-PRESENT
               MOVE WS-KEY-PERIOD TO PC-PERIOD
               READ PERIOD-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-CLOSED
                           MOVE "Y" TO WS-PERIOD-CLOSED
                       END-IF
               END-READ
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           IF PERIOD-CLOSED
               PERFORM DENY-CLOSED-PERIOD
               DISPLAY "Rejected: " WS-KEY-DATE " is in closed period "
                   WS-KEY-PERIOD " - reopen the period first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-ANY-PERIOD-CLOSED.
           MOVE "N" TO WS-PERIOD-CLOSED
           OPEN INPUT PERIOD-CONTROL-FILE
           IF NOT PERIOD-CONTROL-OK
               DISPLAY "Error opening period control file. Status: "
                   PERIOD-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PERIOD-CONTROL-PRESENT
               MOVE 0 TO PC-PERIOD
               START PERIOD-CONTROL-FILE KEY >= PC-PERIOD
                   INVALID KEY
                       MOVE "Y" TO WS-PERIOD-SCAN-DONE
               END-START
               PERFORM UNTIL PERIOD-SCAN-DONE
                   READ PERIOD-CONTROL-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-PERIOD-SCAN-DONE
                       NOT AT END
                           IF PC-CLOSED
                               MOVE "Y" TO WS-PERIOD-CLOSED
                               DISPLAY "Period " PC-PERIOD
                                   " is closed"
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           IF PERIOD-CLOSED
               PERFORM DENY-CLOSED-PERIOD
               DISPLAY "Rejected: REBUILD would replace postings in "
                   "closed periods - reopen them first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       DENY-CLOSED-PERIOD.
           MOVE "DENIED" TO WS-ACCESS-RESULT
           MOVE "PERIOD CLOSED" TO WS-ACCESS-REASON
           PERFORM WRITE-ACCESS-LOG.

       VALIDATE-FLOOR-TEXT.
           MOVE "N" TO WS-FLOOR-TEXT-VALID
           MOVE FUNCTION TRIM(WS-NEW-FLOOR-TEXT) TO WS-FLOOR-TEXT
