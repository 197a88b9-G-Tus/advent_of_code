           RECORD KEY IS HM-KEY
           FILE STATUS IS HISTORY-STATUS.

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
       01 WS-HISTORY-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-INPUT-PATH PIC X(256) VALUE "../input.txt".
       01 WS-INPUT-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-PERIOD-CONTROL-PATH PIC X(256)
           VALUE "../day01_period_control.dat".
       01 WS-PERIOD-CONTROL-PATH PIC X(256) VALUE SPACES.
       01 PERIOD-CONTROL-STATUS PIC X(2).
           88 PERIOD-CONTROL-OK      VALUES "00", "05".
           88 PERIOD-CONTROL-PRESENT VALUE "00".
       01 WS-POST-PERIOD PIC 9(6) VALUE 0.
       01 WS-PERIOD-CLOSED PIC X VALUE "N".
           88 PERIOD-CLOSED VALUE "Y".
       01 RESULT-STATUS PIC X(2).
           88 RESULT-OK  VALUE "00".
       01 HISTORY-STATUS PIC X(2).
       MAIN.
           PERFORM RESOLVE-RUN-SET
           PERFORM RESOLVE-PATHS
           PERFORM RESOLVE-PERIOD-CONTROL-PATH
           PERFORM RESOLVE-RUN-DATE
           PERFORM READ-RESULT-RECORD
           PERFORM CHECK-PERIOD-OPEN
           IF PERIOD-CLOSED
               DISPLAY "Posting rejected: " WS-RUN-DATE
                   " is in closed period " WS-POST-PERIOD
                   " - reopen the period first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-HISTORY-MASTER
           PERFORM CHECK-FOR-DUPLICATE
           IF DUPLICATE-FOUND
           END-IF
           MOVE WS-INPUT-PATH TO WS-POST-FILE.

       RESOLVE-PERIOD-CONTROL-PATH.
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

       RESOLVE-RUN-DATE.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_RUN_DATE"
           MOVE RS-LOCATION TO WS-POST-LOCATION
           CLOSE RESULT-FILE.

       CHECK-PERIOD-OPEN.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-POST-PERIOD
           OPEN INPUT PERIOD-CONTROL-FILE
           IF NOT PERIOD-CONTROL-OK
               DISPLAY "Error opening period control file. Status: "
                   PERIOD-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PERIOD-CONTROL-PRESENT
               MOVE WS-POST-PERIOD TO PC-PERIOD
               READ PERIOD-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PC-CLOSED
                           MOVE "Y" TO WS-PERIOD-CLOSED
                       END-IF
               END-READ
           END-IF
           CLOSE PERIOD-CONTROL-FILE.

       OPEN-HISTORY-MASTER.
           OPEN I-O HISTORY-FILE
           IF NOT HISTORY-OK
                   MOVE CFG-VALUE TO WS-INPUT-PATH
               WHEN "AUDIT"
                   MOVE CFG-VALUE TO WS-AUDIT-TRAIL-PATH
               WHEN "PERIODCTL"
                   MOVE CFG-VALUE TO WS-PERIOD-CONTROL-PATH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
