           RECORD KEY IS HM-KEY
           FILE STATUS IS HISTORY-STATUS.

           SELECT OPTIONAL INTERFACE-CONTROL-FILE
           ASSIGN TO DYNAMIC WS-INTERFACE-CONTROL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IC-SEQUENCE
           FILE STATUS IS INTERFACE-CONTROL-STATUS.

           SELECT OPTIONAL ALERT-FILE
           ASSIGN TO DYNAMIC WS-ALERT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL-FILE.
           05 BS-VERDICT       PIC X(6).
           05 FILLER           PIC X.
           05 BS-VIOL          PIC X(8).
           05 FILLER           PIC X.
           05 BS-BUILDING      PIC X(8).
           05 FILLER           PIC X(4).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05 HM-STEPS         PIC 9(8).
           05 HM-LOCATION      PIC 9(8).

       FD  INTERFACE-CONTROL-FILE.
       01  INTERFACE-CONTROL-RECORD.
           05 IC-SEQUENCE      PIC 9(8).
           05 IC-STATUS        PIC X(8).
               88 IC-SENT      VALUE "SENT".
               88 IC-ACCEPTED  VALUE "ACCEPTED".
               88 IC-REJECTED  VALUE "REJECTED".
               88 IC-NOACK     VALUE "NOACK".
           05 IC-RUN-DATE      PIC 9(8).
           05 IC-RECORD-COUNT  PIC 9(8).
           05 IC-HASH-TOTAL    PIC S9(12).
           05 IC-ACK-DATE      PIC 9(8).
           05 IC-ACK-REASON    PIC X(40).
           05 IC-REQUEUE-SEQUENCE PIC 9(8).
           05 IC-REQUEUE-DATE  PIC 9(8).
           05 IC-REQUEUE-COUNT PIC 9(8).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05 AL-DATE          PIC X(8).
           05 FILLER           PIC X.
           05 AL-FILE          PIC X(40).
           05 FILLER           PIC X.
           05 AL-METRIC        PIC X(8).
           05 FILLER           PIC X.
           05 AL-SEVERITY      PIC X(7).
           05 FILLER           PIC X.
           05 AL-ACTUAL        PIC X(8).
           05 FILLER           PIC X.
           05 AL-LOW           PIC X(8).
           05 FILLER           PIC X.
           05 AL-HIGH          PIC X(8).
           05 FILLER           PIC X.
           05 AL-BASE-COUNT    PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-AUDIT-TRAIL-PATH PIC X(256)
           VALUE "../day01_audit_trail.txt".
       01 WS-DEFAULT-HISTORY-PATH PIC X(256)
           VALUE "../day01_history.dat".
       01 WS-HISTORY-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-INTERFACE-CTL-PATH PIC X(256)
           VALUE "../day01_bms_control.dat".
       01 WS-INTERFACE-CONTROL-PATH PIC X(256) VALUE SPACES.
       01 INTERFACE-CONTROL-STATUS PIC X(2).
           88 INTERFACE-CONTROL-OK      VALUES "00", "05".
           88 INTERFACE-CONTROL-PRESENT VALUE "00".
           88 INTERFACE-CONTROL-EOF     VALUE "10".
       01 WS-DEFAULT-ALERT-PATH PIC X(256)
           VALUE "../day01_alerts.txt".
       01 WS-ALERT-PATH PIC X(256) VALUE SPACES.
       01 ALERT-STATUS PIC X(2).
           88 ALERT-OK  VALUES "00", "05".
           88 ALERT-EOF VALUE "10".
       01 AUDIT-TRAIL-STATUS PIC X(2).
           88 AUDIT-TRAIL-OK  VALUE "00".
           88 AUDIT-TRAIL-EOF VALUE "10".
       01 HIGH-RC-COUNT PIC 9(4) VALUE 0.
       01 VERDICT-COUNT PIC 9(4) VALUE 0.
       01 MISSING-POST-COUNT PIC 9(4) VALUE 0.
       01 REQUEUE-COUNT PIC 9(4) VALUE 0.
       01 ANOMALY-COUNT PIC 9(4) VALUE 0.
       01 WS-SUMMARY-LINE-NO PIC 9(4) VALUE 0.
       01 END-RUN-COUNT PIC 9(4) VALUE 0.
       01 END-RUN-IDX PIC 9(4) VALUE 0.
           PERFORM SCAN-AUDIT-TRAIL
           PERFORM SCAN-BATCH-SUMMARY
           PERFORM CHECK-HISTORY-POSTINGS
           PERFORM CHECK-INTERFACE-REQUEUES
           PERFORM CHECK-ANOMALY-ALERTS
           COMPUTE EXCEPTION-COUNT = ABEND-COUNT + HIGH-RC-COUNT
               + VERDICT-COUNT + MISSING-POST-COUNT + REQUEUE-COUNT
               + ANOMALY-COUNT
           IF EXCEPTION-COUNT = 0
               DISPLAY "No exceptions for " WS-REPORT-DATE
                   " - clean night"
                   " (abends " ABEND-COUNT
                   ", high RC " HIGH-RC-COUNT
                   ", batch verdicts " VERDICT-COUNT
                   ", missing postings " MISSING-POST-COUNT
                   ", interface re-queues " REQUEUE-COUNT
                   ", anomaly alerts " ANOMALY-COUNT ")"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
               MOVE WS-DEFAULT-HISTORY-PATH TO WS-HISTORY-PATH
           END-IF.

           ACCEPT WS-INTERFACE-CONTROL-PATH FROM ENVIRONMENT
               "DAY01_BMS_CONTROL"
           ON EXCEPTION
               MOVE SPACES TO WS-INTERFACE-CONTROL-PATH
           END-ACCEPT
           IF WS-INTERFACE-CONTROL-PATH = SPACES
               MOVE WS-DEFAULT-INTERFACE-CTL-PATH
                   TO WS-INTERFACE-CONTROL-PATH
           END-IF.

           ACCEPT WS-ALERT-PATH FROM ENVIRONMENT "DAY01_ALERT_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-ALERT-PATH
           END-ACCEPT
           IF WS-ALERT-PATH = SPACES
               MOVE WS-DEFAULT-ALERT-PATH TO WS-ALERT-PATH
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_RUN_DATE"
           ON EXCEPTION
       KEEP-ENDED-RUN.
           IF AT-MODE = "SINGLE"
               OR AT-MODE = "RESUME"
               OR AT-MODE = "MERGED"
               IF END-RUN-COUNT < 200
                   ADD 1 TO END-RUN-COUNT
                   MOVE AT-RUN-ID TO ER-RUN-ID (END-RUN-COUNT)
                   IF WS-SUMMARY-LINE-NO > 1
                       AND BS-FILE NOT = SPACES
                       AND (BS-VERDICT = "FAIL"
                           OR BS-VERDICT = "NOKEY"
                           OR BS-VERDICT = "NOBLDG"
                           OR BS-VERDICT = "ALTERD")
                       ADD 1 TO VERDICT-COUNT
                       DISPLAY "EXCEPTION: batch summary "
                           BS-VERDICT " for "
                       WS-REPORT-DATE " "
                       FUNCTION TRIM(ER-PATH (END-RUN-IDX))
           END-READ.

       CHECK-INTERFACE-REQUEUES.
           OPEN INPUT INTERFACE-CONTROL-FILE
           IF NOT INTERFACE-CONTROL-OK
               DISPLAY "Interface control file not readable - "
                   FUNCTION TRIM(WS-INTERFACE-CONTROL-PATH)
                   " status " INTERFACE-CONTROL-STATUS
               EXIT PARAGRAPH
           END-IF
           IF INTERFACE-CONTROL-PRESENT
               PERFORM CHECK-INTERFACE-RECORD
                   UNTIL INTERFACE-CONTROL-EOF
           END-IF
           CLOSE INTERFACE-CONTROL-FILE.

       CHECK-INTERFACE-RECORD.
           READ INTERFACE-CONTROL-FILE
               NOT AT END
                   IF (IC-REJECTED OR IC-NOACK)
                       AND IC-REQUEUE-DATE = WS-REPORT-DATE
                       ADD 1 TO REQUEUE-COUNT
                       DISPLAY "EXCEPTION: interface sequence "
                           IC-SEQUENCE " " FUNCTION TRIM(IC-STATUS)
                           " (" FUNCTION TRIM(IC-ACK-REASON) ") - "
                           IC-REQUEUE-COUNT " postings re-queued in "
                           "sequence " IC-REQUEUE-SEQUENCE
                   END-IF
           END-READ.

       CHECK-ANOMALY-ALERTS.
           OPEN INPUT ALERT-FILE
           IF NOT ALERT-OK
               DISPLAY "Anomaly alert file not readable - "
                   FUNCTION TRIM(WS-ALERT-PATH)
                   " status " ALERT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ALERT-RECORD UNTIL ALERT-EOF
           CLOSE ALERT-FILE.

       CHECK-ALERT-RECORD.
           READ ALERT-FILE
               NOT AT END
                   IF AL-FILE NOT = SPACES
                       AND FUNCTION TRIM(AL-DATE) IS NUMERIC
                       AND FUNCTION NUMVAL(AL-DATE) = WS-REPORT-DATE
                       ADD 1 TO ANOMALY-COUNT
                       DISPLAY "EXCEPTION: anomaly "
                           FUNCTION TRIM(AL-SEVERITY) " "
                           FUNCTION TRIM(AL-METRIC) " for "
                           FUNCTION TRIM(AL-FILE) " - actual "
                           FUNCTION TRIM(AL-ACTUAL) ", expected "
                           FUNCTION TRIM(AL-LOW) " to "
                           FUNCTION TRIM(AL-HIGH) " ("
                           FUNCTION TRIM(AL-BASE-COUNT)
                           " postings)"
                   END-IF
           END-READ.
