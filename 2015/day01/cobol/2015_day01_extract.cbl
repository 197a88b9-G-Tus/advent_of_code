       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC_2015_day01_extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE
           ASSIGN TO DYNAMIC WS-HISTORY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HM-KEY
           FILE STATUS IS HISTORY-STATUS.

           SELECT OPTIONAL TRACKING-FILE
           ASSIGN TO DYNAMIC WS-TRACKING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XT-KEY
           ALTERNATE RECORD KEY IS XT-SEQUENCE WITH DUPLICATES
           FILE STATUS IS TRACKING-STATUS.

           SELECT OPTIONAL INTERFACE-CONTROL-FILE
           ASSIGN TO DYNAMIC WS-INTERFACE-CONTROL-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IC-SEQUENCE
           FILE STATUS IS INTERFACE-CONTROL-STATUS.

           SELECT OPTIONAL ACK-FILE
           ASSIGN TO DYNAMIC WS-ACK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACK-STATUS.

           SELECT OPTIONAL BATCH-SUMMARY-FILE
           ASSIGN TO DYNAMIC WS-BATCH-SUMMARY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCH-SUMMARY-STATUS.

           SELECT EXTRACT-FILE
           ASSIGN TO DYNAMIC WS-EXTRACT-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS EXTRACT-STATUS.

           SELECT OPTIONAL AUDIT-TRAIL-FILE
           ASSIGN TO DYNAMIC WS-AUDIT-TRAIL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-TRAIL-STATUS.

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

       FD  TRACKING-FILE.
       01  TRACKING-RECORD.
           05 XT-KEY.
               10 XT-DATE      PIC 9(8).
               10 XT-FILE      PIC X(40).
           05 XT-SEQUENCE      PIC 9(8).
           05 XT-VERDICT       PIC X(6).
           05 XT-FIRST-SEQUENCE PIC 9(8).
           05 XT-EXTRACT-DATE  PIC 9(8).

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

       FD  ACK-FILE.
       01  ACK-RECORD.
           05 AK-SEQUENCE      PIC X(8).
           05 FILLER           PIC X.
           05 AK-RESULT        PIC X(8).
           05 FILLER           PIC X.
           05 AK-REASON        PIC X(40).

       FD  BATCH-SUMMARY-FILE.
       01  BATCH-SUMMARY-RECORD.
           05 BS-FILE          PIC X(40).
           05 FILLER           PIC X.
           05 BS-FLOOR         PIC X(8).
           05 FILLER           PIC X.
           05 BS-LOCATION      PIC X(8).
           05 FILLER           PIC X.
           05 BS-INVALID       PIC X(8).
           05 FILLER           PIC X.
           05 BS-VERDICT       PIC X(6).
           05 FILLER           PIC X.
           05 BS-VIOL          PIC X(8).
           05 FILLER           PIC X.
           05 BS-BUILDING      PIC X(8).
           05 FILLER           PIC X(4).

       FD  EXTRACT-FILE.
       01  EXTRACT-HEADER-RECORD.
           05 IH-TYPE          PIC X.
           05 IH-RUN-DATE      PIC 9(8).
           05 IH-SEQUENCE      PIC 9(8).
           05 IH-SENDER-ID     PIC X(12).
           05 FILLER           PIC X(71).
       01  EXTRACT-DETAIL-RECORD.
           05 ID-TYPE          PIC X.
           05 ID-DATE          PIC 9(8).
           05 ID-FILE          PIC X(40).
           05 ID-FLOOR         PIC S9(8) SIGN LEADING SEPARATE.
           05 ID-STEPS         PIC 9(8).
           05 ID-LOCATION      PIC 9(8).
           05 ID-VERDICT       PIC X(6).
           05 FILLER           PIC X(20).
       01  EXTRACT-TRAILER-RECORD.
           05 IT-TYPE          PIC X.
           05 IT-SEQUENCE      PIC 9(8).
           05 IT-RECORD-COUNT  PIC 9(8).
           05 IT-HASH-TOTAL    PIC S9(12) SIGN LEADING SEPARATE.
           05 FILLER           PIC X(70).

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

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-HISTORY-PATH PIC X(256)
           VALUE "../day01_history.dat".
       01 WS-HISTORY-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-TRACKING-PATH PIC X(256)
           VALUE "../day01_bms_tracking.dat".
       01 WS-TRACKING-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-INTERFACE-CTL-PATH PIC X(256)
           VALUE "../day01_bms_control.dat".
       01 WS-INTERFACE-CONTROL-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-ACK-PATH PIC X(256)
           VALUE "../day01_bms_ack.txt".
       01 WS-ACK-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-BATCH-SUMMARY-PATH PIC X(256)
           VALUE "../day01_batch_summary.txt".
       01 WS-BATCH-SUMMARY-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-EXTRACT-PATH PIC X(256)
           VALUE "../day01_bms_extract.dat".
       01 WS-EXTRACT-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-AUDIT-TRAIL-PATH PIC X(256)
           VALUE "../day01_audit_trail.txt".
       01 WS-AUDIT-TRAIL-PATH PIC X(256) VALUE SPACES.
       01 HISTORY-STATUS PIC X(2).
           88 HISTORY-OK  VALUES "00", "05".
           88 HISTORY-EOF VALUE "10".
       01 TRACKING-STATUS PIC X(2).
           88 TRACKING-OK VALUES "00", "02", "05".
       01 INTERFACE-CONTROL-STATUS PIC X(2).
           88 INTERFACE-CONTROL-OK VALUES "00", "05".
       01 ACK-STATUS PIC X(2).
           88 ACK-OK      VALUES "00", "05".
           88 ACK-PRESENT VALUE "00".
           88 ACK-EOF     VALUE "10".
       01 BATCH-SUMMARY-STATUS PIC X(2).
           88 BATCH-SUMMARY-OK      VALUES "00", "05".
           88 BATCH-SUMMARY-PRESENT VALUE "00".
           88 BATCH-SUMMARY-EOF     VALUE "10".
       01 EXTRACT-STATUS PIC X(2).
           88 EXTRACT-OK VALUE "00".
       01 AUDIT-TRAIL-STATUS PIC X(2).
           88 AUDIT-TRAIL-OK VALUES "00", "05".
       01 WS-ENV-VALUE PIC X(16) VALUE SPACES.
       01 WS-SENDER-ID PIC X(12) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-EXTRACT-FROM PIC 9(8) VALUE 0.
       01 WS-SEQUENCE PIC 9(8) VALUE 0.
       01 WS-LAST-SEQUENCE PIC 9(8) VALUE 0.
       01 WS-ACK-SEQUENCE PIC 9(8) VALUE 0.
       01 WS-SCAN-DONE PIC X VALUE "N".
           88 SCAN-DONE VALUE "Y".
       01 WS-POSTING-TRACKED PIC X VALUE "N".
           88 POSTING-TRACKED VALUE "Y".
       01 ACK-READ-COUNT PIC 9(8) VALUE 0.
       01 ACK-ACCEPTED-COUNT PIC 9(8) VALUE 0.
       01 ACK-REJECTED-COUNT PIC 9(8) VALUE 0.
       01 ACK-IGNORED-COUNT PIC 9(8) VALUE 0.
       01 NOACK-COUNT PIC 9(8) VALUE 0.
       01 NEW-POSTING-COUNT PIC 9(8) VALUE 0.
       01 REQUEUED-POSTING-COUNT PIC 9(8) VALUE 0.
       01 DETAIL-COUNT PIC 9(8) VALUE 0.
       01 HASH-TOTAL PIC S9(12) VALUE 0.
       01 VERDICT-COUNT PIC 9(4) VALUE 0.
       01 VERDICT-IDX PIC 9(4) VALUE 0.
       01 VERDICT-TABLE.
           05 VERDICT-ENTRY OCCURS 500 TIMES.
               10 VT-FILE      PIC X(40).
               10 VT-VERDICT   PIC X(6).
       01 WS-SUMMARY-LINE-NO PIC 9(8) VALUE 0.
       01 WS-POST-VERDICT PIC X(6) VALUE SPACES.
       01 REQUEUE-SEQ-COUNT PIC 9(4) VALUE 0.
       01 REQUEUE-SEQ-IDX PIC 9(4) VALUE 0.
       01 REQUEUE-SEQ-TABLE.
           05 REQUEUE-SEQ-ENTRY OCCURS 100 TIMES.
               10 RQ-SEQUENCE  PIC 9(8).
               10 RQ-COUNT     PIC 9(8).
               10 RQ-INCOMPLETE PIC X.
       01 PENDING-COUNT PIC 9(4) VALUE 0.
       01 PENDING-IDX PIC 9(4) VALUE 0.
       01 PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 5000 TIMES.
               10 PT-DATE      PIC 9(8).
               10 PT-FILE      PIC X(40).
               10 PT-VERDICT   PIC X(6).
               10 PT-REQUEUED  PIC X.
               10 PT-SENT      PIC X.
       01 WS-PENDING-FULL PIC X VALUE "N".
           88 PENDING-FULL VALUE "Y".
       01 WS-RUN-ID PIC X(17) VALUE SPACES.
       01 WS-AUDIT-DATE PIC X(8) VALUE SPACES.
       01 WS-AUDIT-TIME PIC X(8) VALUE SPACES.
       01 WS-AUDIT-EVENT PIC X(5) VALUE SPACES.
       01 WS-AUDIT-RC PIC 9(4) VALUE 0.
       01 WS-EDIT-HASH PIC -(11)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-OPTIONS
           PERFORM INIT-AUDIT-RUN
           MOVE "START" TO WS-AUDIT-EVENT
           MOVE 0 TO WS-AUDIT-RC
           PERFORM WRITE-AUDIT-EVENT
           PERFORM LOAD-BATCH-VERDICTS
           OPEN I-O INTERFACE-CONTROL-FILE
           IF NOT INTERFACE-CONTROL-OK
               DISPLAY "Error opening interface control file. Status: "
                   INTERFACE-CONTROL-STATUS
               PERFORM ABEND-EXTRACT
           END-IF
           PERFORM PROCESS-ACK-FILE
           PERFORM REVIEW-SENT-SEQUENCES
           COMPUTE WS-SEQUENCE = WS-LAST-SEQUENCE + 1
           OPEN I-O TRACKING-FILE
           IF NOT TRACKING-OK
               DISPLAY "Error opening extract tracking file. Status: "
                   TRACKING-STATUS
               PERFORM ABEND-EXTRACT
           END-IF
           OPEN INPUT HISTORY-FILE
           IF NOT HISTORY-OK
               DISPLAY "Error opening history master. Status: "
                   HISTORY-STATUS
               PERFORM ABEND-EXTRACT
           END-IF
           PERFORM COLLECT-REQUEUED-POSTINGS
               VARYING REQUEUE-SEQ-IDX FROM 1 BY 1
               UNTIL REQUEUE-SEQ-IDX > REQUEUE-SEQ-COUNT
           PERFORM COLLECT-NEW-POSTINGS
           PERFORM WRITE-EXTRACT
           CLOSE HISTORY-FILE
           PERFORM RECORD-SENT-SEQUENCE
           PERFORM STAMP-SENT-POSTING
               VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
           CLOSE TRACKING-FILE
           PERFORM MARK-REQUEUED-SEQUENCES
               VARYING REQUEUE-SEQ-IDX FROM 1 BY 1
               UNTIL REQUEUE-SEQ-IDX > REQUEUE-SEQ-COUNT
           CLOSE INTERFACE-CONTROL-FILE
           PERFORM PRINT-EXTRACT-REPORT
           MOVE "END" TO WS-AUDIT-EVENT
           MOVE RETURN-CODE TO WS-AUDIT-RC
           PERFORM WRITE-AUDIT-EVENT
           STOP RUN.

       RESOLVE-OPTIONS.
           ACCEPT WS-HISTORY-PATH FROM ENVIRONMENT "DAY01_HISTORY_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-HISTORY-PATH
           END-ACCEPT
           IF WS-HISTORY-PATH = SPACES
               MOVE WS-DEFAULT-HISTORY-PATH TO WS-HISTORY-PATH
           END-IF.

           ACCEPT WS-TRACKING-PATH FROM ENVIRONMENT
               "DAY01_BMS_TRACKING"
           ON EXCEPTION
               MOVE SPACES TO WS-TRACKING-PATH
           END-ACCEPT
           IF WS-TRACKING-PATH = SPACES
               MOVE WS-DEFAULT-TRACKING-PATH TO WS-TRACKING-PATH
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

           ACCEPT WS-ACK-PATH FROM ENVIRONMENT "DAY01_BMS_ACK"
           ON EXCEPTION
               MOVE SPACES TO WS-ACK-PATH
           END-ACCEPT
           IF WS-ACK-PATH = SPACES
               MOVE WS-DEFAULT-ACK-PATH TO WS-ACK-PATH
           END-IF.

           ACCEPT WS-BATCH-SUMMARY-PATH FROM ENVIRONMENT
               "DAY01_BATCH_SUMMARY"
           ON EXCEPTION
               MOVE SPACES TO WS-BATCH-SUMMARY-PATH
           END-ACCEPT
           IF WS-BATCH-SUMMARY-PATH = SPACES
               MOVE WS-DEFAULT-BATCH-SUMMARY-PATH
                   TO WS-BATCH-SUMMARY-PATH
           END-IF.

           ACCEPT WS-EXTRACT-PATH FROM ENVIRONMENT "DAY01_BMS_EXTRACT"
           ON EXCEPTION
               MOVE SPACES TO WS-EXTRACT-PATH
           END-ACCEPT
           IF WS-EXTRACT-PATH = SPACES
               MOVE WS-DEFAULT-EXTRACT-PATH TO WS-EXTRACT-PATH
           END-IF.

           ACCEPT WS-AUDIT-TRAIL-PATH FROM ENVIRONMENT
               "DAY01_AUDIT_TRAIL"
           ON EXCEPTION
               MOVE SPACES TO WS-AUDIT-TRAIL-PATH
           END-ACCEPT
           IF WS-AUDIT-TRAIL-PATH = SPACES
               MOVE WS-DEFAULT-AUDIT-TRAIL-PATH
                   TO WS-AUDIT-TRAIL-PATH
           END-IF.

           ACCEPT WS-SENDER-ID FROM ENVIRONMENT "DAY01_SENDER_ID"
           ON EXCEPTION
               MOVE SPACES TO WS-SENDER-ID
           END-ACCEPT
           IF WS-SENDER-ID = SPACES
               MOVE "DAY01" TO WS-SENDER-ID
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
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_EXTRACT_FROM"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-EXTRACT-FROM
           END-IF.

       LOAD-BATCH-VERDICTS.
           OPEN INPUT BATCH-SUMMARY-FILE
           IF NOT BATCH-SUMMARY-OK
               DISPLAY "Batch summary not readable - verdicts set to "
                   "NONE. Status: " BATCH-SUMMARY-STATUS
               EXIT PARAGRAPH
           END-IF
           IF BATCH-SUMMARY-PRESENT
               PERFORM LOAD-BATCH-VERDICT UNTIL BATCH-SUMMARY-EOF
           END-IF
           CLOSE BATCH-SUMMARY-FILE.

       LOAD-BATCH-VERDICT.
           READ BATCH-SUMMARY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-SUMMARY-LINE-NO
                   IF BS-FILE = SPACES
                       MOVE "10" TO BATCH-SUMMARY-STATUS
                   ELSE
                       IF WS-SUMMARY-LINE-NO > 1
                           AND VERDICT-COUNT < 500
                           ADD 1 TO VERDICT-COUNT
                           MOVE BS-FILE TO VT-FILE (VERDICT-COUNT)
                           EVALUATE TRUE
                               WHEN BS-VERDICT NOT = SPACES
                                   MOVE BS-VERDICT
                                       TO VT-VERDICT (VERDICT-COUNT)
                               WHEN BS-VIOL NOT = SPACES
                                   MOVE "LIMIT"
                                       TO VT-VERDICT (VERDICT-COUNT)
                               WHEN OTHER
                                   MOVE "OK"
                                       TO VT-VERDICT (VERDICT-COUNT)
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

       PROCESS-ACK-FILE.
           OPEN INPUT ACK-FILE
           IF NOT ACK-OK
               DISPLAY "Error opening acknowledgment file. Status: "
                   ACK-STATUS
               PERFORM ABEND-EXTRACT
           END-IF
           IF ACK-PRESENT
               PERFORM PROCESS-ACK-RECORD UNTIL ACK-EOF
           END-IF
           CLOSE ACK-FILE.

       PROCESS-ACK-RECORD.
           READ ACK-FILE
               NOT AT END
                   IF ACK-RECORD NOT = SPACES
                       ADD 1 TO ACK-READ-COUNT
                       PERFORM APPLY-ACK
                   END-IF
           END-READ.

       APPLY-ACK.
           IF AK-SEQUENCE IS NOT NUMERIC
               OR (AK-RESULT NOT = "ACCEPTED"
                   AND AK-RESULT NOT = "REJECTED")
               ADD 1 TO ACK-IGNORED-COUNT
               DISPLAY "Acknowledgment not understood: "
                   FUNCTION TRIM(ACK-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE AK-SEQUENCE TO WS-ACK-SEQUENCE
           MOVE WS-ACK-SEQUENCE TO IC-SEQUENCE
           READ INTERFACE-CONTROL-FILE
               INVALID KEY
                   ADD 1 TO ACK-IGNORED-COUNT
                   DISPLAY "Acknowledgment for unknown sequence "
                       WS-ACK-SEQUENCE
                   EXIT PARAGRAPH
           END-READ
           IF NOT IC-SENT
               IF IC-STATUS NOT = AK-RESULT
                   ADD 1 TO ACK-IGNORED-COUNT
                   DISPLAY "Acknowledgment " FUNCTION TRIM(AK-RESULT)
                       " for sequence " WS-ACK-SEQUENCE
                       " ignored - already " FUNCTION TRIM(IC-STATUS)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE AK-RESULT TO IC-STATUS
           MOVE WS-RUN-DATE TO IC-ACK-DATE
           MOVE AK-REASON TO IC-ACK-REASON
           REWRITE INTERFACE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting interface control. "
                       "Status: " INTERFACE-CONTROL-STATUS
                   PERFORM ABEND-EXTRACT
           END-REWRITE
           IF IC-ACCEPTED
               ADD 1 TO ACK-ACCEPTED-COUNT
               DISPLAY "Sequence " IC-SEQUENCE " delivered ("
                   IC-RECORD-COUNT " records)"
           ELSE
               ADD 1 TO ACK-REJECTED-COUNT
               DISPLAY "Sequence " IC-SEQUENCE " REJECTED: "
                   FUNCTION TRIM(IC-ACK-REASON)
           END-IF.

       REVIEW-SENT-SEQUENCES.
           MOVE "N" TO WS-SCAN-DONE
           MOVE 0 TO IC-SEQUENCE
           START INTERFACE-CONTROL-FILE KEY >= IC-SEQUENCE
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM REVIEW-NEXT-SEQUENCE UNTIL SCAN-DONE.

       REVIEW-NEXT-SEQUENCE.
           READ INTERFACE-CONTROL-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-DONE
               NOT AT END
                   MOVE IC-SEQUENCE TO WS-LAST-SEQUENCE
                   IF IC-SENT AND IC-RUN-DATE < WS-RUN-DATE
                       MOVE "NOACK" TO IC-STATUS
                       MOVE WS-RUN-DATE TO IC-ACK-DATE
                       MOVE "NO ACKNOWLEDGMENT RECEIVED"
                           TO IC-ACK-REASON
                       REWRITE INTERFACE-CONTROL-RECORD
                           INVALID KEY
                               DISPLAY "Error rewriting interface "
                                   "control. Status: "
                                   INTERFACE-CONTROL-STATUS
                               PERFORM ABEND-EXTRACT
                       END-REWRITE
                       ADD 1 TO NOACK-COUNT
                       DISPLAY "Sequence " IC-SEQUENCE
                           " sent " IC-RUN-DATE
                           " was never acknowledged"
                   END-IF
                   IF (IC-REJECTED OR IC-NOACK)
                       AND IC-REQUEUE-SEQUENCE = 0
                       IF REQUEUE-SEQ-COUNT < 100
                           ADD 1 TO REQUEUE-SEQ-COUNT
                           MOVE IC-SEQUENCE
                               TO RQ-SEQUENCE (REQUEUE-SEQ-COUNT)
                           MOVE 0 TO RQ-COUNT (REQUEUE-SEQ-COUNT)
                           MOVE "N"
                               TO RQ-INCOMPLETE (REQUEUE-SEQ-COUNT)
                       ELSE
                           DISPLAY "Re-queue table full - sequence "
                               IC-SEQUENCE " left for the next run"
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       COLLECT-REQUEUED-POSTINGS.
           MOVE "N" TO WS-SCAN-DONE
           MOVE RQ-SEQUENCE (REQUEUE-SEQ-IDX) TO XT-SEQUENCE
           START TRACKING-FILE KEY = XT-SEQUENCE
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM COLLECT-NEXT-REQUEUED UNTIL SCAN-DONE.

       COLLECT-NEXT-REQUEUED.
           READ TRACKING-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-DONE
               NOT AT END
                   IF XT-SEQUENCE NOT = RQ-SEQUENCE (REQUEUE-SEQ-IDX)
                       MOVE "Y" TO WS-SCAN-DONE
                   ELSE
                       MOVE XT-VERDICT TO WS-POST-VERDICT
                       PERFORM ADD-PENDING-POSTING
                       IF NOT PENDING-FULL
                           MOVE "Y" TO PT-REQUEUED (PENDING-COUNT)
                           MOVE XT-DATE TO PT-DATE (PENDING-COUNT)
                           MOVE XT-FILE TO PT-FILE (PENDING-COUNT)
                           ADD 1 TO RQ-COUNT (REQUEUE-SEQ-IDX)
                       ELSE
                           MOVE "Y" TO RQ-INCOMPLETE (REQUEUE-SEQ-IDX)
                       END-IF
                   END-IF
           END-READ.

       COLLECT-NEW-POSTINGS.
           MOVE "N" TO WS-SCAN-DONE
           MOVE WS-EXTRACT-FROM TO HM-DATE
           MOVE LOW-VALUES TO HM-FILE
           START HISTORY-FILE KEY >= HM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START
           PERFORM COLLECT-NEXT-POSTING UNTIL SCAN-DONE.

       COLLECT-NEXT-POSTING.
           READ HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SCAN-DONE
               NOT AT END
                   MOVE "N" TO WS-POSTING-TRACKED
                   MOVE HM-DATE TO XT-DATE
                   MOVE HM-FILE TO XT-FILE
                   READ TRACKING-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-POSTING-TRACKED
                   END-READ
                   IF NOT POSTING-TRACKED
                       PERFORM FIND-POSTING-VERDICT
                       PERFORM ADD-PENDING-POSTING
                       IF NOT PENDING-FULL
                           MOVE "N" TO PT-REQUEUED (PENDING-COUNT)
                           MOVE HM-DATE TO PT-DATE (PENDING-COUNT)
                           MOVE HM-FILE TO PT-FILE (PENDING-COUNT)
                       END-IF
                   END-IF
           END-READ.

       FIND-POSTING-VERDICT.
           MOVE "NONE" TO WS-POST-VERDICT
           IF HM-DATE NOT = WS-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING VERDICT-IDX FROM 1 BY 1
               UNTIL VERDICT-IDX > VERDICT-COUNT
               IF VT-FILE (VERDICT-IDX) = HM-FILE
                   MOVE VT-VERDICT (VERDICT-IDX) TO WS-POST-VERDICT
               END-IF
           END-PERFORM.

       ADD-PENDING-POSTING.
           IF PENDING-COUNT >= 5000
               IF NOT PENDING-FULL
                   DISPLAY "Extract limit of 5000 postings reached - "
                       "the rest go out in the next sequence"
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-PENDING-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PENDING-COUNT
           MOVE WS-POST-VERDICT TO PT-VERDICT (PENDING-COUNT)
           MOVE "N" TO PT-SENT (PENDING-COUNT).

       WRITE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           IF NOT EXTRACT-OK
               DISPLAY "Error opening interface extract. Status: "
                   EXTRACT-STATUS
               PERFORM ABEND-EXTRACT
           END-IF
           MOVE SPACES TO EXTRACT-HEADER-RECORD
           MOVE "H" TO IH-TYPE
           MOVE WS-RUN-DATE TO IH-RUN-DATE
           MOVE WS-SEQUENCE TO IH-SEQUENCE
           MOVE WS-SENDER-ID TO IH-SENDER-ID
           WRITE EXTRACT-HEADER-RECORD
           PERFORM WRITE-EXTRACT-DETAIL
               VARYING PENDING-IDX FROM 1 BY 1
               UNTIL PENDING-IDX > PENDING-COUNT
           MOVE SPACES TO EXTRACT-TRAILER-RECORD
           MOVE "T" TO IT-TYPE
           MOVE WS-SEQUENCE TO IT-SEQUENCE
           MOVE DETAIL-COUNT TO IT-RECORD-COUNT
           MOVE HASH-TOTAL TO IT-HASH-TOTAL
           WRITE EXTRACT-TRAILER-RECORD
           CLOSE EXTRACT-FILE.

       WRITE-EXTRACT-DETAIL.
           MOVE PT-DATE (PENDING-IDX) TO HM-DATE
           MOVE PT-FILE (PENDING-IDX) TO HM-FILE
           READ HISTORY-FILE
               INVALID KEY
                   DISPLAY "Posting " PT-DATE (PENDING-IDX) " "
                       FUNCTION TRIM(PT-FILE (PENDING-IDX))
                       " no longer on the history master - not sent"
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO EXTRACT-DETAIL-RECORD
           MOVE "D" TO ID-TYPE
           MOVE HM-DATE TO ID-DATE
           MOVE HM-FILE TO ID-FILE
           MOVE HM-FLOOR TO ID-FLOOR
           MOVE HM-STEPS TO ID-STEPS
           MOVE HM-LOCATION TO ID-LOCATION
           MOVE PT-VERDICT (PENDING-IDX) TO ID-VERDICT
           WRITE EXTRACT-DETAIL-RECORD
           ADD 1 TO DETAIL-COUNT
           ADD HM-FLOOR TO HASH-TOTAL
           MOVE "Y" TO PT-SENT (PENDING-IDX)
           IF PT-REQUEUED (PENDING-IDX) = "Y"
               ADD 1 TO REQUEUED-POSTING-COUNT
               MOVE HM-DATE TO XT-DATE
               MOVE HM-FILE TO XT-FILE
               READ TRACKING-FILE
                   INVALID KEY
                       DISPLAY "Tracking record lost for "
                           HM-DATE " " FUNCTION TRIM(HM-FILE)
                       PERFORM ABEND-EXTRACT
               END-READ
           ELSE
               ADD 1 TO NEW-POSTING-COUNT
           END-IF.

       STAMP-SENT-POSTING.
           IF PT-SENT (PENDING-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE PT-DATE (PENDING-IDX) TO XT-DATE
           MOVE PT-FILE (PENDING-IDX) TO XT-FILE
           IF PT-REQUEUED (PENDING-IDX) = "Y"
               READ TRACKING-FILE
                   INVALID KEY
                       DISPLAY "Tracking record lost for "
                           XT-DATE " " FUNCTION TRIM(XT-FILE)
                       PERFORM ABEND-EXTRACT
               END-READ
               MOVE WS-SEQUENCE TO XT-SEQUENCE
               MOVE WS-RUN-DATE TO XT-EXTRACT-DATE
               REWRITE TRACKING-RECORD
                   INVALID KEY
                       DISPLAY "Error rewriting tracking record. "
                           "Status: " TRACKING-STATUS
                       PERFORM ABEND-EXTRACT
               END-REWRITE
           ELSE
               MOVE WS-SEQUENCE TO XT-SEQUENCE
               MOVE WS-SEQUENCE TO XT-FIRST-SEQUENCE
               MOVE PT-VERDICT (PENDING-IDX) TO XT-VERDICT
               MOVE WS-RUN-DATE TO XT-EXTRACT-DATE
               WRITE TRACKING-RECORD
                   INVALID KEY
                       DISPLAY "Error writing tracking record. "
                           "Status: " TRACKING-STATUS
                       PERFORM ABEND-EXTRACT
               END-WRITE
           END-IF.

       RECORD-SENT-SEQUENCE.
           MOVE SPACES TO INTERFACE-CONTROL-RECORD
           MOVE WS-SEQUENCE TO IC-SEQUENCE
           MOVE "SENT" TO IC-STATUS
           MOVE WS-RUN-DATE TO IC-RUN-DATE
           MOVE DETAIL-COUNT TO IC-RECORD-COUNT
           MOVE HASH-TOTAL TO IC-HASH-TOTAL
           MOVE 0 TO IC-ACK-DATE
           MOVE 0 TO IC-REQUEUE-SEQUENCE
           MOVE 0 TO IC-REQUEUE-DATE
           MOVE 0 TO IC-REQUEUE-COUNT
           WRITE INTERFACE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "Error writing interface control. Status: "
                       INTERFACE-CONTROL-STATUS
                   PERFORM ABEND-EXTRACT
           END-WRITE.

       MARK-REQUEUED-SEQUENCES.
           IF RQ-INCOMPLETE (REQUEUE-SEQ-IDX) = "Y"
               DISPLAY "Sequence " RQ-SEQUENCE (REQUEUE-SEQ-IDX)
                   " only partly re-queued - the rest follow in the "
                   "next sequence"
               EXIT PARAGRAPH
           END-IF
           MOVE RQ-SEQUENCE (REQUEUE-SEQ-IDX) TO IC-SEQUENCE
           READ INTERFACE-CONTROL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-SEQUENCE TO IC-REQUEUE-SEQUENCE
           MOVE WS-RUN-DATE TO IC-REQUEUE-DATE
           MOVE RQ-COUNT (REQUEUE-SEQ-IDX) TO IC-REQUEUE-COUNT
           REWRITE INTERFACE-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "Error rewriting interface control. "
                       "Status: " INTERFACE-CONTROL-STATUS
                   MOVE 16 TO RETURN-CODE
           END-REWRITE
           DISPLAY "Sequence " IC-SEQUENCE " ("
               FUNCTION TRIM(IC-STATUS) ") re-queued: "
               IC-REQUEUE-COUNT " postings in sequence " WS-SEQUENCE.

       PRINT-EXTRACT-REPORT.
           MOVE HASH-TOTAL TO WS-EDIT-HASH
           DISPLAY "Building-management extract sequence " WS-SEQUENCE
               " for " WS-RUN-DATE
           DISPLAY "  Acknowledgments read:     " ACK-READ-COUNT
           DISPLAY "  Sequences delivered:      " ACK-ACCEPTED-COUNT
           DISPLAY "  Sequences rejected:       " ACK-REJECTED-COUNT
           DISPLAY "  Sequences never acked:    " NOACK-COUNT
           DISPLAY "  Acknowledgments ignored:  " ACK-IGNORED-COUNT
           DISPLAY "  New postings sent:        " NEW-POSTING-COUNT
           DISPLAY "  Re-queued postings sent:  " REQUEUED-POSTING-COUNT
           DISPLAY "  Detail records:           " DETAIL-COUNT
           DISPLAY "  Hash total (floors):      " WS-EDIT-HASH
           IF ACK-REJECTED-COUNT > 0 OR NOACK-COUNT > 0
               OR ACK-IGNORED-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       ABEND-EXTRACT.
           MOVE 16 TO RETURN-CODE
           MOVE "ABEND" TO WS-AUDIT-EVENT
           MOVE 16 TO WS-AUDIT-RC
           PERFORM WRITE-AUDIT-EVENT
           STOP RUN.

       INIT-AUDIT-RUN.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-AUDIT-TIME DELIMITED BY SIZE
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
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               MOVE WS-AUDIT-DATE TO AT-DATE
               ACCEPT WS-AUDIT-TIME FROM TIME
               MOVE WS-AUDIT-TIME TO AT-TIME
               MOVE "EXTRACT" TO AT-MODE
               MOVE WS-EXTRACT-PATH TO AT-PATH
               MOVE DETAIL-COUNT TO AT-STEPS
               MOVE HASH-TOTAL TO AT-FLOOR
               MOVE 0 TO AT-INVALID
               MOVE WS-SEQUENCE TO AT-CROSSINGS
               MOVE WS-AUDIT-RC TO AT-RC
               WRITE AUDIT-TRAIL-RECORD
               CLOSE AUDIT-TRAIL-FILE
           END-IF.
