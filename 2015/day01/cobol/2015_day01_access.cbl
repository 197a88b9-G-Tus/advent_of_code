       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC_2015_day01_access.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCESS-LOG-FILE
           ASSIGN TO DYNAMIC WS-ACCESS-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           05 AC-DATE          PIC X(8).
           05 FILLER           PIC X.
           05 AC-TIME          PIC X(8).
           05 FILLER           PIC X.
           05 AC-USER          PIC X(12).
           05 FILLER           PIC X.
           05 AC-TARGET        PIC X(8).
           05 FILLER           PIC X.
           05 AC-ACTION        PIC X(8).
           05 FILLER           PIC X.
           05 AC-RESULT        PIC X(8).
               88 AC-ALLOWED   VALUES "GRANTED", "ACCEPTED".
               88 AC-REFUSED   VALUES "DENIED", "SKIPPED".
           05 FILLER           PIC X.
           05 AC-KEY-DATE      PIC X(8).
           05 FILLER           PIC X.
           05 AC-KEY-FILE      PIC X(40).
           05 FILLER           PIC X.
           05 AC-KEY-STEP      PIC X(8).
           05 FILLER           PIC X.
           05 AC-REASON        PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-ACCESS-LOG-PATH PIC X(256)
           VALUE "../day01_access_log.txt".
       01 WS-ACCESS-LOG-PATH PIC X(256) VALUE SPACES.
       01 ACCESS-LOG-STATUS PIC X(2).
           88 ACCESS-LOG-OK      VALUES "00", "05".
           88 ACCESS-LOG-PRESENT VALUE "00".
           88 ACCESS-LOG-EOF     VALUE "10".
       01 WS-ENV-VALUE PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-INT PIC 9(8) VALUE 0.
       01 WS-FILTER-USER PIC X(12) VALUE SPACES.
       01 WS-ENTRY-DATE PIC 9(8) VALUE 0.
       01 LISTED-COUNT PIC 9(6) VALUE 0.
       01 ALLOWED-COUNT PIC 9(6) VALUE 0.
       01 REFUSED-COUNT PIC 9(6) VALUE 0.
       01 SUMMARY-COUNT PIC 9(4) VALUE 0.
       01 SUMMARY-IDX PIC 9(4) VALUE 0.
       01 SUMMARY-TABLE.
           05 SUMMARY-ENTRY OCCURS 300 TIMES.
               10 SM-USER      PIC X(12).
               10 SM-TARGET    PIC X(8).
               10 SM-ACTION    PIC X(8).
               10 SM-ALLOWED   PIC 9(6).
               10 SM-REFUSED   PIC 9(6).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-OPTIONS
           DISPLAY "Access report for " WS-FROM-DATE " to " WS-TO-DATE
           IF WS-FILTER-USER NOT = SPACES
               DISPLAY "Operator: " FUNCTION TRIM(WS-FILTER-USER)
           END-IF
           DISPLAY "DATE     TIME     OPERATOR     TARGET   ACTION   "
               "RESULT   KEY"
           OPEN INPUT ACCESS-LOG-FILE
           IF NOT ACCESS-LOG-OK
               DISPLAY "Error opening access log. Status: "
                   ACCESS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ACCESS-LOG-PRESENT
               PERFORM READ-ACCESS-ENTRY UNTIL ACCESS-LOG-EOF
           END-IF
           CLOSE ACCESS-LOG-FILE
           PERFORM DISPLAY-ACCESS-SUMMARY
           DISPLAY "Entries listed: " LISTED-COUNT
               " (allowed " ALLOWED-COUNT
               ", refused " REFUSED-COUNT ")"
           IF REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       RESOLVE-OPTIONS.
           ACCEPT WS-ACCESS-LOG-PATH FROM ENVIRONMENT
               "DAY01_ACCESS_LOG"
           ON EXCEPTION
               MOVE SPACES TO WS-ACCESS-LOG-PATH
           END-ACCEPT
           IF WS-ACCESS-LOG-PATH = SPACES
               MOVE WS-DEFAULT-ACCESS-LOG-PATH TO WS-ACCESS-LOG-PATH
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
               MOVE WS-ENV-VALUE TO WS-RUN-DATE
           END-IF.

           MOVE WS-RUN-DATE TO WS-TO-DATE
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_ACCESS_TO"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-TO-DATE
           END-IF.

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 6
           COMPUTE WS-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DAY01_ACCESS_FROM"
           ON EXCEPTION
               MOVE SPACES TO WS-ENV-VALUE
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
               MOVE FUNCTION TRIM(WS-ENV-VALUE) TO WS-FROM-DATE
           END-IF.

           ACCEPT WS-FILTER-USER FROM ENVIRONMENT
               "DAY01_ACCESS_OPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WS-FILTER-USER
           END-ACCEPT.

       READ-ACCESS-ENTRY.
           READ ACCESS-LOG-FILE
               NOT AT END
                   IF AC-DATE IS NUMERIC
                       MOVE AC-DATE TO WS-ENTRY-DATE
                       IF WS-ENTRY-DATE >= WS-FROM-DATE
                           AND WS-ENTRY-DATE <= WS-TO-DATE
                           AND (WS-FILTER-USER = SPACES
                               OR AC-USER = WS-FILTER-USER)
                           PERFORM LIST-ACCESS-ENTRY
                       END-IF
                   END-IF
           END-READ.

       LIST-ACCESS-ENTRY.
           ADD 1 TO LISTED-COUNT
           IF AC-TARGET = "OVERLAY"
               DISPLAY AC-DATE " " AC-TIME " " AC-USER " "
                   AC-TARGET " " AC-ACTION " " AC-RESULT " "
                   FUNCTION TRIM(AC-KEY-FILE)
                   " step " FUNCTION TRIM(AC-KEY-STEP)
                   " " FUNCTION TRIM(AC-REASON)
           ELSE
               DISPLAY AC-DATE " " AC-TIME " " AC-USER " "
                   AC-TARGET " " AC-ACTION " " AC-RESULT " "
                   AC-KEY-DATE " " FUNCTION TRIM(AC-KEY-FILE)
                   " " FUNCTION TRIM(AC-REASON)
           END-IF
           PERFORM VARYING SUMMARY-IDX FROM 1 BY 1
               UNTIL SUMMARY-IDX > SUMMARY-COUNT
               OR (SM-USER (SUMMARY-IDX) = AC-USER
                   AND SM-TARGET (SUMMARY-IDX) = AC-TARGET
                   AND SM-ACTION (SUMMARY-IDX) = AC-ACTION)
               CONTINUE
           END-PERFORM
           IF SUMMARY-IDX > SUMMARY-COUNT
               IF SUMMARY-COUNT < 300
                   ADD 1 TO SUMMARY-COUNT
                   MOVE SUMMARY-COUNT TO SUMMARY-IDX
                   MOVE AC-USER TO SM-USER (SUMMARY-IDX)
                   MOVE AC-TARGET TO SM-TARGET (SUMMARY-IDX)
                   MOVE AC-ACTION TO SM-ACTION (SUMMARY-IDX)
                   MOVE 0 TO SM-ALLOWED (SUMMARY-IDX)
                   MOVE 0 TO SM-REFUSED (SUMMARY-IDX)
               ELSE
                   MOVE 0 TO SUMMARY-IDX
               END-IF
           END-IF
           IF AC-REFUSED
               ADD 1 TO REFUSED-COUNT
               IF SUMMARY-IDX > 0
                   ADD 1 TO SM-REFUSED (SUMMARY-IDX)
               END-IF
           ELSE
               ADD 1 TO ALLOWED-COUNT
               IF SUMMARY-IDX > 0
                   ADD 1 TO SM-ALLOWED (SUMMARY-IDX)
               END-IF
           END-IF.

       DISPLAY-ACCESS-SUMMARY.
           IF SUMMARY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "Summary by operator"
           DISPLAY "OPERATOR     TARGET   ACTION   ALLOWED  REFUSED"
           PERFORM VARYING SUMMARY-IDX FROM 1 BY 1
               UNTIL SUMMARY-IDX > SUMMARY-COUNT
               DISPLAY SM-USER (SUMMARY-IDX) " "
                   SM-TARGET (SUMMARY-IDX) " "
                   SM-ACTION (SUMMARY-IDX) " "
                   SM-ALLOWED (SUMMARY-IDX) "   "
                   SM-REFUSED (SUMMARY-IDX)
           END-PERFORM.
