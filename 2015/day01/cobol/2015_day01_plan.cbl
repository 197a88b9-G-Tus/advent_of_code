           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PROFILE-STATUS.

           SELECT OPTIONAL BUILDING-FILE
           ASSIGN TO DYNAMIC WS-BUILDING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BM-BUILDING-ID
           FILE STATUS IS BUILDING-STATUS.

           SELECT PLAN-FILE
           ASSIGN TO DYNAMIC WS-PLAN-PATH
           ORGANIZATION IS SEQUENTIAL
           05 PF-MAX-FLOOR     PIC 9(4).
           05 PF-MIN-LEVEL     PIC 9(4).

       FD  BUILDING-FILE.
       01  BUILDING-RECORD.
           05 BM-BUILDING-ID   PIC X(8).
           05 BM-NAME          PIC X(30).
           05 BM-TOP-FLOOR     PIC 9(4).
           05 BM-MIN-LEVEL     PIC 9(4).
           05 BM-GROUND-OFFSET PIC S9(4).

       FD  PLAN-FILE.
       01  PLAN-CHAR  PIC X.

           05 PS-VERDICT       PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PS-PLAN-FILE     PIC X(40).
           05 FILLER           PIC X VALUE SPACE.
           05 PS-BUILDING      PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-RESULT-PATH PIC X(256)
       01 WS-DEFAULT-PLAN-SUMMARY-PATH PIC X(256)
           VALUE "../day01_plan_summary.txt".
       01 WS-PLAN-SUMMARY-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-BUILDING-PATH PIC X(256)
           VALUE "../day01_buildings.dat".
       01 WS-BUILDING-PATH PIC X(256) VALUE SPACES.
       01 RESULT-STATUS PIC X(2).
           88 RESULT-OK VALUE "00".
       01 HISTORY-STATUS PIC X(2).
           88 HISTORY-OK VALUES "00", "05".
       01 PROFILE-STATUS PIC X(2).
           88 PROFILE-OK VALUE "00".
       01 BUILDING-STATUS PIC X(2).
           88 BUILDING-OK VALUES "00", "05".
       01 PLAN-STATUS PIC X(2).
           88 PLAN-OK VALUE "00".
       01 PLAN-SUMMARY-STATUS PIC X(2).
           88 PROFILE-LOADED VALUE "Y".
       01 WS-MAX-FLOOR PIC S9(8) VALUE 0.
       01 WS-MIN-FLOOR PIC S9(8) VALUE 0.
       01 WS-BUILDING-ID PIC X(8) VALUE SPACES.
       01 WS-GROUND-FLOOR PIC S9(8) VALUE 0.
       01 LIMIT-VIOLATION-COUNT PIC 9(8) VALUE 0.
       01 WS-LOG-DATE PIC X(8) VALUE SPACES.
       01 WS-LOG-TIME PIC X(8) VALUE SPACES.
               PERFORM LOAD-FLOOR-FROM-RESULT
           END-IF
           PERFORM LOAD-BUILDING-PROFILE
           IF WS-BUILDING-ID NOT = SPACES
               PERFORM LOAD-BUILDING-MASTER
           END-IF
           PERFORM GENERATE-RETURN-PLAN
           PERFORM WRITE-PLAN-SUMMARY
           MOVE WS-START-FLOOR TO WS-EDIT-FLOOR
               MOVE WS-DEFAULT-PROFILE-PATH TO WS-PROFILE-PATH
           END-IF.

           ACCEPT WS-BUILDING-PATH FROM ENVIRONMENT
               "DAY01_BUILDING_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-BUILDING-PATH
           END-ACCEPT
           IF WS-BUILDING-PATH = SPACES
               MOVE WS-DEFAULT-BUILDING-PATH TO WS-BUILDING-PATH
           END-IF.

           ACCEPT WS-BUILDING-ID FROM ENVIRONMENT "DAY01_BUILDING_ID"
           ON EXCEPTION
               MOVE SPACES TO WS-BUILDING-ID
           END-ACCEPT.

           ACCEPT WS-PLAN-PATH FROM ENVIRONMENT "DAY01_PLAN_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-PLAN-PATH
               CLOSE PROFILE-FILE
           END-IF.

       LOAD-BUILDING-MASTER.
           OPEN INPUT BUILDING-FILE
           IF NOT BUILDING-OK
               DISPLAY "Error opening building master. Status: "
                   BUILDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUILDING-ID TO BM-BUILDING-ID
           READ BUILDING-FILE
               INVALID KEY
                   DISPLAY "Plan rejected: unknown building ID "
                       FUNCTION TRIM(WS-BUILDING-ID)
                   MOVE 8 TO RETURN-CODE
                   CLOSE BUILDING-FILE
                   STOP RUN
           END-READ
           CLOSE BUILDING-FILE
           COMPUTE WS-MAX-FLOOR = BM-TOP-FLOOR - BM-GROUND-OFFSET
           COMPUTE WS-MIN-FLOOR = 0 - BM-MIN-LEVEL - BM-GROUND-OFFSET
           COMPUTE WS-GROUND-FLOOR = 0 - BM-GROUND-OFFSET
           MOVE "Y" TO WS-PROFILE-LOADED
           DISPLAY "Building " FUNCTION TRIM(BM-BUILDING-ID)
               ": " FUNCTION TRIM(BM-NAME)
           MOVE WS-GROUND-FLOOR TO WS-EDIT-LIMIT
           DISPLAY "  Ground floor at walker floor " WS-EDIT-LIMIT
           MOVE WS-MAX-FLOOR TO WS-EDIT-LIMIT
           DISPLAY "  Walker limits: top floor " WS-EDIT-LIMIT
           MOVE WS-MIN-FLOOR TO WS-EDIT-LIMIT
           DISPLAY "  Walker limits: lowest basement " WS-EDIT-LIMIT.

       GENERATE-RETURN-PLAN.
           OPEN OUTPUT PLAN-FILE
           IF NOT PLAN-OK
           END-IF
           MOVE WS-START-FLOOR TO WS-CURRENT-FLOOR
           EVALUATE TRUE
               WHEN WS-START-FLOOR > WS-GROUND-FLOOR
                   MOVE ")" TO WS-PLAN-INSTRUCTION
                   MOVE "DOWN" TO WS-DIRECTION
               WHEN WS-START-FLOOR < WS-GROUND-FLOOR
                   MOVE "(" TO WS-PLAN-INSTRUCTION
                   MOVE "UP" TO WS-DIRECTION
               WHEN OTHER
                   MOVE "NONE" TO WS-DIRECTION
                   DISPLAY "Already on ground level - empty plan"
           END-EVALUATE
           PERFORM WRITE-PLAN-STEP
               UNTIL WS-CURRENT-FLOOR = WS-GROUND-FLOOR
           CLOSE PLAN-FILE.

       WRITE-PLAN-STEP.
               MOVE "CLEAN" TO PS-VERDICT
           END-IF
           MOVE WS-PLAN-PATH TO PS-PLAN-FILE
           MOVE WS-BUILDING-ID TO PS-BUILDING
           WRITE PLAN-SUMMARY-RECORD
           CLOSE PLAN-SUMMARY-FILE.
