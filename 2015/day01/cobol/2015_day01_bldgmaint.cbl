       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC_2015_day01_bldgmaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUILDING-FILE
           ASSIGN TO DYNAMIC WS-BUILDING-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BM-BUILDING-ID
           FILE STATUS IS BUILDING-STATUS.

           SELECT BUILDING-TEXT-FILE
           ASSIGN TO DYNAMIC WS-BUILDING-TEXT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUILDING-TEXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUILDING-FILE.
       01  BUILDING-RECORD.
           05 BM-BUILDING-ID   PIC X(8).
           05 BM-NAME          PIC X(30).
           05 BM-TOP-FLOOR     PIC 9(4).
           05 BM-MIN-LEVEL     PIC 9(4).
           05 BM-GROUND-OFFSET PIC S9(4).

       FD  BUILDING-TEXT-FILE.
       01  BUILDING-TEXT-RECORD.
           05 BX-BUILDING-ID   PIC X(8).
           05 FILLER           PIC X.
           05 BX-NAME          PIC X(30).
           05 FILLER           PIC X.
           05 BX-TOP-FLOOR     PIC X(4).
           05 FILLER           PIC X.
           05 BX-MIN-LEVEL     PIC X(4).
           05 FILLER           PIC X.
           05 BX-GROUND-OFFSET PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-DEFAULT-BUILDING-PATH PIC X(256)
           VALUE "../day01_buildings.dat".
       01 WS-BUILDING-PATH PIC X(256) VALUE SPACES.
       01 WS-DEFAULT-BUILDING-TEXT-PATH PIC X(256)
           VALUE "../day01_buildings.txt".
       01 WS-BUILDING-TEXT-PATH PIC X(256) VALUE SPACES.
       01 BUILDING-STATUS PIC X(2).
           88 BUILDING-OK  VALUES "00", "05".
           88 BUILDING-EOF VALUE "10".
       01 BUILDING-TEXT-STATUS PIC X(2).
           88 BUILDING-TEXT-OK  VALUE "00".
           88 BUILDING-TEXT-EOF VALUE "10".
       01 WS-FUNCTION PIC X(8) VALUE SPACES.
           88 FUNC-BROWSE  VALUE "BROWSE".
           88 FUNC-REBUILD VALUE "REBUILD".
       01 WS-OFFSET-TEXT PIC X(5) VALUE SPACES.
       01 WS-OFFSET-TEXT-LEN PIC 9(4) VALUE 0.
       01 WS-OFFSET-SCAN-POS PIC 9(4) VALUE 0.
       01 WS-OFFSET-VALID PIC X VALUE "N".
           88 OFFSET-VALID VALUE "Y".
       01 WS-BROWSE-DONE PIC X VALUE "N".
           88 BROWSE-DONE VALUE "Y".
       01 BROWSE-COUNT PIC 9(8) VALUE 0.
       01 REBUILD-LOADED PIC 9(8) VALUE 0.
       01 REBUILD-REJECTED PIC 9(8) VALUE 0.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-EDIT-OFFSET PIC -(3)9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM RESOLVE-OPTIONS
           EVALUATE TRUE
               WHEN FUNC-BROWSE
                   PERFORM BROWSE-BUILDINGS
               WHEN FUNC-REBUILD
                   PERFORM REBUILD-BUILDINGS
               WHEN OTHER
                   DISPLAY "Set DAY01_BLDG_FUNC to BROWSE or REBUILD"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       RESOLVE-OPTIONS.
           ACCEPT WS-BUILDING-PATH FROM ENVIRONMENT
               "DAY01_BUILDING_FILE"
           ON EXCEPTION
               MOVE SPACES TO WS-BUILDING-PATH
           END-ACCEPT
           IF WS-BUILDING-PATH = SPACES
               MOVE WS-DEFAULT-BUILDING-PATH TO WS-BUILDING-PATH
           END-IF.

           ACCEPT WS-BUILDING-TEXT-PATH FROM ENVIRONMENT
               "DAY01_BUILDING_TEXT"
           ON EXCEPTION
               MOVE SPACES TO WS-BUILDING-TEXT-PATH
           END-ACCEPT
           IF WS-BUILDING-TEXT-PATH = SPACES
               MOVE WS-DEFAULT-BUILDING-TEXT-PATH
                   TO WS-BUILDING-TEXT-PATH
           END-IF.

           ACCEPT WS-FUNCTION FROM ENVIRONMENT "DAY01_BLDG_FUNC"
           ON EXCEPTION
               MOVE SPACES TO WS-FUNCTION
           END-ACCEPT.

       BROWSE-BUILDINGS.
           OPEN INPUT BUILDING-FILE
           IF NOT BUILDING-OK
               DISPLAY "Error opening building master. Status: "
                   BUILDING-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO BM-BUILDING-ID
           START BUILDING-FILE KEY >= BM-BUILDING-ID
               INVALID KEY
                   MOVE "Y" TO WS-BROWSE-DONE
           END-START
           PERFORM BROWSE-NEXT-BUILDING UNTIL BROWSE-DONE
           CLOSE BUILDING-FILE
           DISPLAY "Buildings listed: " BROWSE-COUNT
           IF BROWSE-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       BROWSE-NEXT-BUILDING.
           READ BUILDING-FILE NEXT
               AT END
                   MOVE "Y" TO WS-BROWSE-DONE
               NOT AT END
                   ADD 1 TO BROWSE-COUNT
                   MOVE BM-GROUND-OFFSET TO WS-EDIT-OFFSET
                   DISPLAY BM-BUILDING-ID " "
                       BM-NAME " top " BM-TOP-FLOOR
                       " lowest basement " BM-MIN-LEVEL
                       " ground offset " WS-EDIT-OFFSET
           END-READ.

       REBUILD-BUILDINGS.
           OPEN INPUT BUILDING-TEXT-FILE
           IF NOT BUILDING-TEXT-OK
               DISPLAY "Error opening building text file: "
                   FUNCTION TRIM(WS-BUILDING-TEXT-PATH)
                   " status " BUILDING-TEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BUILDING-FILE
           IF NOT BUILDING-OK
               DISPLAY "Error opening building master for rebuild. "
                   "Status: " BUILDING-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE BUILDING-TEXT-FILE
               STOP RUN
           END-IF
           PERFORM LOAD-BUILDING-TEXT UNTIL BUILDING-TEXT-EOF
           CLOSE BUILDING-TEXT-FILE
           CLOSE BUILDING-FILE
           DISPLAY "Rebuild complete: " REBUILD-LOADED " loaded, "
               REBUILD-REJECTED " rejected"
           IF REBUILD-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-BUILDING-TEXT.
           READ BUILDING-TEXT-FILE
               NOT AT END
                   IF BUILDING-TEXT-RECORD NOT = SPACES
                       PERFORM POST-BUILDING-TEXT
                   END-IF
           END-READ.

       POST-BUILDING-TEXT.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VALIDATE-OFFSET-TEXT
           EVALUATE TRUE
               WHEN BX-BUILDING-ID (1:1) NOT ALPHABETIC
                   OR BX-BUILDING-ID (1:1) = SPACE
                   MOVE "ID must start with a letter"
                       TO WS-REJECT-REASON
               WHEN BX-BUILDING-ID = "RLE" OR BX-BUILDING-ID = "RAW"
                   MOVE "ID is a reserved format word"
                       TO WS-REJECT-REASON
               WHEN BX-TOP-FLOOR IS NOT NUMERIC
                   MOVE "top floor not numeric" TO WS-REJECT-REASON
               WHEN BX-MIN-LEVEL IS NOT NUMERIC
                   MOVE "lowest basement not numeric"
                       TO WS-REJECT-REASON
               WHEN NOT OFFSET-VALID
                   MOVE "ground offset not a number"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO REBUILD-REJECTED
               DISPLAY "Rebuild reject (" FUNCTION TRIM
                   (WS-REJECT-REASON) "): " BX-BUILDING-ID
               EXIT PARAGRAPH
           END-IF
           MOVE BX-BUILDING-ID TO BM-BUILDING-ID
           MOVE BX-NAME TO BM-NAME
           MOVE BX-TOP-FLOOR TO BM-TOP-FLOOR
           MOVE BX-MIN-LEVEL TO BM-MIN-LEVEL
           MOVE FUNCTION NUMVAL(WS-OFFSET-TEXT) TO BM-GROUND-OFFSET
           WRITE BUILDING-RECORD
               INVALID KEY
                   ADD 1 TO REBUILD-REJECTED
                   DISPLAY "Rebuild reject (duplicate key): "
                       BX-BUILDING-ID
               NOT INVALID KEY
                   ADD 1 TO REBUILD-LOADED
           END-WRITE.

       VALIDATE-OFFSET-TEXT.
           MOVE "N" TO WS-OFFSET-VALID
           MOVE FUNCTION TRIM(BX-GROUND-OFFSET) TO WS-OFFSET-TEXT
           MOVE 5 TO WS-OFFSET-TEXT-LEN
           PERFORM UNTIL WS-OFFSET-TEXT-LEN = 0
               OR WS-OFFSET-TEXT (WS-OFFSET-TEXT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-OFFSET-TEXT-LEN
           END-PERFORM
           IF WS-OFFSET-TEXT-LEN = 0
               MOVE "0" TO WS-OFFSET-TEXT
               MOVE "Y" TO WS-OFFSET-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-OFFSET-SCAN-POS
           IF WS-OFFSET-TEXT (1:1) = "+" OR WS-OFFSET-TEXT (1:1) = "-"
               IF WS-OFFSET-TEXT-LEN = 1
                   EXIT PARAGRAPH
               END-IF
               MOVE 2 TO WS-OFFSET-SCAN-POS
           END-IF
           MOVE "Y" TO WS-OFFSET-VALID
           PERFORM UNTIL WS-OFFSET-SCAN-POS > WS-OFFSET-TEXT-LEN
               IF WS-OFFSET-TEXT (WS-OFFSET-SCAN-POS:1) < "0"
                   OR WS-OFFSET-TEXT (WS-OFFSET-SCAN-POS:1) > "9"
                   MOVE "N" TO WS-OFFSET-VALID
               END-IF
               ADD 1 TO WS-OFFSET-SCAN-POS
           END-PERFORM.
