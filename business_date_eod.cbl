       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DATE-EOD.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
          88 END-OF-BUSINESS-DATE                      VALUE HIGH-VALUES
           .
          05 BD-BUSINESS-DATE           PIC 9(8).
          05 FILLER                     PIC X.
          05 BD-DAY-STATUS              PIC X.
             88 BD-DAY-OPEN                            VALUE "O".
             88 BD-DAY-CLOSED                          VALUE "C".
          05 FILLER                     PIC X.
          05 BD-LAST-CLOSED-DATE        PIC 9(8).
          05 FILLER                     PIC X.
          05 BD-UPDATED-DATE            PIC 9(8).
          05 FILLER                     PIC X.
          05 BD-UPDATED-TIME            PIC 9(6).

       WORKING-STORAGE SECTION.
       01 PARM-TEXT                     PIC X(14)      VALUE SPACES.
       01 EOD-FUNCTION-TEXT             PIC X(7)       VALUE SPACES.
          88 EOD-CLOSE-DAY                             VALUE "CLOSE".
          88 EOD-ADVANCE-DAY                           VALUE "ADVANCE".
          88 EOD-INITIAL-LOAD                          VALUE "INIT".
       01 INIT-DATE-TEXT                PIC X(8)       VALUE SPACES.
       01 INIT-DATE                     PIC 9(8)       VALUE ZEROS.
       01 BUSINESS-DAY-NUMBER           PIC 9(7)       VALUE ZEROS.
       01 NEW-BUSINESS-REC.
          05 NEW-BUSINESS-DATE          PIC 9(8)       VALUE ZEROS.
          05 FILLER                     PIC X          VALUE SPACE.
          05 NEW-DAY-STATUS             PIC X          VALUE "O".
          05 FILLER                     PIC X          VALUE SPACE.
          05 NEW-LAST-CLOSED-DATE       PIC 9(8)       VALUE ZEROS.
          05 FILLER                     PIC X          VALUE SPACE.
          05 NEW-UPDATED-DATE           PIC 9(8)       VALUE ZEROS.
          05 FILLER                     PIC X          VALUE SPACE.
          05 NEW-UPDATED-TIME           PIC 9(6)       VALUE ZEROS.
       01 UPDATED-TIME-WORK             PIC 9(8)       VALUE ZEROS.

       PROCEDURE DIVISION.
       BUSINESS-DATE-EOD-PROCESS.
           PERFORM INITIALIZE-EOD-PARMS
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
           AT END
              SET END-OF-BUSINESS-DATE TO TRUE
           END-READ
           IF NOT END-OF-BUSINESS-DATE
              MOVE BD-BUSINESS-DATE TO NEW-BUSINESS-DATE
              MOVE BD-DAY-STATUS TO NEW-DAY-STATUS
              MOVE BD-LAST-CLOSED-DATE TO NEW-LAST-CLOSED-DATE
           END-IF
           CLOSE BUSINESS-DATE-FILE
           EVALUATE TRUE
              WHEN EOD-INITIAL-LOAD
                 PERFORM LOAD-BUSINESS-DATE
              WHEN END-OF-BUSINESS-DATE
                 DISPLAY "BUSINESS-DATE-EOD: NO BUSINESS DATE ON FILE"
                    " - RUN WITH INIT YYYYMMDD"
                 MOVE 16 TO RETURN-CODE
              WHEN EOD-CLOSE-DAY
                 PERFORM CLOSE-BUSINESS-DAY
              WHEN OTHER
                 PERFORM ADVANCE-BUSINESS-DATE
           END-EVALUATE
           IF RETURN-CODE = ZEROS
              PERFORM WRITE-BUSINESS-DATE
           END-IF
           GOBACK
           .

       INITIALIZE-EOD-PARMS.
           ACCEPT PARM-TEXT FROM COMMAND-LINE
           UNSTRING PARM-TEXT DELIMITED BY ALL SPACES
              INTO EOD-FUNCTION-TEXT, INIT-DATE-TEXT
           IF EOD-FUNCTION-TEXT = SPACES
              SET EOD-ADVANCE-DAY TO TRUE
           END-IF
           IF NOT EOD-CLOSE-DAY AND NOT EOD-ADVANCE-DAY
                 AND NOT EOD-INITIAL-LOAD
              DISPLAY "BUSINESS-DATE-EOD: FUNCTION MUST BE CLOSE, "
                 "ADVANCE OR INIT YYYYMMDD"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF EOD-INITIAL-LOAD
              IF INIT-DATE-TEXT IS NUMERIC
                    AND INIT-DATE-TEXT NOT = SPACES
                 MOVE INIT-DATE-TEXT TO INIT-DATE
              ELSE
                 DISPLAY "BUSINESS-DATE-EOD: INIT DATE YYYYMMDD "
                    "REQUIRED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              COMPUTE BUSINESS-DAY-NUMBER =
                 FUNCTION INTEGER-OF-DATE(INIT-DATE)
              IF BUSINESS-DAY-NUMBER = ZEROS
                 DISPLAY "BUSINESS-DATE-EOD: INIT DATE INVALID"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .

       LOAD-BUSINESS-DATE.
           IF NOT END-OF-BUSINESS-DATE
              DISPLAY "BUSINESS-DATE-EOD: BUSINESS DATE ALREADY SET TO "
                 NEW-BUSINESS-DATE " - INIT REFUSED"
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE INIT-DATE TO NEW-BUSINESS-DATE
              MOVE "O" TO NEW-DAY-STATUS
              MOVE ZEROS TO NEW-LAST-CLOSED-DATE
              DISPLAY "BUSINESS-DATE-EOD: BUSINESS DATE SET TO "
                 NEW-BUSINESS-DATE " - OPEN"
           END-IF
           .

       CLOSE-BUSINESS-DAY.
           IF NEW-DAY-STATUS = "C"
              DISPLAY "BUSINESS-DATE-EOD: BUSINESS DAY "
                 NEW-BUSINESS-DATE " ALREADY CLOSED"
           ELSE
              MOVE "C" TO NEW-DAY-STATUS
              MOVE NEW-BUSINESS-DATE TO NEW-LAST-CLOSED-DATE
              DISPLAY "BUSINESS-DATE-EOD: BUSINESS DAY "
                 NEW-BUSINESS-DATE " CLOSED FOR POSTING"
           END-IF
           .

       ADVANCE-BUSINESS-DATE.
           MOVE NEW-BUSINESS-DATE TO NEW-LAST-CLOSED-DATE
           COMPUTE BUSINESS-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(NEW-BUSINESS-DATE) + 1
           COMPUTE NEW-BUSINESS-DATE =
              FUNCTION DATE-OF-INTEGER(BUSINESS-DAY-NUMBER)
           MOVE "O" TO NEW-DAY-STATUS
           DISPLAY "BUSINESS-DATE-EOD: BUSINESS DAY "
              NEW-LAST-CLOSED-DATE " CLOSED - ADVANCED TO "
              NEW-BUSINESS-DATE
           .

       WRITE-BUSINESS-DATE.
           ACCEPT NEW-UPDATED-DATE FROM DATE YYYYMMDD
           ACCEPT UPDATED-TIME-WORK FROM TIME
           MOVE UPDATED-TIME-WORK(1:6) TO NEW-UPDATED-TIME
           OPEN OUTPUT BUSINESS-DATE-FILE
           WRITE BUSINESS-DATE-REC FROM NEW-BUSINESS-REC
           CLOSE BUSINESS-DATE-FILE
           .
