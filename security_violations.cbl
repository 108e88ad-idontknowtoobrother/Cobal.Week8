       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-VIOLATIONS.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO
                 "security_log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VIOLATION-REPORT-FILE ASSIGN TO
                 "security_violations.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG-FILE.
       01 SECURITY-LOG-REC.
          88 END-OF-SECURITY-LOG                       VALUE HIGH-VALUES
           .
          05 SL-LOG-DATE                PIC 9(8).
          05 SL-LOG-TIME                PIC 9(6).
          05 SL-PROGRAM-NAME            PIC X(20).
          05 SL-OPERATOR-ID             PIC X(8).
          05 SL-FUNCTION-CODE           PIC X(4).
          05 SL-VIOLATION-CODE          PIC X.
             88 SL-UNKNOWN-OPERATOR                    VALUE "U".
             88 SL-INVALID-PASSWORD                    VALUE "P".
             88 SL-OPERATOR-INACTIVE                   VALUE "I".
             88 SL-NOT-AUTHORIZED                      VALUE "F".
             88 SL-OVERRIDE-REFUSED                    VALUE "O".
          05 SL-KEY-DATA                PIC X(18).
       FD  VIOLATION-REPORT-FILE.
       01 VIOLATION-REPORT-LINE         PIC X(90).

       WORKING-STORAGE SECTION.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Security Violations".
       01 SELECT-PARM-TEXT              PIC X(17)      VALUE SPACES.
       01 SELECT-TOKEN-1                PIC X(8)       VALUE SPACES.
       01 SELECT-TOKEN-2                PIC X(8)       VALUE SPACES.
       01 SELECT-FROM-DATE              PIC 9(8)       VALUE ZEROS.
       01 SELECT-TO-DATE                PIC 9(8)       VALUE 99999999.
       01 COLUMN-HEADING                PIC X(90)      VALUE
             "Date     Time   Program          Operator Func Violation
      -      "          Key".
       01 PRN-VIOLATION-LINE.
          05 PRN-LOG-DATE               PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-LOG-TIME               PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-PROGRAM-NAME           PIC X(16).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OPERATOR-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-FUNCTION-CODE          PIC X(4).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-VIOLATION-TEXT         PIC X(18).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-KEY-DATA               PIC X(18).
       01 PRN-VIOLATION-TOTAL-LINE.
          05 PRN-TOTAL-LABEL            PIC X(24).
          05 PRN-TOTAL-COUNT            PIC ZZZZ9.
       01 UNKNOWN-OPERATOR-COUNT        PIC 9(5)       VALUE ZEROS.
       01 INVALID-PASSWORD-COUNT        PIC 9(5)       VALUE ZEROS.
       01 OPERATOR-INACTIVE-COUNT       PIC 9(5)       VALUE ZEROS.
       01 NOT-AUTHORIZED-COUNT          PIC 9(5)       VALUE ZEROS.
       01 OVERRIDE-REFUSED-COUNT        PIC 9(5)       VALUE ZEROS.
       01 LISTED-VIOLATION-COUNT        PIC 9(5)       VALUE ZEROS.

       PROCEDURE DIVISION.
       SECURITY-VIOLATIONS-PROCESS.
           PERFORM INITIALIZE-SELECT-PARM
           OPEN INPUT SECURITY-LOG-FILE
           OPEN OUTPUT VIOLATION-REPORT-FILE
           WRITE VIOLATION-REPORT-LINE FROM PAGE-HEADER
           WRITE VIOLATION-REPORT-LINE FROM COLUMN-HEADING
           PERFORM READ-SECURITY-LOG
           PERFORM LIST-VIOLATION UNTIL END-OF-SECURITY-LOG
           PERFORM WRITE-VIOLATION-TOTALS
           CLOSE SECURITY-LOG-FILE, VIOLATION-REPORT-FILE
           GOBACK
           .

       INITIALIZE-SELECT-PARM.
           ACCEPT SELECT-PARM-TEXT FROM COMMAND-LINE
           IF SELECT-PARM-TEXT = SPACES
              ACCEPT SELECT-PARM-TEXT FROM ENVIRONMENT
                 "SECURITY_REPORT_DATES"
           END-IF
           UNSTRING SELECT-PARM-TEXT DELIMITED BY ALL SPACES
              INTO SELECT-TOKEN-1, SELECT-TOKEN-2
           IF SELECT-TOKEN-1 NOT = SPACES
              IF SELECT-TOKEN-1 IS NOT NUMERIC
                 DISPLAY "SECURITY-VIOLATIONS: FROM-DATE TO-DATE "
                    "MUST BE YYYYMMDD"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE SELECT-TOKEN-1 TO SELECT-FROM-DATE
              IF SELECT-TOKEN-2 IS NUMERIC
                 MOVE SELECT-TOKEN-2 TO SELECT-TO-DATE
              ELSE
                 MOVE SELECT-FROM-DATE TO SELECT-TO-DATE
              END-IF
           END-IF
           .

       LIST-VIOLATION.
           IF SL-LOG-DATE >= SELECT-FROM-DATE
                 AND SL-LOG-DATE <= SELECT-TO-DATE
              PERFORM WRITE-VIOLATION-ENTRY
           END-IF
           PERFORM READ-SECURITY-LOG
           .

       WRITE-VIOLATION-ENTRY.
           MOVE SL-LOG-DATE TO PRN-LOG-DATE
           MOVE SL-LOG-TIME TO PRN-LOG-TIME
           MOVE SL-PROGRAM-NAME TO PRN-PROGRAM-NAME
           MOVE SL-OPERATOR-ID TO PRN-OPERATOR-ID
           MOVE SL-FUNCTION-CODE TO PRN-FUNCTION-CODE
           MOVE SL-KEY-DATA TO PRN-KEY-DATA
           EVALUATE TRUE
              WHEN SL-UNKNOWN-OPERATOR
                 MOVE "UNKNOWN OPERATOR" TO PRN-VIOLATION-TEXT
                 COMPUTE UNKNOWN-OPERATOR-COUNT =
                    UNKNOWN-OPERATOR-COUNT + 1
              WHEN SL-INVALID-PASSWORD
                 MOVE "INVALID PASSWORD" TO PRN-VIOLATION-TEXT
                 COMPUTE INVALID-PASSWORD-COUNT =
                    INVALID-PASSWORD-COUNT + 1
              WHEN SL-OPERATOR-INACTIVE
                 MOVE "OPERATOR INACTIVE" TO PRN-VIOLATION-TEXT
                 COMPUTE OPERATOR-INACTIVE-COUNT =
                    OPERATOR-INACTIVE-COUNT + 1
              WHEN SL-OVERRIDE-REFUSED
                 MOVE "OVERRIDE REFUSED" TO PRN-VIOLATION-TEXT
                 COMPUTE OVERRIDE-REFUSED-COUNT =
                    OVERRIDE-REFUSED-COUNT + 1
              WHEN OTHER
                 MOVE "NOT AUTHORIZED" TO PRN-VIOLATION-TEXT
                 COMPUTE NOT-AUTHORIZED-COUNT =
                    NOT-AUTHORIZED-COUNT + 1
           END-EVALUATE
           WRITE VIOLATION-REPORT-LINE FROM PRN-VIOLATION-LINE
           COMPUTE LISTED-VIOLATION-COUNT = LISTED-VIOLATION-COUNT + 1
           .

       WRITE-VIOLATION-TOTALS.
           MOVE SPACES TO VIOLATION-REPORT-LINE
           WRITE VIOLATION-REPORT-LINE
           MOVE "Unknown operator        " TO PRN-TOTAL-LABEL
           MOVE UNKNOWN-OPERATOR-COUNT TO PRN-TOTAL-COUNT
           WRITE VIOLATION-REPORT-LINE FROM PRN-VIOLATION-TOTAL-LINE
           MOVE "Invalid password        " TO PRN-TOTAL-LABEL
           MOVE INVALID-PASSWORD-COUNT TO PRN-TOTAL-COUNT
           WRITE VIOLATION-REPORT-LINE FROM PRN-VIOLATION-TOTAL-LINE
           MOVE "Operator inactive       " TO PRN-TOTAL-LABEL
           MOVE OPERATOR-INACTIVE-COUNT TO PRN-TOTAL-COUNT
           WRITE VIOLATION-REPORT-LINE FROM PRN-VIOLATION-TOTAL-LINE
           MOVE "Function not authorized " TO PRN-TOTAL-LABEL
           MOVE NOT-AUTHORIZED-COUNT TO PRN-TOTAL-COUNT
           WRITE VIOLATION-REPORT-LINE FROM PRN-VIOLATION-TOTAL-LINE
           MOVE "Batch override refused  " TO PRN-TOTAL-LABEL
           MOVE OVERRIDE-REFUSED-COUNT TO PRN-TOTAL-COUNT
           WRITE VIOLATION-REPORT-LINE FROM PRN-VIOLATION-TOTAL-LINE
           MOVE "Violations listed       " TO PRN-TOTAL-LABEL
           MOVE LISTED-VIOLATION-COUNT TO PRN-TOTAL-COUNT
           WRITE VIOLATION-REPORT-LINE FROM PRN-VIOLATION-TOTAL-LINE
           .

       READ-SECURITY-LOG.
           READ SECURITY-LOG-FILE
              AT END
                 SET END-OF-SECURITY-LOG TO TRUE
           END-READ
           .
