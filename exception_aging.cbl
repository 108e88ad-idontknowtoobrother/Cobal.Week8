              RECORD KEY IS EX-EXCEPTION-ID.
           SELECT AGING-REPORT-FILE ASSIGN TO "exception_aging.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          05 EX-RESOLVED-DATE        PIC 9(8).
       FD  AGING-REPORT-FILE.
       01 AGING-PRINT-LINE           PIC X(80).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
          88 END-OF-BUSINESS-DATE                   VALUE HIGH-VALUES.
          05 BD-BUSINESS-DATE        PIC 9(8).
          05 FILLER                  PIC X.
          05 BD-DAY-STATUS           PIC X.
          05 FILLER                  PIC X.
          05 BD-LAST-CLOSED-DATE     PIC 9(8).
          05 FILLER                  PIC X.
          05 BD-UPDATED-DATE         PIC 9(8).
          05 FILLER                  PIC X.
          05 BD-UPDATED-TIME         PIC 9(6).

       WORKING-STORAGE SECTION.
       01 CURRENT-BUSINESS-DATE      PIC 9(8)       VALUE ZEROS.
       01 PAGE-HEADER                PIC X(60)      VALUE
             "Rolling Greens - Unresolved Exception Aging".
       01 PRN-AS-OF-LINE.
              ACCEPT AS-OF-DATE-TEXT FROM ENVIRONMENT
                 "EXCEPTION_AGING_AS_OF"
           END-IF
           IF AS-OF-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO AS-OF-DATE-TEXT
              END-IF
           END-IF
           IF AS-OF-DATE-TEXT IS NUMERIC
                 AND AS-OF-DATE-TEXT NOT = SPACES
              MOVE AS-OF-DATE-TEXT TO AS-OF-DATE
                 SET END-OF-EXCEPTION-FILE TO TRUE
           END-READ
           .

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
           AT END
              SET END-OF-BUSINESS-DATE TO TRUE
           END-READ
           IF NOT END-OF-BUSINESS-DATE
              MOVE BD-BUSINESS-DATE TO CURRENT-BUSINESS-DATE
           END-IF
           CLOSE BUSINESS-DATE-FILE
           .
