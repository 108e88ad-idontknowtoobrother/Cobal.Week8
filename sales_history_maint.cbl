           SELECT PURGE-REGISTER-FILE ASSIGN TO
                 "sales_history_maint.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
                SIGN IS TRAILING SEPARATE CHARACTER.
       FD  PURGE-REGISTER-FILE.
       01 PURGE-PRINT-LINE              PIC X(80).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
          88 END-OF-BUSINESS-DATE                      VALUE HIGH-VALUES
           .
          05 BD-BUSINESS-DATE           PIC 9(8).
          05 FILLER                     PIC X.
          05 BD-DAY-STATUS              PIC X.
          05 FILLER                     PIC X.
          05 BD-LAST-CLOSED-DATE        PIC 9(8).
          05 FILLER                     PIC X.
          05 BD-UPDATED-DATE            PIC 9(8).
          05 FILLER                     PIC X.
          05 BD-UPDATED-TIME            PIC 9(6).

       WORKING-STORAGE SECTION.
       01 PAGE-HEADER                   PIC X(60)      VALUE
      -      " Trans".
       01 PARM-TEXT                     PIC X(11)      VALUE SPACES.
       01 AS-OF-DATE-TEXT               PIC X(8)       VALUE SPACES.
       01 CURRENT-BUSINESS-DATE         PIC 9(8)       VALUE ZEROS.
       01 RETAIN-MONTHS-TEXT            PIC X(2)       VALUE SPACES.
       01 AS-OF-DATE                    PIC 9(8)       VALUE ZEROS.
       01 RETAIN-MONTHS                 PIC 9(2)       VALUE 6.
           ACCEPT PARM-TEXT FROM COMMAND-LINE
           UNSTRING PARM-TEXT DELIMITED BY ALL SPACES
              INTO AS-OF-DATE-TEXT, RETAIN-MONTHS-TEXT
           IF AS-OF-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO AS-OF-DATE-TEXT
              END-IF
           END-IF
           IF AS-OF-DATE-TEXT IS NUMERIC
                 AND AS-OF-DATE-TEXT NOT = SPACES
              MOVE AS-OF-DATE-TEXT TO AS-OF-DATE
              SET END-OF-HISTORY-WORK TO TRUE
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
