              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DS-SCHEDULE-KEY.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          05 MEMBER-PAYMENT-STATUS   PIC X.
             88 DUES-PAID                      VALUE "P".
             88 DUES-UNPAID                    VALUE "U".
             88 MEMBER-SUSPENDED               VALUE "S".
          05 MEMBER-AR-BALANCE       PIC S9(5)V99.
          05 MEMBER-BILLED-DATE      PIC 9(8).
          05 MEMBER-CREDIT-LIMIT     PIC 9(5)V99.
          05 DS-STATUS               PIC X.
             88 INSTALLMENT-OPEN               VALUE "O".
             88 INSTALLMENT-PAID               VALUE "P".
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
             "Rolling Greens Golf Club - Dues Assessment Register".
       01 PRN-ASSESS-DATE-LINE.
              ACCEPT ASSESS-DATE-TEXT FROM ENVIRONMENT
                 "DUES_ASSESSMENT_DATE"
           END-IF
           IF ASSESS-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO ASSESS-DATE-TEXT
              END-IF
           END-IF
           IF ASSESS-DATE-TEXT IS NUMERIC
                 AND ASSESS-DATE-TEXT NOT = SPACES
              MOVE ASSESS-DATE-TEXT TO ASSESS-DATE

       APPLY-ASSESSMENT.
           MOVE RATE-AMOUNT(MEMBER-TYPE) TO MEMBER-DUES-AMOUNT
           IF NOT MEMBER-SUSPENDED
              SET DUES-UNPAID TO TRUE
           END-IF
           MOVE ASSESS-DATE TO MEMBER-BILLED-DATE
           REWRITE MEMBER-REC
           IF MEMBER-INSTALLMENT-PLAN = "Y"
                 SET END-OF-MEMBER-FILE TO TRUE
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
