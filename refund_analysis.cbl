           SELECT REFUND-REPORT-FILE ASSIGN TO "refund_analysis.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-SORT-FILE ASSIGN TO "refsort.tmp".
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          05 SALE-TENDER-TYPE           PIC X.
          05 SALE-REFUND-REASON         PIC X(3).
          05 SALE-CLERK-ID              PIC X(3).
          05 SALE-CARD-NUMBER           PIC X(10).
       01 SHOP-FOOTER.
          05 RECORD-TYPE-CODE           PIC X.
          05 REC-COUNT                  PIC 9(5).
          05 IM-SELLING-PRICE           PIC 9(5)V99.
          05 IM-TAXABLE-FLAG            PIC X.
          05 IM-TAX-RATE                PIC 9V9999.
          05 IM-SERIAL-FLAG             PIC X.
          05 IM-WARRANTY-MONTHS         PIC 9(3).
       FD  REFUND-REPORT-FILE.
       01 REFUND-PRINT-LINE             PIC X(70).
       SD  REFUND-SORT-FILE.
          05 SRT-REFUND-REASON          PIC X(3).
          05 SRT-REFUND-QTY             PIC 9(3).
          05 SRT-REFUND-AMOUNT          PIC 9(7)V99.
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
       01 CURRENT-BUSINESS-DATE         PIC 9(8)       VALUE ZEROS.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - Weekly Refund Analysis".
       01 PRN-WEEK-LINE.
              ACCEPT AS-OF-DATE-TEXT FROM ENVIRONMENT
                 "REFUND_ANALYSIS_AS_OF"
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
              SET END-OF-SORTED-REFUNDS TO TRUE
           END-RETURN
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
