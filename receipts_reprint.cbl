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
       FD  REPRINT-REPORT-FILE.
       01 REPRINT-PRINT-LINE            PIC X(61).

