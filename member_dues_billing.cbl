          05 MEMBER-DUES-AMOUNT   PIC 9(3)V99.
          05 MEMBER-PAYMENT-STATUS PIC X.
             88 DUES-PAID                   VALUE "P".
             88 DUES-UNPAID                 VALUE "U" "S".
          05 MEMBER-AR-BALANCE     PIC S9(5)V99.
          05 MEMBER-BILLED-DATE    PIC 9(8).
          05 MEMBER-CREDIT-LIMIT   PIC 9(5)V99.
