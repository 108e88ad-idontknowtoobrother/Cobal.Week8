       ENVIRONMENT DIVISION. 
       INPUT-OUTPUT SECTION. 
       FILE-CONTROL. 
           SELECT DAILY-TRANS-FILE ASSIGN TO "daily_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHOP-EXCEPTION-FILE ASSIGN TO "shop_receipts.exc"
                 ORGANIZATION IS LINE SEQUENTIAL.
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IM-ITEM-ID.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
                 "coa_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT SHOP-RECEIPTS-FOOTER-REPORT-FILE ASSIGN TO
                 "shop_receipts_footer.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EX-EXCEPTION-ID.
           SELECT OPTIONAL STORED-VALUE-FILE ASSIGN TO
                 "stored_value.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SV-CARD-NUMBER.
           SELECT OPTIONAL STORED-VALUE-HISTORY-FILE ASSIGN TO
                 "stored_value_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPECIAL-ORDER-FILE ASSIGN TO
                 "special_order.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SO-ORDER-NUMBER.
           SELECT OPTIONAL SPECIAL-ORDER-HISTORY-FILE ASSIGN TO
                 "special_order_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SERIAL-REGISTRY-FILE ASSIGN TO
                 "serial_registry.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SR-KEY.
           SELECT OPTIONAL PRICING-FILE ASSIGN TO "item_pricing.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMO-SALES-FILE ASSIGN TO
                 "promo_sales.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION. 
       FD  DAILY-TRANS-FILE.
       01 DAILY-TRANS-REC.
          88 END-OF-DAILY-TRANS                        VALUE HIGH-VALUES
           .
          05 DT-RECORD-TYPE             PIC X.
             88 DT-SALE                                VALUE "S".
             88 DT-REFUND                              VALUE "R".
             88 DT-CONTROL-TRAILER                     VALUE "T".
          05 DT-SHOP-ID                 PIC X(5).
          05 DT-SHOP-LOCATION           PIC X(30).
          05 DT-TRANS-DATE              PIC 9(8).
          05 DT-CLERK-ID                PIC X(3).
          05 DT-TENDER-TYPE             PIC X.
             88 DT-STORED-VALUE-TENDER                 VALUE "G".
             88 DT-SPECIAL-ORDER-TENDER                VALUE "D".
          05 DT-ITEM-ID                 PIC X(8).
          05 DT-QTY-SOLD                PIC 9(3).
          05 DT-ITEM-COST               PIC 9(5)V99.
          05 DT-SALE-AMOUNT             PIC 9(7)V99.
          05 DT-SALE-DATE               PIC 9(8).
          05 DT-MEMBER-ID               PIC X(5).
             88 DT-CASH-SALE                           VALUE SPACES.
          05 DT-REFUND-REASON           PIC X(3).
          05 DT-CARD-NUMBER             PIC X(10).
          05 DT-SERIAL-NUMBER           PIC X(10).
       01 DAILY-TRAILER-REC.
          05 DTT-RECORD-TYPE            PIC X.
          05 DTT-CREATED-DATE           PIC 9(8).
          05 DTT-BATCH-COUNT            PIC 9(5).
          05 DTT-RECORD-COUNT           PIC 9(7).
          05 DTT-AMOUNT-TOTAL           PIC 9(11)V99.
          05 FILLER                     PIC X(77).
       FD  SHOP-EXCEPTION-FILE.
       01 SHOP-EXCEPTION-LINE           PIC X(60).
       FD  ITEM-MASTER-FILE.
          05 IM-SELLING-PRICE           PIC 9(5)V99.
          05 IM-TAXABLE-FLAG            PIC X.
          05 IM-TAX-RATE                PIC 9V9999.
          05 IM-SERIAL-FLAG             PIC X.
             88 IM-SERIALIZED                          VALUE "Y".
          05 IM-WARRANTY-MONTHS         PIC 9(3).
       FD  GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE.
          05 GL-SHOP-ID                 PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 GL-AMOUNT                  PIC S9(9)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
       FD  CHART-OF-ACCOUNTS-FILE.
       01 COA-ACCOUNT-REC.
          05 COA-ACCOUNT-CODE           PIC X(6).
          05 COA-ACCOUNT-NAME           PIC X(30).
          05 COA-ACCOUNT-TYPE           PIC X.
             88 COA-ASSET                              VALUE "A".
             88 COA-LIABILITY                          VALUE "L".
             88 COA-EQUITY                             VALUE "Q".
             88 COA-REVENUE                            VALUE "R".
             88 COA-EXPENSE                            VALUE "E".
          05 COA-EXTRACT-SIGN           PIC X.
             88 COA-EXTRACT-DEBIT                      VALUE "D".
             88 COA-EXTRACT-CREDIT                     VALUE "C".
          05 COA-OFFSET-ACCOUNT         PIC X(6).
          05 COA-ACCOUNT-STATUS         PIC X.
             88 COA-ACTIVE                             VALUE "A".
             88 COA-INACTIVE                           VALUE "I".
       FD  SHOP-RECEIPTS-FOOTER-REPORT-FILE.
       01 SHOP-RECEIPTS-FOOTER-PRINT-LINE PIC X(61).
       FD  SHOP-MASTER-FILE.
          05 MEMBER-GENDER              PIC X.
          05 MEMBER-DUES-AMOUNT         PIC 9(3)V99.
          05 MEMBER-PAYMENT-STATUS      PIC X.
             88 MEMBER-SUSPENDED                       VALUE "S".
          05 MEMBER-AR-BALANCE          PIC S9(5)V99.
          05 MEMBER-BILLED-DATE         PIC 9(8).
          05 MEMBER-CREDIT-LIMIT        PIC 9(5)V99.
          05 EXC-CONTROL-ID             PIC 9(7).
          05 EXC-NEXT-EXCEPTION-ID      PIC 9(7).
          05 FILLER                     PIC X(55).
       FD  STORED-VALUE-FILE.
       01 STORED-VALUE-REC.
          05 SV-CARD-NUMBER             PIC X(10).
          05 SV-CARD-TYPE               PIC X.
             88 SV-GIFT-CARD                           VALUE "G".
             88 SV-STORE-CREDIT                        VALUE "S".
          05 SV-MEMBER-ID               PIC X(5).
          05 SV-ISSUE-DATE              PIC 9(8).
          05 SV-ISSUE-SHOP-ID           PIC X(5).
          05 SV-ORIGINAL-AMOUNT         PIC 9(7)V99.
          05 SV-BALANCE                 PIC 9(7)V99.
          05 SV-LAST-ACTIVITY-DATE      PIC 9(8).
          05 SV-STATUS                  PIC X.
             88 SV-CARD-ACTIVE                         VALUE "A".
             88 SV-CARD-CLOSED                         VALUE "C".
       FD  STORED-VALUE-HISTORY-FILE.
       01 STORED-VALUE-HISTORY-REC.
          05 SVH-CARD-NUMBER            PIC X(10).
          05 SVH-SHOP-ID                PIC X(5).
          05 SVH-TRANS-DATE             PIC 9(8).
          05 SVH-TRANS-TYPE             PIC X.
             88 SVH-CARD-ISSUED                        VALUE "I".
             88 SVH-CARD-REDEEMED                      VALUE "R".
             88 SVH-CREDIT-ISSUED                      VALUE "C".
          05 SVH-AMOUNT                 PIC 9(7)V99.
          05 SVH-BALANCE-AFTER          PIC 9(7)V99.
          05 SVH-CLERK-ID               PIC X(3).
       FD  SPECIAL-ORDER-FILE.
       01 SPECIAL-ORDER-REC.
          05 SO-ORDER-NUMBER            PIC 9(6).
          05 SO-MEMBER-ID               PIC X(5).
          05 SO-SHOP-ID                 PIC X(5).
          05 SO-ITEM-ID                 PIC X(8).
          05 SO-VENDOR-ID               PIC X(5).
          05 SO-QTY-ORDERED             PIC 9(3).
          05 SO-UNIT-PRICE              PIC 9(5)V99.
          05 SO-DEPOSIT-HELD            PIC 9(7)V99.
          05 SO-DEPOSIT-APPLIED         PIC 9(7)V99.
          05 SO-ORDER-DATE              PIC 9(8).
          05 SO-PO-NUMBER               PIC 9(6).
          05 SO-READY-DATE              PIC 9(8).
          05 SO-CLOSED-DATE             PIC 9(8).
          05 SO-STATUS                  PIC X.
             88 SO-READY-FOR-PICKUP                    VALUE "R".
             88 SO-COMPLETED                           VALUE "C".
             88 SO-OPEN                                VALUE "E" "P"
                                                             "R".
       FD  SPECIAL-ORDER-HISTORY-FILE.
       01 SPECIAL-ORDER-HISTORY-REC.
          05 SOH-ORDER-NUMBER           PIC 9(6).
          05 SOH-SHOP-ID                PIC X(5).
          05 SOH-TRANS-DATE             PIC 9(8).
          05 SOH-TRANS-TYPE             PIC X.
             88 SOH-DEPOSIT-TAKEN                      VALUE "T".
             88 SOH-DEPOSIT-REFUNDED                   VALUE "F".
             88 SOH-DEPOSIT-APPLIED                    VALUE "A".
          05 SOH-AMOUNT                 PIC 9(7)V99.
          05 SOH-HELD-AFTER             PIC 9(7)V99.
          05 SOH-CLERK-ID               PIC X(3).
       FD  SERIAL-REGISTRY-FILE.
       01 SERIAL-REGISTRY-REC.
          05 SR-KEY.
             10 SR-ITEM-ID              PIC X(8).
             10 SR-SERIAL-NUMBER        PIC X(10).
          05 SR-SHOP-ID                 PIC X(5).
          05 SR-VENDOR-ID               PIC X(5).
          05 SR-PO-REFERENCE            PIC X(10).
          05 SR-RECEIVED-DATE           PIC 9(8).
          05 SR-STATUS                  PIC X.
             88 SR-IN-STOCK                            VALUE "I".
             88 SR-SOLD                                VALUE "S".
          05 SR-MEMBER-ID               PIC X(5).
          05 SR-SALE-DATE               PIC 9(8).
          05 SR-SALE-CLERK-ID           PIC X(3).
          05 SR-WARRANTY-EXPIRY-DATE    PIC 9(8).
          05 SR-LAST-ACTIVITY-DATE      PIC 9(8).
       FD  PRICING-FILE.
       01 PRICING-REC.
          88 END-OF-PRICING-FILE                       VALUE HIGH-VALUES
           .
          05 PR-PROMO-CODE              PIC X(6).
          05 PR-PROMO-DESCRIPTION       PIC X(20).
          05 PR-ITEM-ID                 PIC X(8).
          05 PR-ITEM-CATEGORY           PIC X(10).
          05 PR-MEMBER-TYPE             PIC X.
          05 PR-FROM-DATE               PIC 9(8).
          05 PR-TO-DATE                 PIC 9(8).
          05 PR-PRICE-METHOD            PIC X.
          05 PR-PRICE-VALUE             PIC 9(5)V99.
       FD  PROMO-SALES-FILE.
       01 PROMO-SALES-REC.
          05 PS-PROMO-CODE              PIC X(6).
          05 PS-SHOP-ID                 PIC X(5).
          05 PS-SALE-DATE               PIC 9(8).
          05 PS-ITEM-ID                 PIC X(8).
          05 PS-TYPE                    PIC X.
          05 PS-QTY                     PIC 9(3).
          05 PS-REVENUE                 PIC 9(7)V99.
          05 PS-DISCOUNT                PIC S9(7)V99
                SIGN IS TRAILING SEPARATE CHARACTER.

       WORKING-STORAGE SECTION.
       01 GL-REVENUE-ACCOUNT-CODE       PIC X(6)       VALUE "400100".
       01 GL-TAX-ACCOUNT-CODE           PIC X(6)       VALUE "230100".
       01 GL-STORED-VALUE-ACCOUNT-CODE  PIC X(6)       VALUE "230200".
       01 GL-SPECIAL-ORDER-ACCOUNT-CODE PIC X(6)       VALUE "230300".
       01 GL-AR-ACCOUNT-CODE            PIC X(6)       VALUE "110200".
       01 GL-CHECK-ACCOUNT-CODE         PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH       PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                          VALUE "Y".
       01 STORED-VALUE-CATEGORY         PIC X(10)      VALUE
             "GIFTCARD".
       01 SPECIAL-ORDER-CATEGORY        PIC X(10)      VALUE
             "SPECORDER".
       01 EXCEPTION-SOURCE-NAME         PIC X(20)      VALUE
             "SHOP-RECEIPTS-FOOTER".
       01 NEW-EX-TYPE-CODE              PIC X(4)       VALUE SPACES.
          05 PRN-TAX-SHOP-ID            PIC X(5).
          05 PRN-TAX-TOTAL              PIC $$$,$$$,$$9.99-.

       01 EXC-MASTER-DETAIL-LINE.
          05 FILLER                     PIC X(22)      VALUE
                "Shop master mismatch: ".
          05 FILLER                     PIC X(5)       VALUE " Clk ".
          05 EXC-CHARGE-CLERK-ID        PIC X(3).

       01 SHOP-CARD-LIABILITY           PIC S9(9)V99   VALUE ZEROS.
       01 SHOP-AR-CHARGE-TOTAL          PIC S9(9)V99   VALUE ZEROS.
       01 CARD-TRANS-AMOUNT             PIC 9(7)V99    VALUE ZEROS.
       01 NEW-CARD-TRANS-TYPE           PIC X          VALUE SPACE.
       01 CARD-PENDING-TABLE.
          05 CARD-PENDING-ENTRY         OCCURS 500 TIMES.
             10 CP-CARD-NUMBER          PIC X(10).
             10 CP-TRANS-TYPE           PIC X.
             10 CP-MEMBER-ID            PIC X(5).
             10 CP-AMOUNT               PIC 9(7)V99.
             10 CP-CLERK-ID             PIC X(3).
       01 CARD-PENDING-COUNT            PIC 9(3)       VALUE ZEROS.
       01 CARD-PENDING-INDEX            PIC 9(3)       VALUE ZEROS.
       01 EXC-CARD-DETAIL-LINE.
          05 FILLER                     PIC X(17)      VALUE
                "Card not posted: ".
          05 EXC-CARD-NUMBER            PIC X(10).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 EXC-CARD-REASON            PIC X(20).
          05 FILLER                     PIC X(5)       VALUE " Clk ".
          05 EXC-CARD-CLERK-ID          PIC X(3).

       01 SHOP-DEPOSIT-LIABILITY        PIC S9(9)V99   VALUE ZEROS.
       01 ORDER-TRANS-AMOUNT            PIC 9(7)V99    VALUE ZEROS.
       01 ORDER-APPLIED-AMOUNT          PIC 9(7)V99    VALUE ZEROS.
       01 ORDER-BALANCE-AMOUNT          PIC 9(7)V99    VALUE ZEROS.
       01 NEW-ORDER-TRANS-TYPE          PIC X          VALUE SPACE.
       01 ORDER-PENDING-TABLE.
          05 ORDER-PENDING-ENTRY        OCCURS 500 TIMES.
             10 ORP-ORDER-NUMBER        PIC 9(6).
             10 ORP-TRANS-TYPE          PIC X.
             10 ORP-MEMBER-ID           PIC X(5).
             10 ORP-SALE-DATE           PIC 9(8).
             10 ORP-ITEM-ID             PIC X(8).
             10 ORP-QTY                 PIC 9(3).
             10 ORP-AMOUNT              PIC 9(7)V99.
             10 ORP-CLERK-ID            PIC X(3).
       01 ORDER-PENDING-COUNT           PIC 9(3)       VALUE ZEROS.
       01 ORDER-PENDING-INDEX           PIC 9(3)       VALUE ZEROS.
       01 EXC-ORDER-DETAIL-LINE.
          05 FILLER                     PIC X(18)      VALUE
                "Order not posted: ".
          05 EXC-ORDER-NUMBER           PIC X(6).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 EXC-ORDER-REASON           PIC X(22).
          05 FILLER                     PIC X(5)       VALUE " Clk ".
          05 EXC-ORDER-CLERK-ID         PIC X(3).

       01 SERIAL-PENDING-TABLE.
          05 SERIAL-PENDING-ENTRY       OCCURS 500 TIMES.
             10 SRP-ITEM-ID             PIC X(8).
             10 SRP-SERIAL-NUMBER       PIC X(10).
             10 SRP-TRANS-TYPE          PIC X.
             10 SRP-MEMBER-ID           PIC X(5).
             10 SRP-SALE-DATE           PIC 9(8).
             10 SRP-CLERK-ID            PIC X(3).
             10 SRP-WARRANTY-MONTHS     PIC 9(3).
       01 SERIAL-PENDING-COUNT          PIC 9(3)       VALUE ZEROS.
       01 SERIAL-PENDING-INDEX          PIC 9(3)       VALUE ZEROS.
       01 EXC-SERIAL-DETAIL-LINE.
          05 FILLER                     PIC X(19)      VALUE
                "Serial not posted: ".
          05 EXC-SERIAL-NUMBER          PIC X(10).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 EXC-SERIAL-REASON          PIC X(20).
          05 FILLER                     PIC X(5)       VALUE " Clk ".
          05 EXC-SERIAL-CLERK-ID        PIC X(3).
       01 WARRANTY-DATE-WORK            PIC 9(8)       VALUE ZEROS.
       01 WARRANTY-DATE-PARTS REDEFINES WARRANTY-DATE-WORK.
          05 WARRANTY-YEAR              PIC 9(4).
          05 WARRANTY-MONTH             PIC 9(2).
          05 WARRANTY-DAY               PIC 9(2).
       01 WARRANTY-MONTH-COUNT          PIC 9(6)       VALUE ZEROS.
       01 WARRANTY-DAY-NUMBER           PIC 9(7)       VALUE ZEROS.
       01 MONTH-END-DAY-TABLE           PIC X(24)      VALUE
             "312931303130313130313031".
       01 MONTH-END-DAY-ENTRIES REDEFINES MONTH-END-DAY-TABLE.
          05 MONTH-END-DAY              PIC 9(2)       OCCURS 12 TIMES.

       01 CHARGE-SALE-AMOUNT            PIC 9(7)V99    VALUE ZEROS.
       01 CHARGE-PENDING-TABLE.
          05 CHARGE-PENDING-ENTRY       OCCURS 1000 TIMES.

       01 RESTART-SHOP-ID               PIC X(5)       VALUE SPACES.
          88 NO-RESTART-REQUESTED                      VALUE SPACES.
       01 DAILY-TRAILER-SWITCH          PIC X          VALUE "N".
          88 DAILY-TRAILER-FOUND                       VALUE "Y".
       01 DAILY-BALANCE-SWITCH          PIC X          VALUE "Y".
          88 DAILY-TRANS-IN-BALANCE                    VALUE "Y".
          88 DAILY-TRANS-OUT-OF-BALANCE                VALUE "N".
       01 DAILY-READ-COUNT              PIC 9(7)       VALUE ZEROS.
       01 DAILY-READ-AMOUNT             PIC 9(11)V99   VALUE ZEROS.
       01 TRAILER-RECORD-COUNT          PIC 9(7)       VALUE ZEROS.
       01 TRAILER-AMOUNT-TOTAL          PIC 9(11)V99   VALUE ZEROS.

       01 SALE-ITEM-DETAIL.
          05 SI-ITEM-DESCRIPTION        PIC X(20).
          05 SI-TAX-RATE                PIC 9V9999.
          05 SI-ITEM-FOUND-SWITCH       PIC X.
             88 SALE-ITEM-ON-MASTER                    VALUE "Y".
          05 SI-SERIAL-FLAG             PIC X.
             88 SALE-ITEM-SERIALIZED                   VALUE "Y".
          05 SI-WARRANTY-MONTHS         PIC 9(3).

       01 PRICE-TOLERANCE-RATE          PIC V99        VALUE .05.
       01 PRICE-ALLOWED-VARIANCE        PIC 9(5)V99    VALUE ZEROS.
          05 FILLER                     PIC X(5)       VALUE " Clk ".
          05 EXC-PRICE-CLERK-ID         PIC X(3).

       01 PRICING-TABLE.
          05 PRICING-ENTRY              OCCURS 500 TIMES.
             10 PT-PROMO-CODE           PIC X(6).
             10 PT-ITEM-ID              PIC X(8).
             10 PT-ITEM-CATEGORY        PIC X(10).
             10 PT-MEMBER-TYPE          PIC X.
                88 PT-ALL-MEMBER-TYPES                 VALUE SPACE.
             10 PT-FROM-DATE            PIC 9(8).
             10 PT-TO-DATE              PIC 9(8).
             10 PT-PRICE-METHOD         PIC X.
                88 PT-FIXED-PRICE                      VALUE "F".
                88 PT-PERCENT-OFF                      VALUE "P".
             10 PT-PRICE-VALUE          PIC 9(5)V99.
       01 PRICING-COUNT                 PIC 9(3)       VALUE ZEROS.
       01 PRICING-INDEX                 PIC 9(3)       VALUE ZEROS.
       01 SALE-MEMBER-TYPE-CODE         PIC X          VALUE SPACE.
       01 PROMO-CANDIDATE-PRICE         PIC 9(5)V99    VALUE ZEROS.
       01 EFFECTIVE-SALE-PRICE          PIC 9(5)V99    VALUE ZEROS.
       01 EFFECTIVE-PROMO-CODE          PIC X(6)       VALUE SPACES.
          88 NO-PROMO-PRICE                            VALUE SPACES.
       01 PROMO-PENDING-TABLE.
          05 PROMO-PENDING-ENTRY        OCCURS 1000 TIMES.
             10 PP-PROMO-CODE           PIC X(6).
             10 PP-SALE-DATE            PIC 9(8).
             10 PP-ITEM-ID              PIC X(8).
             10 PP-TYPE                 PIC X.
             10 PP-QTY                  PIC 9(3).
             10 PP-REVENUE              PIC 9(7)V99.
             10 PP-DISCOUNT             PIC S9(7)V99.
       01 PROMO-PENDING-COUNT           PIC 9(4)       VALUE ZEROS.
       01 PROMO-PENDING-INDEX           PIC 9(4)       VALUE ZEROS.

       01 REFUND-AUTH-LIMIT             PIC 9(5)V99    VALUE 50.00.
       01 AUTH-LIMIT-TEXT               PIC X(7)       VALUE SPACES.
       01 AUTH-SHIFT-TEXT               PIC X(7)       VALUE SPACES.
       PROCEDURE DIVISION .
       SHOP-SALE-PROCESS.
           ACCEPT RESTART-SHOP-ID FROM COMMAND-LINE
           PERFORM VALIDATE-GL-ACCOUNTS
           PERFORM LOAD-REFUND-AUTH-TABLE
           PERFORM LOAD-PRICING-TABLE
           OPEN I-O EXCEPTION-MASTER-FILE
           OPEN I-O POSTING-CONTROL-FILE
           PERFORM PRESCAN-POSTING-CONTROL
           IF DAILY-TRANS-OUT-OF-BALANCE
              CLOSE EXCEPTION-MASTER-FILE, POSTING-CONTROL-FILE
              GOBACK
           END-IF
           OPEN INPUT DAILY-TRANS-FILE
           OPEN INPUT ITEM-MASTER-FILE
           OPEN INPUT SHOP-MASTER-FILE
           IF NO-RESTART-REQUESTED AND NO-BATCH-POSTED
              OPEN OUTPUT SHOP-EXCEPTION-FILE
              OPEN OUTPUT SHOP-RECEIPTS-FOOTER-REPORT-FILE
           ELSE
              OPEN EXTEND SHOP-EXCEPTION-FILE
              OPEN EXTEND SHOP-RECEIPTS-FOOTER-REPORT-FILE
           END-IF
           OPEN EXTEND GL-EXTRACT-FILE
           OPEN EXTEND SALES-HISTORY-FILE
           OPEN I-O MEMBER-FILE
           OPEN EXTEND MEMBER-CHARGE-FILE
           OPEN I-O SHOP-PERIOD-FILE
           OPEN EXTEND PROMO-SALES-FILE
           OPEN I-O STORED-VALUE-FILE
           OPEN EXTEND STORED-VALUE-HISTORY-FILE
           OPEN I-O SPECIAL-ORDER-FILE
           OPEN EXTEND SPECIAL-ORDER-HISTORY-FILE
           OPEN I-O SERIAL-REGISTRY-FILE
           PERFORM READ-DAILY-TRANS-FILE.
           IF NOT NO-RESTART-REQUESTED
              PERFORM SKIP-TO-RESTART-SHOP
              IF END-OF-DAILY-TRANS
                 DISPLAY "RESTART SHOP NOT FOUND: " RESTART-SHOP-ID
                 MOVE 16 TO RETURN-CODE
                 CLOSE DAILY-TRANS-FILE, ITEM-MASTER-FILE,
                       SHOP-MASTER-FILE, SHOP-EXCEPTION-FILE,
                       GL-EXTRACT-FILE,
                       SHOP-RECEIPTS-FOOTER-REPORT-FILE,
                       SALES-HISTORY-FILE, MEMBER-FILE,
                       MEMBER-CHARGE-FILE, SHOP-PERIOD-FILE,
                       POSTING-CONTROL-FILE, EXCEPTION-MASTER-FILE,
                       PROMO-SALES-FILE, STORED-VALUE-FILE,
                       STORED-VALUE-HISTORY-FILE, SPECIAL-ORDER-FILE,
                       SPECIAL-ORDER-HISTORY-FILE, SERIAL-REGISTRY-FILE
                 GOBACK
              END-IF
           END-IF
           PERFORM PROCESS-SHOPS UNTIL END-OF-DAILY-TRANS

           CLOSE DAILY-TRANS-FILE, ITEM-MASTER-FILE, SHOP-MASTER-FILE,
                 SHOP-EXCEPTION-FILE, GL-EXTRACT-FILE,
                 SHOP-RECEIPTS-FOOTER-REPORT-FILE, SALES-HISTORY-FILE,
                 MEMBER-FILE, MEMBER-CHARGE-FILE, SHOP-PERIOD-FILE,
                 POSTING-CONTROL-FILE, EXCEPTION-MASTER-FILE,
                 PROMO-SALES-FILE, STORED-VALUE-FILE,
                 STORED-VALUE-HISTORY-FILE, SPECIAL-ORDER-FILE,
                 SPECIAL-ORDER-HISTORY-FILE, SERIAL-REGISTRY-FILE
           GOBACK
           .

           END-READ
           .

       LOAD-PRICING-TABLE.
           OPEN INPUT PRICING-FILE
           PERFORM READ-PRICING-FILE
           PERFORM STORE-PRICING-ENTRY UNTIL END-OF-PRICING-FILE
           CLOSE PRICING-FILE
           .

       STORE-PRICING-ENTRY.
           IF PRICING-COUNT < 500
              COMPUTE PRICING-COUNT = PRICING-COUNT + 1
              MOVE PR-PROMO-CODE TO PT-PROMO-CODE(PRICING-COUNT)
              MOVE PR-ITEM-ID TO PT-ITEM-ID(PRICING-COUNT)
              MOVE PR-ITEM-CATEGORY TO PT-ITEM-CATEGORY(PRICING-COUNT)
              MOVE PR-MEMBER-TYPE TO PT-MEMBER-TYPE(PRICING-COUNT)
              MOVE PR-FROM-DATE TO PT-FROM-DATE(PRICING-COUNT)
              MOVE PR-TO-DATE TO PT-TO-DATE(PRICING-COUNT)
              MOVE PR-PRICE-METHOD TO PT-PRICE-METHOD(PRICING-COUNT)
              MOVE PR-PRICE-VALUE TO PT-PRICE-VALUE(PRICING-COUNT)
           END-IF
           PERFORM READ-PRICING-FILE
           .

       READ-PRICING-FILE.
           READ PRICING-FILE
           AT END
              SET END-OF-PRICING-FILE TO TRUE
           END-READ
           .

       PRESCAN-POSTING-CONTROL.
           SET NO-BATCH-POSTED TO TRUE
           MOVE SPACES TO PC-SHOP-ID
           MOVE ZEROS TO PC-TRANS-DATE
           OPEN INPUT DAILY-TRANS-FILE
           PERFORM READ-DAILY-TRANS-FILE
           PERFORM PRESCAN-RECEIPT-RECORD
              UNTIL END-OF-DAILY-TRANS
           CLOSE DAILY-TRANS-FILE
           PERFORM VERIFY-DAILY-TRAILER
           .

       PRESCAN-RECEIPT-RECORD.
           IF DT-SHOP-ID NOT = PC-SHOP-ID
                 OR DT-TRANS-DATE NOT = PC-TRANS-DATE
              MOVE DT-SHOP-ID TO PC-SHOP-ID
              MOVE DT-TRANS-DATE TO PC-TRANS-DATE
              READ POSTING-CONTROL-FILE
                 INVALID KEY
                    CONTINUE
                    END-IF
              END-READ
           END-IF
           PERFORM READ-DAILY-TRANS-FILE
           .

       SKIP-TO-RESTART-SHOP.
           PERFORM UNTIL END-OF-DAILY-TRANS
              OR DT-SHOP-ID = RESTART-SHOP-ID
              PERFORM READ-DAILY-TRANS-FILE
           END-PERFORM
           .
       
           PERFORM PROCESS-SHOP-HEADER.
           IF SHOP-ALREADY-POSTED
              PERFORM SKIP-POSTED-SHOP
                 UNTIL END-OF-DAILY-TRANS
                 OR DT-SHOP-ID NOT = PRN-SHOP-ID
                 OR DT-TRANS-DATE NOT = PRN-SHOP-DATE
           ELSE
              PERFORM PROCESS-SHOP-ITEM UNTIL END-OF-DAILY-TRANS
                 OR DT-SHOP-ID NOT = PRN-SHOP-ID
                 OR DT-TRANS-DATE NOT = PRN-SHOP-DATE
              PERFORM PROCESS-SHOP-FOOTER
           END-IF
           .

       SKIP-POSTED-SHOP.
           PERFORM READ-DAILY-TRANS-FILE
           .
       PROCESS-SHOP-HEADER.
           MOVE DT-SHOP-ID TO PRN-SHOP-ID
           MOVE DT-TRANS-DATE TO PRN-SHOP-DATE
           MOVE ZEROS TO SHOP-TOTAL.
           MOVE ZEROS TO REFUND-TOTAL.
           MOVE ZEROS TO SHOP-TAX-TOTAL.
           MOVE ZEROS TO ITEM-COUNT.
           MOVE ZEROS TO CHARGE-PENDING-COUNT.
           MOVE ZEROS TO PROMO-PENDING-COUNT.
           MOVE ZEROS TO CARD-PENDING-COUNT.
           MOVE ZEROS TO SHOP-CARD-LIABILITY.
           MOVE ZEROS TO SHOP-AR-CHARGE-TOTAL.
           MOVE ZEROS TO ORDER-PENDING-COUNT.
           MOVE ZEROS TO SHOP-DEPOSIT-LIABILITY.
           MOVE ZEROS TO SERIAL-PENDING-COUNT.
           PERFORM VALIDATE-SHOP-MASTER
           PERFORM CHECK-POSTING-CONTROL
           .

       CHECK-POSTING-CONTROL.
           SET SHOP-NOT-YET-POSTED TO TRUE
           MOVE DT-SHOP-ID TO PC-SHOP-ID
           MOVE DT-TRANS-DATE TO PC-TRANS-DATE
           READ POSTING-CONTROL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF FOOTER-BATCH-POSTED
                    SET SHOP-ALREADY-POSTED TO TRUE
                    MOVE DT-SHOP-ID TO EXC-POSTED-SHOP-ID
                    MOVE DT-TRANS-DATE TO EXC-POSTED-DATE
                    WRITE SHOP-EXCEPTION-LINE
                       FROM EXC-POSTED-DETAIL-LINE
                    MOVE "POST" TO NEW-EX-TYPE-CODE
                    MOVE DT-SHOP-ID TO NEW-EX-KEY-SHOP-ID
                    MOVE SPACES TO NEW-EX-KEY-DETAIL
                    MOVE DT-TRANS-DATE TO NEW-EX-DATE-RAISED
                    PERFORM WRITE-EXCEPTION-MASTER
                 END-IF
           END-READ
           .

       VALIDATE-SHOP-MASTER.
           MOVE DT-SHOP-ID TO SM-SHOP-ID
           READ SHOP-MASTER-FILE
              INVALID KEY
                 MOVE DT-SHOP-ID TO EXC-MASTER-SHOP-ID
                 MOVE "UNKNOWN SHOP ID" TO EXC-MASTER-REASON
                 PERFORM WRITE-SHOP-MASTER-EXCEPTION
              NOT INVALID KEY
                 IF SM-SHOP-LOCATION NOT = DT-SHOP-LOCATION
                    MOVE DT-SHOP-ID TO EXC-MASTER-SHOP-ID
                    MOVE "LOCATION MISMATCH" TO EXC-MASTER-REASON
                    PERFORM WRITE-SHOP-MASTER-EXCEPTION
                 END-IF
           MOVE "SHOP" TO NEW-EX-TYPE-CODE
           MOVE EXC-MASTER-SHOP-ID TO NEW-EX-KEY-SHOP-ID
           MOVE SPACES TO NEW-EX-KEY-DETAIL
           MOVE DT-TRANS-DATE TO NEW-EX-DATE-RAISED
           PERFORM WRITE-EXCEPTION-MASTER
           .

           PERFORM WRITE-ITEM-DETAIL-LINE
           PERFORM COMPUTE-ITEM-TAX
           SET REFUND-AUTHORIZED TO TRUE
           IF DT-REFUND
              PERFORM CHECK-REFUND-AUTHORIZATION
              IF REFUND-AUTHORIZED
                    AND SI-ITEM-CATEGORY = SPECIAL-ORDER-CATEGORY
                 MOVE "F" TO NEW-ORDER-TRANS-TYPE
                 PERFORM SAVE-PENDING-ORDER
              END-IF
              IF REFUND-AUTHORIZED
                    AND SI-ITEM-CATEGORY NOT = SPECIAL-ORDER-CATEGORY
                 COMPUTE SHOP-TOTAL = SHOP-TOTAL -
                    (DT-QTY-SOLD * DT-ITEM-COST)
                 COMPUTE REFUND-TOTAL = REFUND-TOTAL +
                    (DT-QTY-SOLD * DT-ITEM-COST)
                 COMPUTE SHOP-TAX-TOTAL = SHOP-TAX-TOTAL -
                    ITEM-TAX-AMOUNT
              END-IF
              IF REFUND-NOT-AUTHORIZED
                 MOVE PRN-SHOP-ID TO EXC-REF-SHOP-ID
                 MOVE DT-ITEM-ID TO EXC-REF-ITEM-ID
                 MOVE REFUND-AMOUNT TO EXC-REF-AMOUNT
                 MOVE DT-CLERK-ID TO EXC-REF-CLERK-ID
                 WRITE SHOP-EXCEPTION-LINE
                    FROM EXC-REFUND-DETAIL-LINE
                 MOVE "REFD" TO NEW-EX-TYPE-CODE
                 MOVE PRN-SHOP-ID TO NEW-EX-KEY-SHOP-ID
                 MOVE DT-ITEM-ID TO NEW-EX-KEY-DETAIL
                 MOVE DT-SALE-DATE TO NEW-EX-DATE-RAISED
                 PERFORM WRITE-EXCEPTION-MASTER
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN SI-ITEM-CATEGORY = STORED-VALUE-CATEGORY
                    MOVE "I" TO NEW-CARD-TRANS-TYPE
                    PERFORM SAVE-PENDING-CARD
                 WHEN SI-ITEM-CATEGORY = SPECIAL-ORDER-CATEGORY
                    MOVE "T" TO NEW-ORDER-TRANS-TYPE
                    PERFORM SAVE-PENDING-ORDER
                 WHEN OTHER
                    COMPUTE SHOP-TOTAL = SHOP-TOTAL +
                       (DT-QTY-SOLD * DT-ITEM-COST)
                    COMPUTE SHOP-TAX-TOTAL = SHOP-TAX-TOTAL +
                       ITEM-TAX-AMOUNT
                    IF DT-SPECIAL-ORDER-TENDER
                       MOVE "A" TO NEW-ORDER-TRANS-TYPE
                       PERFORM SAVE-PENDING-ORDER
                    END-IF
              END-EVALUATE
           END-IF
           COMPUTE ITEM-COUNT = ITEM-COUNT + 1
           IF SALE-ITEM-SERIALIZED AND REFUND-AUTHORIZED
              PERFORM SAVE-PENDING-SERIAL
           END-IF
           IF DT-STORED-VALUE-TENDER AND REFUND-AUTHORIZED
              IF DT-REFUND
                 MOVE "C" TO NEW-CARD-TRANS-TYPE
              ELSE
                 MOVE "R" TO NEW-CARD-TRANS-TYPE
              END-IF
              PERFORM SAVE-PENDING-CARD
           END-IF
           IF NOT DT-CASH-SALE AND REFUND-AUTHORIZED
                 AND NOT DT-STORED-VALUE-TENDER
                 AND NOT DT-SPECIAL-ORDER-TENDER
              PERFORM SAVE-PENDING-CHARGE
           END-IF
           IF NOT NO-PROMO-PRICE AND REFUND-AUTHORIZED
              PERFORM SAVE-PENDING-PROMO
           END-IF
           PERFORM READ-DAILY-TRANS-FILE
           .

       CHECK-REFUND-AUTHORIZATION.
           COMPUTE REFUND-AMOUNT = DT-QTY-SOLD * DT-ITEM-COST
           IF REFUND-AMOUNT > REFUND-AUTH-LIMIT
              SET REFUND-NOT-AUTHORIZED TO TRUE
              MOVE ZEROS TO REFUND-AUTH-INDEX
           COMPUTE REFUND-AUTH-INDEX = REFUND-AUTH-INDEX + 1
           IF NOT AUTH-ENTRY-USED(REFUND-AUTH-INDEX)
                 AND RA-SHOP-ID(REFUND-AUTH-INDEX) = PRN-SHOP-ID
                 AND RA-ITEM-ID(REFUND-AUTH-INDEX) = DT-ITEM-ID
                 AND RA-AMOUNT(REFUND-AUTH-INDEX) >= REFUND-AMOUNT
              MOVE "Y" TO RA-USED-SWITCH(REFUND-AUTH-INDEX)
              SET REFUND-AUTHORIZED TO TRUE
       SAVE-PENDING-CHARGE.
           IF CHARGE-PENDING-COUNT < 1000
              COMPUTE CHARGE-PENDING-COUNT = CHARGE-PENDING-COUNT + 1
              MOVE DT-MEMBER-ID TO
                 PEND-MEMBER-ID(CHARGE-PENDING-COUNT)
              MOVE DT-SALE-DATE TO PEND-TRANS-DATE(CHARGE-PENDING-COUNT)
              MOVE DT-RECORD-TYPE TO
                 PEND-TYPE(CHARGE-PENDING-COUNT)
              MOVE DT-ITEM-ID TO PEND-ITEM-ID(CHARGE-PENDING-COUNT)
              MOVE DT-QTY-SOLD TO PEND-QTY(CHARGE-PENDING-COUNT)
              COMPUTE PEND-AMOUNT(CHARGE-PENDING-COUNT) =
                 DT-QTY-SOLD * DT-ITEM-COST
              MOVE DT-CLERK-ID TO
                 PEND-CLERK-ID(CHARGE-PENDING-COUNT)
           ELSE
              MOVE DT-MEMBER-ID TO EXC-CHARGE-MEMBER-ID
              MOVE "CHARGE TABLE FULL" TO EXC-CHARGE-REASON
              MOVE DT-CLERK-ID TO EXC-CHARGE-CLERK-ID
              PERFORM WRITE-CHARGE-EXCEPTION
           END-IF
           .

       SAVE-PENDING-CARD.
           IF CARD-PENDING-COUNT < 500
              COMPUTE CARD-PENDING-COUNT = CARD-PENDING-COUNT + 1
              MOVE DT-CARD-NUMBER TO
                 CP-CARD-NUMBER(CARD-PENDING-COUNT)
              MOVE NEW-CARD-TRANS-TYPE TO
                 CP-TRANS-TYPE(CARD-PENDING-COUNT)
              MOVE DT-MEMBER-ID TO CP-MEMBER-ID(CARD-PENDING-COUNT)
              COMPUTE CP-AMOUNT(CARD-PENDING-COUNT) =
                 DT-QTY-SOLD * DT-ITEM-COST
              MOVE DT-CLERK-ID TO CP-CLERK-ID(CARD-PENDING-COUNT)
           ELSE
              MOVE DT-CARD-NUMBER TO EXC-CARD-NUMBER
              MOVE "CARD TABLE FULL" TO EXC-CARD-REASON
              MOVE DT-CLERK-ID TO EXC-CARD-CLERK-ID
              PERFORM WRITE-CARD-EXCEPTION
           END-IF
           .

       SAVE-PENDING-ORDER.
           IF ORDER-PENDING-COUNT < 500
              COMPUTE ORDER-PENDING-COUNT = ORDER-PENDING-COUNT + 1
              MOVE DT-CARD-NUMBER(1:6) TO
                 ORP-ORDER-NUMBER(ORDER-PENDING-COUNT)
              MOVE NEW-ORDER-TRANS-TYPE TO
                 ORP-TRANS-TYPE(ORDER-PENDING-COUNT)
              MOVE DT-MEMBER-ID TO ORP-MEMBER-ID(ORDER-PENDING-COUNT)
              MOVE DT-SALE-DATE TO ORP-SALE-DATE(ORDER-PENDING-COUNT)
              MOVE DT-ITEM-ID TO ORP-ITEM-ID(ORDER-PENDING-COUNT)
              MOVE DT-QTY-SOLD TO ORP-QTY(ORDER-PENDING-COUNT)
              COMPUTE ORP-AMOUNT(ORDER-PENDING-COUNT) =
                 DT-QTY-SOLD * DT-ITEM-COST
              MOVE DT-CLERK-ID TO ORP-CLERK-ID(ORDER-PENDING-COUNT)
           ELSE
              MOVE DT-CARD-NUMBER TO EXC-ORDER-NUMBER
              MOVE "ORDER TABLE FULL" TO EXC-ORDER-REASON
              MOVE DT-CLERK-ID TO EXC-ORDER-CLERK-ID
              PERFORM WRITE-ORDER-EXCEPTION
           END-IF
           .

       POST-PENDING-ORDERS.
           MOVE ZEROS TO ORDER-PENDING-INDEX
           PERFORM POST-ONE-PENDING-ORDER
              UNTIL ORDER-PENDING-INDEX >= ORDER-PENDING-COUNT
           .

       POST-ONE-PENDING-ORDER.
           COMPUTE ORDER-PENDING-INDEX = ORDER-PENDING-INDEX + 1
           MOVE ORP-ORDER-NUMBER(ORDER-PENDING-INDEX) TO
              SO-ORDER-NUMBER
           MOVE ORP-AMOUNT(ORDER-PENDING-INDEX) TO ORDER-TRANS-AMOUNT
           MOVE ZEROS TO ORDER-APPLIED-AMOUNT
           READ SPECIAL-ORDER-FILE
              INVALID KEY
                 MOVE "ORDER NOT ON FILE" TO EXC-ORDER-REASON
                 PERFORM REJECT-PENDING-ORDER
              NOT INVALID KEY
                 PERFORM APPLY-SPECIAL-ORDER-TRANS
           END-READ
           IF ORP-TRANS-TYPE(ORDER-PENDING-INDEX) = "A"
              PERFORM SAVE-ORDER-BALANCE-CHARGE
           END-IF
           .

       APPLY-SPECIAL-ORDER-TRANS.
           EVALUATE TRUE
              WHEN ORP-TRANS-TYPE(ORDER-PENDING-INDEX) = "T"
                    AND NOT SO-OPEN
                 MOVE "ORDER ALREADY CLOSED" TO EXC-ORDER-REASON
                 PERFORM REJECT-PENDING-ORDER
              WHEN ORP-TRANS-TYPE(ORDER-PENDING-INDEX) = "T"
                 COMPUTE SO-DEPOSIT-HELD =
                    SO-DEPOSIT-HELD + ORDER-TRANS-AMOUNT
                 REWRITE SPECIAL-ORDER-REC
                 PERFORM WRITE-SPECIAL-ORDER-HISTORY
              WHEN ORP-TRANS-TYPE(ORDER-PENDING-INDEX) = "F"
                    AND ORDER-TRANS-AMOUNT > SO-DEPOSIT-HELD
                 MOVE "REFUND EXCEEDS DEPOSIT" TO EXC-ORDER-REASON
                 PERFORM REJECT-PENDING-ORDER
              WHEN ORP-TRANS-TYPE(ORDER-PENDING-INDEX) = "F"
                 COMPUTE SO-DEPOSIT-HELD =
                    SO-DEPOSIT-HELD - ORDER-TRANS-AMOUNT
                 REWRITE SPECIAL-ORDER-REC
                 PERFORM WRITE-SPECIAL-ORDER-HISTORY
              WHEN NOT SO-READY-FOR-PICKUP
                 MOVE "ORDER NOT READY" TO EXC-ORDER-REASON
                 PERFORM REJECT-PENDING-ORDER
              WHEN OTHER
                 IF SO-DEPOSIT-HELD > ORDER-TRANS-AMOUNT
                    MOVE ORDER-TRANS-AMOUNT TO ORDER-APPLIED-AMOUNT
                 ELSE
                    MOVE SO-DEPOSIT-HELD TO ORDER-APPLIED-AMOUNT
                 END-IF
                 COMPUTE SO-DEPOSIT-HELD =
                    SO-DEPOSIT-HELD - ORDER-APPLIED-AMOUNT
                 COMPUTE SO-DEPOSIT-APPLIED =
                    SO-DEPOSIT-APPLIED + ORDER-APPLIED-AMOUNT
                 SET SO-COMPLETED TO TRUE
                 MOVE PRN-SHOP-DATE TO SO-CLOSED-DATE
                 REWRITE SPECIAL-ORDER-REC
                 MOVE ORDER-APPLIED-AMOUNT TO ORDER-TRANS-AMOUNT
                 PERFORM WRITE-SPECIAL-ORDER-HISTORY
           END-EVALUATE
           .

       WRITE-SPECIAL-ORDER-HISTORY.
           MOVE SO-ORDER-NUMBER TO SOH-ORDER-NUMBER
           MOVE PRN-SHOP-ID TO SOH-SHOP-ID
           MOVE PRN-SHOP-DATE TO SOH-TRANS-DATE
           MOVE ORP-TRANS-TYPE(ORDER-PENDING-INDEX) TO SOH-TRANS-TYPE
           MOVE ORDER-TRANS-AMOUNT TO SOH-AMOUNT
           MOVE SO-DEPOSIT-HELD TO SOH-HELD-AFTER
           MOVE ORP-CLERK-ID(ORDER-PENDING-INDEX) TO SOH-CLERK-ID
           WRITE SPECIAL-ORDER-HISTORY-REC
           IF SOH-DEPOSIT-TAKEN
              COMPUTE SHOP-DEPOSIT-LIABILITY =
                 SHOP-DEPOSIT-LIABILITY + ORDER-TRANS-AMOUNT
           ELSE
              COMPUTE SHOP-DEPOSIT-LIABILITY =
                 SHOP-DEPOSIT-LIABILITY - ORDER-TRANS-AMOUNT
           END-IF
           .

       SAVE-ORDER-BALANCE-CHARGE.
           COMPUTE ORDER-BALANCE-AMOUNT =
              ORP-AMOUNT(ORDER-PENDING-INDEX) - ORDER-APPLIED-AMOUNT
           IF ORDER-BALANCE-AMOUNT > ZEROS
              IF CHARGE-PENDING-COUNT < 1000
                 COMPUTE CHARGE-PENDING-COUNT =
                    CHARGE-PENDING-COUNT + 1
                 MOVE ORP-MEMBER-ID(ORDER-PENDING-INDEX) TO
                    PEND-MEMBER-ID(CHARGE-PENDING-COUNT)
                 MOVE ORP-SALE-DATE(ORDER-PENDING-INDEX) TO
                    PEND-TRANS-DATE(CHARGE-PENDING-COUNT)
                 MOVE "S" TO PEND-TYPE(CHARGE-PENDING-COUNT)
                 MOVE ORP-ITEM-ID(ORDER-PENDING-INDEX) TO
                    PEND-ITEM-ID(CHARGE-PENDING-COUNT)
                 MOVE ORP-QTY(ORDER-PENDING-INDEX) TO
                    PEND-QTY(CHARGE-PENDING-COUNT)
                 MOVE ORDER-BALANCE-AMOUNT TO
                    PEND-AMOUNT(CHARGE-PENDING-COUNT)
                 MOVE ORP-CLERK-ID(ORDER-PENDING-INDEX) TO
                    PEND-CLERK-ID(CHARGE-PENDING-COUNT)
              ELSE
                 MOVE ORP-MEMBER-ID(ORDER-PENDING-INDEX) TO
                    EXC-CHARGE-MEMBER-ID
                 MOVE "CHARGE TABLE FULL" TO EXC-CHARGE-REASON
                 MOVE ORP-CLERK-ID(ORDER-PENDING-INDEX) TO
                    EXC-CHARGE-CLERK-ID
                 PERFORM WRITE-CHARGE-EXCEPTION
              END-IF
           END-IF
           .

       REJECT-PENDING-ORDER.
           MOVE ORP-ORDER-NUMBER(ORDER-PENDING-INDEX) TO
              EXC-ORDER-NUMBER
           MOVE ORP-CLERK-ID(ORDER-PENDING-INDEX) TO EXC-ORDER-CLERK-ID
           PERFORM WRITE-ORDER-EXCEPTION
           .

       WRITE-ORDER-EXCEPTION.
           WRITE SHOP-EXCEPTION-LINE FROM EXC-ORDER-DETAIL-LINE
           MOVE "SORD" TO NEW-EX-TYPE-CODE
           MOVE PRN-SHOP-ID TO NEW-EX-KEY-SHOP-ID
           MOVE EXC-ORDER-NUMBER TO NEW-EX-KEY-DETAIL
           MOVE PRN-SHOP-DATE TO NEW-EX-DATE-RAISED
           PERFORM WRITE-EXCEPTION-MASTER
           .

       SAVE-PENDING-SERIAL.
           IF SERIAL-PENDING-COUNT < 500
              COMPUTE SERIAL-PENDING-COUNT = SERIAL-PENDING-COUNT + 1
              MOVE DT-ITEM-ID TO SRP-ITEM-ID(SERIAL-PENDING-COUNT)
              MOVE DT-SERIAL-NUMBER TO
                 SRP-SERIAL-NUMBER(SERIAL-PENDING-COUNT)
              MOVE DT-RECORD-TYPE TO
                 SRP-TRANS-TYPE(SERIAL-PENDING-COUNT)
              MOVE DT-MEMBER-ID TO SRP-MEMBER-ID(SERIAL-PENDING-COUNT)
              MOVE DT-SALE-DATE TO SRP-SALE-DATE(SERIAL-PENDING-COUNT)
              MOVE DT-CLERK-ID TO SRP-CLERK-ID(SERIAL-PENDING-COUNT)
              MOVE SI-WARRANTY-MONTHS TO
                 SRP-WARRANTY-MONTHS(SERIAL-PENDING-COUNT)
           ELSE
              MOVE DT-SERIAL-NUMBER TO EXC-SERIAL-NUMBER
              MOVE "SERIAL TABLE FULL" TO EXC-SERIAL-REASON
              MOVE DT-CLERK-ID TO EXC-SERIAL-CLERK-ID
              PERFORM WRITE-SERIAL-EXCEPTION
           END-IF
           .

       POST-PENDING-SERIALS.
           MOVE ZEROS TO SERIAL-PENDING-INDEX
           PERFORM POST-ONE-PENDING-SERIAL
              UNTIL SERIAL-PENDING-INDEX >= SERIAL-PENDING-COUNT
           .

       POST-ONE-PENDING-SERIAL.
           COMPUTE SERIAL-PENDING-INDEX = SERIAL-PENDING-INDEX + 1
           MOVE SRP-ITEM-ID(SERIAL-PENDING-INDEX) TO SR-ITEM-ID
           MOVE SRP-SERIAL-NUMBER(SERIAL-PENDING-INDEX) TO
              SR-SERIAL-NUMBER
           READ SERIAL-REGISTRY-FILE
              INVALID KEY
                 MOVE "SERIAL NOT ON FILE" TO EXC-SERIAL-REASON
                 PERFORM REJECT-PENDING-SERIAL
              NOT INVALID KEY
                 PERFORM APPLY-SERIAL-TRANS
           END-READ
           .

       APPLY-SERIAL-TRANS.
           EVALUATE TRUE
              WHEN SRP-TRANS-TYPE(SERIAL-PENDING-INDEX) = "R"
                    AND NOT SR-SOLD
                 MOVE "SERIAL NOT SOLD" TO EXC-SERIAL-REASON
                 PERFORM REJECT-PENDING-SERIAL
              WHEN SRP-TRANS-TYPE(SERIAL-PENDING-INDEX) = "R"
                 SET SR-IN-STOCK TO TRUE
                 MOVE PRN-SHOP-ID TO SR-SHOP-ID
                 MOVE SPACES TO SR-MEMBER-ID
                 MOVE ZEROS TO SR-SALE-DATE
                 MOVE SPACES TO SR-SALE-CLERK-ID
                 MOVE ZEROS TO SR-WARRANTY-EXPIRY-DATE
                 MOVE PRN-SHOP-DATE TO SR-LAST-ACTIVITY-DATE
                 REWRITE SERIAL-REGISTRY-REC
              WHEN NOT SR-IN-STOCK
                 MOVE "SERIAL NOT IN STOCK" TO EXC-SERIAL-REASON
                 PERFORM REJECT-PENDING-SERIAL
              WHEN OTHER
                 SET SR-SOLD TO TRUE
                 MOVE PRN-SHOP-ID TO SR-SHOP-ID
                 MOVE SRP-MEMBER-ID(SERIAL-PENDING-INDEX) TO
                    SR-MEMBER-ID
                 MOVE SRP-SALE-DATE(SERIAL-PENDING-INDEX) TO
                    SR-SALE-DATE
                 MOVE SRP-CLERK-ID(SERIAL-PENDING-INDEX) TO
                    SR-SALE-CLERK-ID
                 PERFORM COMPUTE-WARRANTY-EXPIRY
                 MOVE PRN-SHOP-DATE TO SR-LAST-ACTIVITY-DATE
                 REWRITE SERIAL-REGISTRY-REC
           END-EVALUATE
           .

       COMPUTE-WARRANTY-EXPIRY.
           IF SRP-WARRANTY-MONTHS(SERIAL-PENDING-INDEX) = ZEROS
              MOVE ZEROS TO SR-WARRANTY-EXPIRY-DATE
           ELSE
              MOVE SR-SALE-DATE TO WARRANTY-DATE-WORK
              COMPUTE WARRANTY-MONTH-COUNT =
                 (WARRANTY-YEAR * 12) + WARRANTY-MONTH - 1
                 + SRP-WARRANTY-MONTHS(SERIAL-PENDING-INDEX)
              DIVIDE WARRANTY-MONTH-COUNT BY 12
                 GIVING WARRANTY-YEAR REMAINDER WARRANTY-MONTH
              COMPUTE WARRANTY-MONTH = WARRANTY-MONTH + 1
              IF WARRANTY-DAY > MONTH-END-DAY(WARRANTY-MONTH)
                 MOVE MONTH-END-DAY(WARRANTY-MONTH) TO WARRANTY-DAY
              END-IF
              COMPUTE WARRANTY-DAY-NUMBER =
                 FUNCTION INTEGER-OF-DATE(WARRANTY-DATE-WORK)
              IF WARRANTY-DAY-NUMBER = ZEROS
                 COMPUTE WARRANTY-DAY = WARRANTY-DAY - 1
              END-IF
              MOVE WARRANTY-DATE-WORK TO SR-WARRANTY-EXPIRY-DATE
           END-IF
           .

       REJECT-PENDING-SERIAL.
           MOVE SRP-SERIAL-NUMBER(SERIAL-PENDING-INDEX) TO
              EXC-SERIAL-NUMBER
           MOVE SRP-CLERK-ID(SERIAL-PENDING-INDEX) TO
              EXC-SERIAL-CLERK-ID
           PERFORM WRITE-SERIAL-EXCEPTION
           .

       WRITE-SERIAL-EXCEPTION.
           WRITE SHOP-EXCEPTION-LINE FROM EXC-SERIAL-DETAIL-LINE
           MOVE "SERL" TO NEW-EX-TYPE-CODE
           MOVE PRN-SHOP-ID TO NEW-EX-KEY-SHOP-ID
           MOVE EXC-SERIAL-NUMBER TO NEW-EX-KEY-DETAIL
           MOVE PRN-SHOP-DATE TO NEW-EX-DATE-RAISED
           PERFORM WRITE-EXCEPTION-MASTER
           .

       POST-PENDING-CARDS.
           MOVE ZEROS TO CARD-PENDING-INDEX
           PERFORM POST-ONE-PENDING-CARD
              UNTIL CARD-PENDING-INDEX >= CARD-PENDING-COUNT
           .

       POST-ONE-PENDING-CARD.
           COMPUTE CARD-PENDING-INDEX = CARD-PENDING-INDEX + 1
           MOVE CP-CARD-NUMBER(CARD-PENDING-INDEX) TO SV-CARD-NUMBER
           MOVE CP-AMOUNT(CARD-PENDING-INDEX) TO CARD-TRANS-AMOUNT
           READ STORED-VALUE-FILE
              INVALID KEY
                 IF CP-TRANS-TYPE(CARD-PENDING-INDEX) = "R"
                    MOVE "CARD NOT ON FILE" TO EXC-CARD-REASON
                    PERFORM REJECT-PENDING-CARD
                 ELSE
                    PERFORM ISSUE-STORED-VALUE-CARD
                 END-IF
              NOT INVALID KEY
                 PERFORM APPLY-STORED-VALUE-TRANS
           END-READ
           .

       ISSUE-STORED-VALUE-CARD.
           MOVE CP-CARD-NUMBER(CARD-PENDING-INDEX) TO SV-CARD-NUMBER
           IF CP-TRANS-TYPE(CARD-PENDING-INDEX) = "C"
              SET SV-STORE-CREDIT TO TRUE
           ELSE
              SET SV-GIFT-CARD TO TRUE
           END-IF
           MOVE CP-MEMBER-ID(CARD-PENDING-INDEX) TO SV-MEMBER-ID
           MOVE PRN-SHOP-DATE TO SV-ISSUE-DATE
           MOVE PRN-SHOP-ID TO SV-ISSUE-SHOP-ID
           MOVE CARD-TRANS-AMOUNT TO SV-ORIGINAL-AMOUNT
           MOVE CARD-TRANS-AMOUNT TO SV-BALANCE
           MOVE PRN-SHOP-DATE TO SV-LAST-ACTIVITY-DATE
           SET SV-CARD-ACTIVE TO TRUE
           WRITE STORED-VALUE-REC
           PERFORM WRITE-STORED-VALUE-HISTORY
           .

       APPLY-STORED-VALUE-TRANS.
           EVALUATE TRUE
              WHEN NOT SV-CARD-ACTIVE
                 MOVE "CARD NOT ACTIVE" TO EXC-CARD-REASON
                 PERFORM REJECT-PENDING-CARD
              WHEN CP-TRANS-TYPE(CARD-PENDING-INDEX) = "R"
                    AND CARD-TRANS-AMOUNT > SV-BALANCE
                 MOVE "CARD BALANCE TOO LOW" TO EXC-CARD-REASON
                 PERFORM REJECT-PENDING-CARD
              WHEN CP-TRANS-TYPE(CARD-PENDING-INDEX) = "R"
                 COMPUTE SV-BALANCE = SV-BALANCE - CARD-TRANS-AMOUNT
                 MOVE PRN-SHOP-DATE TO SV-LAST-ACTIVITY-DATE
                 REWRITE STORED-VALUE-REC
                 PERFORM WRITE-STORED-VALUE-HISTORY
              WHEN OTHER
                 COMPUTE SV-BALANCE = SV-BALANCE + CARD-TRANS-AMOUNT
                 MOVE PRN-SHOP-DATE TO SV-LAST-ACTIVITY-DATE
                 REWRITE STORED-VALUE-REC
                 PERFORM WRITE-STORED-VALUE-HISTORY
           END-EVALUATE
           .

       WRITE-STORED-VALUE-HISTORY.
           MOVE SV-CARD-NUMBER TO SVH-CARD-NUMBER
           MOVE PRN-SHOP-ID TO SVH-SHOP-ID
           MOVE PRN-SHOP-DATE TO SVH-TRANS-DATE
           MOVE CP-TRANS-TYPE(CARD-PENDING-INDEX) TO SVH-TRANS-TYPE
           MOVE CARD-TRANS-AMOUNT TO SVH-AMOUNT
           MOVE SV-BALANCE TO SVH-BALANCE-AFTER
           MOVE CP-CLERK-ID(CARD-PENDING-INDEX) TO SVH-CLERK-ID
           WRITE STORED-VALUE-HISTORY-REC
           IF SVH-CARD-REDEEMED
              COMPUTE SHOP-CARD-LIABILITY =
                 SHOP-CARD-LIABILITY - CARD-TRANS-AMOUNT
           ELSE
              COMPUTE SHOP-CARD-LIABILITY =
                 SHOP-CARD-LIABILITY + CARD-TRANS-AMOUNT
           END-IF
           .

       REJECT-PENDING-CARD.
           MOVE CP-CARD-NUMBER(CARD-PENDING-INDEX) TO EXC-CARD-NUMBER
           MOVE CP-CLERK-ID(CARD-PENDING-INDEX) TO EXC-CARD-CLERK-ID
           PERFORM WRITE-CARD-EXCEPTION
           .

       WRITE-CARD-EXCEPTION.
           WRITE SHOP-EXCEPTION-LINE FROM EXC-CARD-DETAIL-LINE
           MOVE "CARD" TO NEW-EX-TYPE-CODE
           MOVE PRN-SHOP-ID TO NEW-EX-KEY-SHOP-ID
           MOVE EXC-CARD-NUMBER TO NEW-EX-KEY-DETAIL
           MOVE PRN-SHOP-DATE TO NEW-EX-DATE-RAISED
           PERFORM WRITE-EXCEPTION-MASTER
           .

       SAVE-PENDING-PROMO.
           IF PROMO-PENDING-COUNT < 1000
              COMPUTE PROMO-PENDING-COUNT = PROMO-PENDING-COUNT + 1
              MOVE EFFECTIVE-PROMO-CODE TO
                 PP-PROMO-CODE(PROMO-PENDING-COUNT)
              MOVE DT-SALE-DATE TO PP-SALE-DATE(PROMO-PENDING-COUNT)
              MOVE DT-ITEM-ID TO PP-ITEM-ID(PROMO-PENDING-COUNT)
              MOVE DT-RECORD-TYPE TO
                 PP-TYPE(PROMO-PENDING-COUNT)
              MOVE DT-QTY-SOLD TO PP-QTY(PROMO-PENDING-COUNT)
              COMPUTE PP-REVENUE(PROMO-PENDING-COUNT) =
                 DT-QTY-SOLD * DT-ITEM-COST
              COMPUTE PP-DISCOUNT(PROMO-PENDING-COUNT) =
                 DT-QTY-SOLD * (SI-SELLING-PRICE - DT-ITEM-COST)
           END-IF
           .

       POST-PENDING-PROMOS.
           MOVE ZEROS TO PROMO-PENDING-INDEX
           PERFORM POST-ONE-PENDING-PROMO
              UNTIL PROMO-PENDING-INDEX >= PROMO-PENDING-COUNT
           .

       POST-ONE-PENDING-PROMO.
           COMPUTE PROMO-PENDING-INDEX = PROMO-PENDING-INDEX + 1
           MOVE PP-PROMO-CODE(PROMO-PENDING-INDEX) TO PS-PROMO-CODE
           MOVE PRN-SHOP-ID TO PS-SHOP-ID
           MOVE PP-SALE-DATE(PROMO-PENDING-INDEX) TO PS-SALE-DATE
           MOVE PP-ITEM-ID(PROMO-PENDING-INDEX) TO PS-ITEM-ID
           MOVE PP-TYPE(PROMO-PENDING-INDEX) TO PS-TYPE
           MOVE PP-QTY(PROMO-PENDING-INDEX) TO PS-QTY
           MOVE PP-REVENUE(PROMO-PENDING-INDEX) TO PS-REVENUE
           MOVE PP-DISCOUNT(PROMO-PENDING-INDEX) TO PS-DISCOUNT
           WRITE PROMO-SALES-REC
           .

       POST-PENDING-CHARGES.
           MOVE ZEROS TO CHARGE-PENDING-INDEX
           PERFORM POST-ONE-PENDING-CHARGE
                 CHARGE-SALE-AMOUNT
              PERFORM POST-CHARGE-TO-MEMBER
           ELSE
              EVALUATE TRUE
                 WHEN MEMBER-SUSPENDED
                    MOVE PEND-MEMBER-ID(CHARGE-PENDING-INDEX) TO
                       EXC-CHARGE-MEMBER-ID
                    MOVE "CHARGES SUSPENDED" TO EXC-CHARGE-REASON
                    MOVE PEND-CLERK-ID(CHARGE-PENDING-INDEX) TO
                       EXC-CHARGE-CLERK-ID
                    PERFORM WRITE-CHARGE-EXCEPTION
                 WHEN MEMBER-CREDIT-LIMIT IS NUMERIC
                       AND MEMBER-CREDIT-LIMIT > ZEROS
                       AND MEMBER-AR-BALANCE + CHARGE-SALE-AMOUNT >
                          MEMBER-CREDIT-LIMIT
                    MOVE PEND-MEMBER-ID(CHARGE-PENDING-INDEX) TO
                       EXC-CHARGE-MEMBER-ID
                    MOVE "OVER CREDIT LIMIT" TO EXC-CHARGE-REASON
                    MOVE PEND-CLERK-ID(CHARGE-PENDING-INDEX) TO
                       EXC-CHARGE-CLERK-ID
                    PERFORM WRITE-CHARGE-EXCEPTION
                 WHEN OTHER
                    COMPUTE MEMBER-AR-BALANCE = MEMBER-AR-BALANCE +
                       CHARGE-SALE-AMOUNT
                    PERFORM POST-CHARGE-TO-MEMBER
              END-EVALUATE
           END-IF
           .

           MOVE PEND-QTY(CHARGE-PENDING-INDEX) TO CHG-QTY
           MOVE CHARGE-SALE-AMOUNT TO CHG-AMOUNT
           WRITE MEMBER-CHARGE-REC
           IF PEND-TYPE(CHARGE-PENDING-INDEX) = "R"
              COMPUTE SHOP-AR-CHARGE-TOTAL = SHOP-AR-CHARGE-TOTAL -
                 CHARGE-SALE-AMOUNT
           ELSE
              COMPUTE SHOP-AR-CHARGE-TOTAL = SHOP-AR-CHARGE-TOTAL +
                 CHARGE-SALE-AMOUNT
           END-IF
           .

       WRITE-CHARGE-EXCEPTION.
           .

       WRITE-ITEM-DETAIL-LINE.
           IF DT-REFUND
              MOVE "REFUND" TO PRN-ITEM-TYPE
           ELSE
              MOVE "SALE" TO PRN-ITEM-TYPE
           END-IF
           MOVE DT-ITEM-ID TO PRN-ITEM-ID
           MOVE SI-ITEM-DESCRIPTION TO PRN-ITEM-DESCRIPTION
           MOVE SI-ITEM-CATEGORY TO PRN-ITEM-CATEGORY
           MOVE DT-QTY-SOLD TO PRN-ITEM-QTY
           MOVE DT-ITEM-COST TO PRN-ITEM-COST
           DISPLAY PRN-ITEM-DETAIL-LINE
           WRITE SHOP-RECEIPTS-FOOTER-PRINT-LINE
              FROM PRN-ITEM-DETAIL-LINE
           .

       LOOKUP-ITEM-MASTER.
           MOVE SPACES TO EFFECTIVE-PROMO-CODE
           MOVE DT-ITEM-ID TO IM-ITEM-ID
           READ ITEM-MASTER-FILE
              INVALID KEY
                 MOVE SPACES TO SI-ITEM-DESCRIPTION
                 MOVE "N" TO SI-TAXABLE-FLAG
                 MOVE ZEROS TO SI-TAX-RATE
                 MOVE "N" TO SI-ITEM-FOUND-SWITCH
                 MOVE "N" TO SI-SERIAL-FLAG
                 MOVE ZEROS TO SI-WARRANTY-MONTHS
              NOT INVALID KEY
                 MOVE IM-ITEM-DESCRIPTION TO SI-ITEM-DESCRIPTION
                 MOVE IM-ITEM-CATEGORY TO SI-ITEM-CATEGORY
                    MOVE ZEROS TO SI-TAX-RATE
                 END-IF
                 MOVE "Y" TO SI-ITEM-FOUND-SWITCH
                 MOVE IM-SERIAL-FLAG TO SI-SERIAL-FLAG
                 IF IM-WARRANTY-MONTHS IS NUMERIC
                    MOVE IM-WARRANTY-MONTHS TO SI-WARRANTY-MONTHS
                 ELSE
                    MOVE ZEROS TO SI-WARRANTY-MONTHS
                 END-IF
           END-READ
           IF SALE-ITEM-ON-MASTER AND SI-SELLING-PRICE > ZEROS
              PERFORM FIND-EFFECTIVE-PRICE
              PERFORM CHECK-PRICE-VARIANCE
           END-IF
           .

       FIND-EFFECTIVE-PRICE.
           MOVE SI-SELLING-PRICE TO EFFECTIVE-SALE-PRICE
           MOVE SPACE TO SALE-MEMBER-TYPE-CODE
           IF NOT DT-CASH-SALE AND DT-MEMBER-ID NOT = "TRLR "
              MOVE DT-MEMBER-ID TO MEMBER-ID
              READ MEMBER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MEMBER-TYPE TO SALE-MEMBER-TYPE-CODE
              END-READ
           END-IF
           MOVE ZEROS TO PRICING-INDEX
           PERFORM TEST-PRICING-ENTRY
              UNTIL PRICING-INDEX >= PRICING-COUNT
           .

       TEST-PRICING-ENTRY.
           COMPUTE PRICING-INDEX = PRICING-INDEX + 1
           IF (PT-ITEM-ID(PRICING-INDEX) = DT-ITEM-ID
                 OR (PT-ITEM-ID(PRICING-INDEX) = SPACES
                 AND PT-ITEM-CATEGORY(PRICING-INDEX) =
                    SI-ITEM-CATEGORY))
                 AND DT-SALE-DATE >= PT-FROM-DATE(PRICING-INDEX)
                 AND DT-SALE-DATE <= PT-TO-DATE(PRICING-INDEX)
                 AND (PT-ALL-MEMBER-TYPES(PRICING-INDEX)
                 OR PT-MEMBER-TYPE(PRICING-INDEX) =
                    SALE-MEMBER-TYPE-CODE)
              EVALUATE TRUE
                 WHEN PT-FIXED-PRICE(PRICING-INDEX)
                    MOVE PT-PRICE-VALUE(PRICING-INDEX) TO
                       PROMO-CANDIDATE-PRICE
                 WHEN PT-PERCENT-OFF(PRICING-INDEX)
                       AND PT-PRICE-VALUE(PRICING-INDEX) <= 100
                    COMPUTE PROMO-CANDIDATE-PRICE ROUNDED =
                       SI-SELLING-PRICE *
                       (100 - PT-PRICE-VALUE(PRICING-INDEX)) / 100
                 WHEN OTHER
                    MOVE SI-SELLING-PRICE TO PROMO-CANDIDATE-PRICE
              END-EVALUATE
              IF PROMO-CANDIDATE-PRICE < EFFECTIVE-SALE-PRICE
                 MOVE PROMO-CANDIDATE-PRICE TO EFFECTIVE-SALE-PRICE
                 MOVE PT-PROMO-CODE(PRICING-INDEX) TO
                    EFFECTIVE-PROMO-CODE
              END-IF
           END-IF
           .

       COMPUTE-ITEM-TAX.
           IF SALE-ITEM-TAXABLE AND SI-TAX-RATE > ZEROS
              COMPUTE ITEM-TAX-AMOUNT ROUNDED =
                 (DT-QTY-SOLD * DT-ITEM-COST) * SI-TAX-RATE
                 / (1 + SI-TAX-RATE)
           ELSE
              MOVE ZEROS TO ITEM-TAX-AMOUNT

       CHECK-PRICE-VARIANCE.
           COMPUTE PRICE-ALLOWED-VARIANCE ROUNDED =
              EFFECTIVE-SALE-PRICE * PRICE-TOLERANCE-RATE
           COMPUTE PRICE-VARIANCE-AMOUNT =
              DT-ITEM-COST - EFFECTIVE-SALE-PRICE
           IF PRICE-VARIANCE-AMOUNT > PRICE-ALLOWED-VARIANCE
                 OR PRICE-VARIANCE-AMOUNT <
                    (ZEROS - PRICE-ALLOWED-VARIANCE)
              MOVE PRN-SHOP-ID TO EXC-PRICE-SHOP-ID
              MOVE DT-ITEM-ID TO EXC-PRICE-ITEM-ID
              MOVE EFFECTIVE-SALE-PRICE TO EXC-PRICE-EXPECTED
              MOVE DT-ITEM-COST TO EXC-PRICE-KEYED
              MOVE DT-CLERK-ID TO EXC-PRICE-CLERK-ID
              WRITE SHOP-EXCEPTION-LINE FROM EXC-PRICE-DETAIL-LINE
              MOVE "PRCE" TO NEW-EX-TYPE-CODE
              MOVE PRN-SHOP-ID TO NEW-EX-KEY-SHOP-ID
              MOVE DT-ITEM-ID TO NEW-EX-KEY-DETAIL
              MOVE DT-SALE-DATE TO NEW-EX-DATE-RAISED
              PERFORM WRITE-EXCEPTION-MASTER
           END-IF
           .
       PROCESS-SHOP-FOOTER.
           MOVE SHOP-TOTAL TO PRN-SHOP-TOTAL
           DISPLAY PRN-SHOP-SALES-TOTAL
           WRITE SHOP-RECEIPTS-FOOTER-PRINT-LINE
              FROM PRN-SHOP-SALES-TOTAL
           IF REFUND-TOTAL > ZEROS
              PERFORM WRITE-SHOP-REFUND-TOTAL
           END-IF
           IF SHOP-TAX-TOTAL NOT = ZEROS
              PERFORM WRITE-SHOP-TAX-TOTAL
           END-IF
           PERFORM POST-PENDING-CARDS
           PERFORM POST-PENDING-ORDERS
           PERFORM POST-PENDING-SERIALS
           PERFORM WRITE-SALES-HISTORY-RECORD
           PERFORM POST-PENDING-CHARGES
           PERFORM WRITE-GL-EXTRACT-RECORD
           PERFORM POST-PENDING-PROMOS
           PERFORM ROLL-PERIOD-MASTER
           PERFORM MARK-FOOTER-POSTED
           .

       WRITE-SHOP-REFUND-TOTAL.
              MOVE SHOP-TAX-TOTAL TO GL-AMOUNT
              WRITE GL-EXTRACT-LINE
           END-IF
           IF SHOP-CARD-LIABILITY NOT = ZEROS
              MOVE PRN-SHOP-ID TO GL-SHOP-ID
              MOVE GL-STORED-VALUE-ACCOUNT-CODE TO GL-ACCOUNT-CODE
              MOVE SHOP-CARD-LIABILITY TO GL-AMOUNT
              WRITE GL-EXTRACT-LINE
           END-IF
           IF SHOP-DEPOSIT-LIABILITY NOT = ZEROS
              MOVE PRN-SHOP-ID TO GL-SHOP-ID
              MOVE GL-SPECIAL-ORDER-ACCOUNT-CODE TO GL-ACCOUNT-CODE
              MOVE SHOP-DEPOSIT-LIABILITY TO GL-AMOUNT
              WRITE GL-EXTRACT-LINE
           END-IF
           IF SHOP-AR-CHARGE-TOTAL NOT = ZEROS
              MOVE PRN-SHOP-ID TO GL-SHOP-ID
              MOVE GL-AR-ACCOUNT-CODE TO GL-ACCOUNT-CODE
              COMPUTE GL-AMOUNT = ZEROS - SHOP-AR-CHARGE-TOTAL
              WRITE GL-EXTRACT-LINE
           END-IF
           .

       ROLL-PERIOD-MASTER.
           .


       READ-DAILY-TRANS-FILE.
           READ DAILY-TRANS-FILE
           AT END
              SET END-OF-DAILY-TRANS TO TRUE
           END-READ
           IF DT-CONTROL-TRAILER
              SET DAILY-TRAILER-FOUND TO TRUE
              MOVE DTT-RECORD-COUNT TO TRAILER-RECORD-COUNT
              MOVE DTT-AMOUNT-TOTAL TO TRAILER-AMOUNT-TOTAL
              SET END-OF-DAILY-TRANS TO TRUE
           END-IF
           IF NOT END-OF-DAILY-TRANS
              COMPUTE DAILY-READ-COUNT = DAILY-READ-COUNT + 1
              COMPUTE DAILY-READ-AMOUNT = DAILY-READ-AMOUNT +
                 DT-SALE-AMOUNT
           END-IF
           .

       VERIFY-DAILY-TRAILER.
           SET DAILY-TRANS-IN-BALANCE TO TRUE
           IF NOT DAILY-TRAILER-FOUND
              DISPLAY "SHOP-RECEIPTS-FOOTER: DAILY TRANSACTION "
                 "TRAILER MISSING"
              SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
           ELSE
              IF DAILY-READ-COUNT NOT = TRAILER-RECORD-COUNT
                    OR DAILY-READ-AMOUNT NOT = TRAILER-AMOUNT-TOTAL
                 DISPLAY "SHOP-RECEIPTS-FOOTER: DAILY TRANSACTIONS "
                    "OUT OF BALANCE - READ " DAILY-READ-COUNT
                    " TRAILER " TRAILER-RECORD-COUNT
                 SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
              END-IF
           END-IF
           IF DAILY-TRANS-OUT-OF-BALANCE
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-REVENUE-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-TAX-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-STORED-VALUE-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-SPECIAL-ORDER-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-AR-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF GL-ACCOUNT-ERROR
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       CHECK-GL-ACCOUNT.
           MOVE GL-CHECK-ACCOUNT-CODE TO COA-ACCOUNT-CODE
           READ CHART-OF-ACCOUNTS-FILE
              INVALID KEY
                 MOVE SPACE TO COA-ACCOUNT-STATUS
           END-READ
           IF NOT COA-ACTIVE
              DISPLAY "SHOP-RECEIPTS-FOOTER: GL ACCOUNT "
                 GL-CHECK-ACCOUNT-CODE
                 " NOT ACTIVE ON CHART OF ACCOUNTS"
              SET GL-ACCOUNT-ERROR TO TRUE
           END-IF
           .
