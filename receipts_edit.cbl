       FILE-CONTROL.
           SELECT RAW-RECEIPT-FILE ASSIGN TO "shop_receipts_input.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DAILY-TRANS-FILE ASSIGN TO "daily_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "shop_receipts_edit.rej"
                 ORGANIZATION IS LINE SEQUENTIAL.
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IM-ITEM-ID.
           SELECT OPTIONAL STORED-VALUE-FILE ASSIGN TO
                 "stored_value.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SV-CARD-NUMBER.
           SELECT OPTIONAL SPECIAL-ORDER-FILE ASSIGN TO
                 "special_order.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SO-ORDER-NUMBER.
           SELECT OPTIONAL SERIAL-REGISTRY-FILE ASSIGN TO
                 "serial_registry.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SR-KEY.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          05 SALE-DATE                  PIC 9(8).
          05 SALE-MEMBER-ID             PIC X(5).
          05 SALE-TENDER-TYPE           PIC X.
             88 IS-STORED-VALUE-TENDER                 VALUE "G".
             88 IS-SPECIAL-ORDER-TENDER                VALUE "D".
          05 SALE-REFUND-REASON         PIC X(3).
          05 SALE-CLERK-ID              PIC X(3).
          05 SALE-CARD-NUMBER           PIC X(10).
          05 SALE-SERIAL-NUMBER         PIC X(10).
       01 SHOP-FOOTER.
          05 RECORD-TYPE-CODE           PIC X.
          05 REC-COUNT                  PIC 9(5).
       FD  DAILY-TRANS-FILE.
       01 DAILY-TRANS-REC.
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
       FD  REJECT-FILE.
       01 REJECT-LINE                   PIC X(97).
       FD  ITEM-MASTER-FILE.
       01 ITEM-MASTER-REC.
          05 IM-ITEM-ID                 PIC X(8).
          05 IM-SELLING-PRICE           PIC 9(5)V99.
          05 IM-TAXABLE-FLAG            PIC X.
          05 IM-TAX-RATE                PIC 9V9999.
          05 IM-SERIAL-FLAG             PIC X.
             88 IM-SERIALIZED                          VALUE "Y".
          05 IM-WARRANTY-MONTHS         PIC 9(3).
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
       01 CURRENT-DAY-STATUS            PIC X          VALUE SPACE.
          88 BUSINESS-DAY-CLOSED                       VALUE "C".
       01 STORED-VALUE-CATEGORY         PIC X(10)      VALUE
             "GIFTCARD".
       01 SPECIAL-ORDER-CATEGORY        PIC X(10)      VALUE
             "SPECORDER".
       01 DEPOSIT-REFUND-AMOUNT         PIC 9(7)V99    VALUE ZEROS.
       01 CARD-USE-TABLE.
          05 CARD-USE-ENTRY             OCCURS 200 TIMES.
             10 CU-CARD-NUMBER          PIC X(10).
             10 CU-ACCEPTED-AMOUNT      PIC 9(7)V99.
             10 CU-BATCH-AMOUNT         PIC 9(7)V99.
       01 CARD-USE-COUNT                PIC 9(3)       VALUE ZEROS.
       01 CARD-USE-INDEX                PIC 9(3)       VALUE ZEROS.
       01 CARD-USE-FOUND-SWITCH         PIC X          VALUE "N".
          88 CARD-USE-FOUND                            VALUE "Y".
          88 CARD-USE-NOT-FOUND                        VALUE "N".
       01 CARD-TENDER-AMOUNT            PIC 9(7)V99    VALUE ZEROS.
       01 CARD-AVAILABLE-AMOUNT         PIC S9(7)V99   VALUE ZEROS.
       01 CARD-ON-FILE-SWITCH           PIC X          VALUE "N".
          88 CARD-ON-FILE                              VALUE "Y".
          88 CARD-NOT-ON-FILE                          VALUE "N".
       01 BATCH-TABLE.
          05 BATCH-ENTRY                OCCURS 500 TIMES.
             10 BT-RECORD-IMAGE         PIC X(59).
             10 BT-LINE-NUMBER          PIC 9(5).
             10 BT-REJECT-REASON        PIC X(25).
       01 BATCH-REC-COUNT               PIC 9(3)       VALUE ZEROS.
       01 BATCH-ITEM-COUNT              PIC 9(5)       VALUE ZEROS.
       01 BATCH-SHOP-ID                 PIC X(5)       VALUE SPACES.
       01 BATCH-SHOP-LOCATION           PIC X(30)      VALUE SPACES.
       01 BATCH-TRANS-DATE              PIC 9(8)       VALUE ZEROS.
       01 BATCH-RECORD-WORK.
          05 BRW-RECORD-TYPE-CODE       PIC X.
             88 BRW-SHOP-SALE                          VALUE "S".
             88 BRW-SHOP-REFUND                        VALUE "R".
          05 BRW-ITEM-ID                PIC X(8).
          05 BRW-QTY-SOLD               PIC 9(3).
          05 BRW-ITEM-COST              PIC 9(5)V99.
          05 BRW-SALE-DATE              PIC 9(8).
          05 BRW-SALE-MEMBER-ID         PIC X(5).
          05 BRW-SALE-TENDER-TYPE       PIC X.
          05 BRW-SALE-REFUND-REASON     PIC X(3).
          05 BRW-SALE-CLERK-ID          PIC X(3).
          05 BRW-SALE-CARD-NUMBER       PIC X(10).
          05 BRW-SALE-SERIAL-NUMBER     PIC X(10).
       01 BATCH-INDEX                   PIC 9(3)       VALUE ZEROS.
       01 BATCH-OPEN-SWITCH             PIC X          VALUE "N".
          88 BATCH-OPEN                                VALUE "Y".
       01 BATCHES-REJECTED-COUNT        PIC 9(5)       VALUE ZEROS.
       01 RECORDS-WRITTEN-COUNT         PIC 9(5)       VALUE ZEROS.
       01 RECORDS-REJECTED-COUNT        PIC 9(5)       VALUE ZEROS.
       01 DAILY-TRANS-COUNT             PIC 9(7)       VALUE ZEROS.
       01 DAILY-AMOUNT-TOTAL            PIC 9(11)V99   VALUE ZEROS.
       01 EDIT-RUN-DATE                 PIC 9(8)       VALUE ZEROS.
       01 REASON-CODE-TABLE.
          05 FILLER                     PIC X(3)       VALUE "DMG".
          05 FILLER                     PIC X(3)       VALUE "WRN".
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REJ-REASON             PIC X(25).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REJ-RECORD-IMAGE       PIC X(59).
       01 PRN-EDIT-SUMMARY-LINE.
          05 FILLER                     PIC X(17)      VALUE
                "Batches accepted ".
          05 FILLER                     PIC X(10)      VALUE
                " rejected ".
          05 PRN-EDIT-REJECTED          PIC ZZZZ9.
       01 PRN-DAILY-TRANS-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Transactions written    ".
          05 PRN-DAILY-TRANS-COUNT      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       RECEIPTS-EDIT-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO EDIT-RUN-DATE
           ELSE
              ACCEPT EDIT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT RAW-RECEIPT-FILE
           OPEN INPUT ITEM-MASTER-FILE
           OPEN INPUT STORED-VALUE-FILE
           OPEN INPUT SPECIAL-ORDER-FILE
           OPEN INPUT SERIAL-REGISTRY-FILE
           OPEN OUTPUT DAILY-TRANS-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM READ-RAW-RECEIPT
           PERFORM EDIT-RECEIPT-RECORD UNTIL END-OF-RAW-RECEIPTS
              PERFORM MARK-LAST-RECORD-REASON
              PERFORM CLOSE-RECEIPT-BATCH
           END-IF
           PERFORM WRITE-DAILY-TRAILER
           MOVE BATCHES-ACCEPTED-COUNT TO PRN-EDIT-ACCEPTED
           MOVE BATCHES-REJECTED-COUNT TO PRN-EDIT-REJECTED
           DISPLAY PRN-EDIT-SUMMARY-LINE
           MOVE DAILY-TRANS-COUNT TO PRN-DAILY-TRANS-COUNT
           DISPLAY PRN-DAILY-TRANS-LINE
           CLOSE RAW-RECEIPT-FILE, ITEM-MASTER-FILE,
                 STORED-VALUE-FILE, SPECIAL-ORDER-FILE,
                 SERIAL-REGISTRY-FILE, DAILY-TRANS-FILE, REJECT-FILE
           GOBACK
           .

           SET BATCH-OPEN TO TRUE
           SET BATCH-VALID TO TRUE
           MOVE ZEROS TO BATCH-REC-COUNT
           MOVE ZEROS TO BATCH-ITEM-COUNT
           MOVE SHOP-ID TO BATCH-SHOP-ID
           MOVE SHOP-LOCATION TO BATCH-SHOP-LOCATION
           MOVE TRANS-DATE TO BATCH-TRANS-DATE
           IF TRANS-DATE IS NOT NUMERIC
              MOVE "NON-NUMERIC TRANS DATE" TO RECORD-REASON-TEXT
           ELSE
                 FUNCTION INTEGER-OF-DATE(TRANS-DATE)
              IF WORK-DAY-NUMBER = ZEROS
                 MOVE "INVALID TRANS DATE" TO RECORD-REASON-TEXT
              ELSE
                 PERFORM EDIT-BUSINESS-DAY
              END-IF
           END-IF
           PERFORM STORE-BATCH-RECORD
           .

       EDIT-BUSINESS-DAY.
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              IF TRANS-DATE < CURRENT-BUSINESS-DATE
                    OR (TRANS-DATE = CURRENT-BUSINESS-DATE
                    AND BUSINESS-DAY-CLOSED)
                 MOVE "BUSINESS DAY CLOSED" TO RECORD-REASON-TEXT
              END-IF
           END-IF
           .

       EDIT-SALE-RECORD.
           IF BATCH-NOT-OPEN
              MOVE "RECORD BEFORE HEADER" TO RECORD-REASON-TEXT
              PERFORM WRITE-SINGLE-REJECT
           ELSE
              COMPUTE BATCH-ITEM-COUNT = BATCH-ITEM-COUNT + 1
              IF QTY-SOLD IS NOT NUMERIC
                 MOVE "NON-NUMERIC QUANTITY" TO RECORD-REASON-TEXT
              ELSE
              IF RECORD-REASON-TEXT = SPACES
                 PERFORM EDIT-SALE-TENDER-TYPE
              END-IF
              IF RECORD-REASON-TEXT = SPACES
                 PERFORM EDIT-STORED-VALUE
              END-IF
              IF RECORD-REASON-TEXT = SPACES
                 PERFORM EDIT-SPECIAL-ORDER
              END-IF
              IF RECORD-REASON-TEXT = SPACES AND IM-SERIALIZED
                 PERFORM EDIT-SERIAL-NUMBER
              END-IF
              IF RECORD-REASON-TEXT = SPACES AND IS-SHOP-REFUND
                 PERFORM EDIT-REFUND-REASON
              END-IF
           IF SALE-TENDER-TYPE NOT = "C"
                 AND SALE-TENDER-TYPE NOT = "K"
                 AND SALE-TENDER-TYPE NOT = "R"
                 AND SALE-TENDER-TYPE NOT = "G"
                 AND SALE-TENDER-TYPE NOT = "D"
                 AND SALE-TENDER-TYPE NOT = SPACE
              MOVE "INVALID TENDER TYPE" TO RECORD-REASON-TEXT
           END-IF
           .

       EDIT-STORED-VALUE.
           IF IS-STORED-VALUE-TENDER
                 OR IM-ITEM-CATEGORY = STORED-VALUE-CATEGORY
              IF SALE-CARD-NUMBER = SPACES
                 MOVE "CARD NUMBER REQUIRED" TO RECORD-REASON-TEXT
              ELSE
                 PERFORM READ-STORED-VALUE-CARD
              END-IF
           END-IF
           IF RECORD-REASON-TEXT = SPACES
              EVALUATE TRUE
                 WHEN IM-ITEM-CATEGORY = STORED-VALUE-CATEGORY
                    PERFORM EDIT-CARD-ISSUE
                 WHEN IS-STORED-VALUE-TENDER AND IS-SHOP-REFUND
                    PERFORM EDIT-STORE-CREDIT
                 WHEN IS-STORED-VALUE-TENDER
                    PERFORM EDIT-CARD-REDEMPTION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       READ-STORED-VALUE-CARD.
           MOVE SALE-CARD-NUMBER TO SV-CARD-NUMBER
           READ STORED-VALUE-FILE
              INVALID KEY
                 SET CARD-NOT-ON-FILE TO TRUE
              NOT INVALID KEY
                 SET CARD-ON-FILE TO TRUE
           END-READ
           .

       EDIT-CARD-ISSUE.
           EVALUATE TRUE
              WHEN IS-SHOP-REFUND
                 MOVE "CARD SALE NOT REFUNDABLE" TO RECORD-REASON-TEXT
              WHEN IS-STORED-VALUE-TENDER
                 MOVE "CARD BOUGHT WITH CARD" TO RECORD-REASON-TEXT
              WHEN CARD-ON-FILE AND NOT SV-CARD-ACTIVE
                 MOVE "CARD NOT ACTIVE" TO RECORD-REASON-TEXT
              WHEN CARD-ON-FILE AND SV-STORE-CREDIT
                 MOVE "CARD IS STORE CREDIT" TO RECORD-REASON-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       EDIT-STORE-CREDIT.
           IF CARD-ON-FILE AND NOT SV-CARD-ACTIVE
              MOVE "CARD NOT ACTIVE" TO RECORD-REASON-TEXT
           END-IF
           .

       EDIT-CARD-REDEMPTION.
           EVALUATE TRUE
              WHEN CARD-NOT-ON-FILE
                 MOVE "CARD NOT ON FILE" TO RECORD-REASON-TEXT
              WHEN NOT SV-CARD-ACTIVE
                 MOVE "CARD NOT ACTIVE" TO RECORD-REASON-TEXT
              WHEN OTHER
                 COMPUTE CARD-TENDER-AMOUNT = QTY-SOLD * ITEM-COST
                 PERFORM LOCATE-CARD-USE
                 IF CARD-USE-FOUND
                    COMPUTE CARD-AVAILABLE-AMOUNT = SV-BALANCE
                       - CU-ACCEPTED-AMOUNT(CARD-USE-INDEX)
                       - CU-BATCH-AMOUNT(CARD-USE-INDEX)
                    IF CARD-TENDER-AMOUNT > CARD-AVAILABLE-AMOUNT
                       MOVE "CARD BALANCE TOO LOW" TO
                          RECORD-REASON-TEXT
                    ELSE
                       COMPUTE CU-BATCH-AMOUNT(CARD-USE-INDEX) =
                          CU-BATCH-AMOUNT(CARD-USE-INDEX) +
                          CARD-TENDER-AMOUNT
                    END-IF
                 ELSE
                    MOVE "CARD TABLE FULL" TO RECORD-REASON-TEXT
                 END-IF
           END-EVALUATE
           .

       EDIT-SPECIAL-ORDER.
           IF IS-SPECIAL-ORDER-TENDER
                 OR IM-ITEM-CATEGORY = SPECIAL-ORDER-CATEGORY
              IF SALE-CARD-NUMBER(1:6) IS NOT NUMERIC
                 MOVE "ORDER NUMBER REQUIRED" TO RECORD-REASON-TEXT
              ELSE
                 MOVE SALE-CARD-NUMBER(1:6) TO SO-ORDER-NUMBER
                 READ SPECIAL-ORDER-FILE
                    INVALID KEY
                       MOVE "ORDER NOT ON FILE" TO RECORD-REASON-TEXT
                 END-READ
              END-IF
              IF RECORD-REASON-TEXT = SPACES
                 IF IM-ITEM-CATEGORY = SPECIAL-ORDER-CATEGORY
                    PERFORM EDIT-ORDER-DEPOSIT
                 ELSE
                    PERFORM EDIT-ORDER-PICKUP
                 END-IF
              END-IF
           END-IF
           .

       EDIT-ORDER-DEPOSIT.
           COMPUTE DEPOSIT-REFUND-AMOUNT = QTY-SOLD * ITEM-COST
           EVALUATE TRUE
              WHEN IS-SPECIAL-ORDER-TENDER
                 MOVE "DEPOSIT PAID BY DEPOSIT" TO RECORD-REASON-TEXT
              WHEN IS-STORED-VALUE-TENDER
                 MOVE "DEPOSIT PAID BY CARD" TO RECORD-REASON-TEXT
              WHEN SALE-MEMBER-ID NOT = SPACES
                    AND SALE-MEMBER-ID NOT = SO-MEMBER-ID
                 MOVE "ORDER MEMBER MISMATCH" TO RECORD-REASON-TEXT
              WHEN IS-SHOP-REFUND AND SO-COMPLETED
                 MOVE "ORDER ALREADY COMPLETED" TO RECORD-REASON-TEXT
              WHEN IS-SHOP-REFUND
                    AND DEPOSIT-REFUND-AMOUNT > SO-DEPOSIT-HELD
                 MOVE "REFUND EXCEEDS DEPOSIT" TO RECORD-REASON-TEXT
              WHEN IS-SHOP-SALE AND NOT SO-OPEN
                 MOVE "ORDER ALREADY CLOSED" TO RECORD-REASON-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       EDIT-ORDER-PICKUP.
           EVALUATE TRUE
              WHEN IS-SHOP-REFUND
                 MOVE "ORDER TENDER ON REFUND" TO RECORD-REASON-TEXT
              WHEN NOT SO-READY-FOR-PICKUP
                 MOVE "ORDER NOT READY" TO RECORD-REASON-TEXT
              WHEN ITEM-ID NOT = SO-ITEM-ID
                 MOVE "ORDER ITEM MISMATCH" TO RECORD-REASON-TEXT
              WHEN SALE-MEMBER-ID NOT = SO-MEMBER-ID
                 MOVE "ORDER MEMBER MISMATCH" TO RECORD-REASON-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       EDIT-SERIAL-NUMBER.
           EVALUATE TRUE
              WHEN SALE-SERIAL-NUMBER = SPACES
                 MOVE "SERIAL NUMBER REQUIRED" TO RECORD-REASON-TEXT
              WHEN QTY-SOLD NOT = 1
                 MOVE "SERIAL QTY MUST BE ONE" TO RECORD-REASON-TEXT
              WHEN OTHER
                 MOVE ITEM-ID TO SR-ITEM-ID
                 MOVE SALE-SERIAL-NUMBER TO SR-SERIAL-NUMBER
                 READ SERIAL-REGISTRY-FILE
                    INVALID KEY
                       MOVE "SERIAL NOT ON REGISTRY" TO
                          RECORD-REASON-TEXT
                    NOT INVALID KEY
                       PERFORM EDIT-SERIAL-STATUS
                 END-READ
           END-EVALUATE
           .

       EDIT-SERIAL-STATUS.
           EVALUATE TRUE
              WHEN IS-SHOP-REFUND AND NOT SR-SOLD
                 MOVE "SERIAL NOT SOLD" TO RECORD-REASON-TEXT
              WHEN IS-SHOP-SALE AND NOT SR-IN-STOCK
                 MOVE "SERIAL NOT IN STOCK" TO RECORD-REASON-TEXT
              WHEN IS-SHOP-SALE AND SR-SHOP-ID NOT = BATCH-SHOP-ID
                 MOVE "SERIAL AT ANOTHER SHOP" TO RECORD-REASON-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       LOCATE-CARD-USE.
           SET CARD-USE-NOT-FOUND TO TRUE
           MOVE ZEROS TO CARD-USE-INDEX
           PERFORM MATCH-CARD-USE
              UNTIL CARD-USE-FOUND OR CARD-USE-INDEX >= CARD-USE-COUNT
           IF CARD-USE-NOT-FOUND AND CARD-USE-COUNT < 200
              COMPUTE CARD-USE-COUNT = CARD-USE-COUNT + 1
              MOVE CARD-USE-COUNT TO CARD-USE-INDEX
              MOVE SALE-CARD-NUMBER TO CU-CARD-NUMBER(CARD-USE-INDEX)
              MOVE ZEROS TO CU-ACCEPTED-AMOUNT(CARD-USE-INDEX),
                 CU-BATCH-AMOUNT(CARD-USE-INDEX)
              SET CARD-USE-FOUND TO TRUE
           END-IF
           .

       MATCH-CARD-USE.
           COMPUTE CARD-USE-INDEX = CARD-USE-INDEX + 1
           IF CU-CARD-NUMBER(CARD-USE-INDEX) = SALE-CARD-NUMBER
              SET CARD-USE-FOUND TO TRUE
           END-IF
           .

       CLOSE-CARD-USE-BATCH.
           MOVE ZEROS TO CARD-USE-INDEX
           PERFORM CLOSE-ONE-CARD-USE
              UNTIL CARD-USE-INDEX >= CARD-USE-COUNT
           .

       CLOSE-ONE-CARD-USE.
           COMPUTE CARD-USE-INDEX = CARD-USE-INDEX + 1
           IF BATCH-VALID
              COMPUTE CU-ACCEPTED-AMOUNT(CARD-USE-INDEX) =
                 CU-ACCEPTED-AMOUNT(CARD-USE-INDEX) +
                 CU-BATCH-AMOUNT(CARD-USE-INDEX)
           END-IF
           MOVE ZEROS TO CU-BATCH-AMOUNT(CARD-USE-INDEX)
           .

       EDIT-SALE-DATE.
           IF SALE-DATE IS NOT NUMERIC
              MOVE "NON-NUMERIC SALE DATE" TO RECORD-REASON-TEXT
           ELSE
              IF REC-COUNT IS NOT NUMERIC
                 MOVE "NON-NUMERIC REC COUNT" TO RECORD-REASON-TEXT
              ELSE
                 IF REC-COUNT NOT = BATCH-ITEM-COUNT
                    MOVE "FOOTER COUNT MISMATCH" TO RECORD-REASON-TEXT
                 END-IF
              END-IF
              PERFORM STORE-BATCH-RECORD
              PERFORM CLOSE-RECEIPT-BATCH
              COMPUTE BATCHES-REJECTED-COUNT =
                 BATCHES-REJECTED-COUNT + 1
           END-IF
           PERFORM CLOSE-CARD-USE-BATCH
           SET BATCH-NOT-OPEN TO TRUE
           MOVE ZEROS TO BATCH-REC-COUNT
           .

       WRITE-CLEAN-RECORD.
           COMPUTE BATCH-INDEX = BATCH-INDEX + 1
           MOVE BT-RECORD-IMAGE(BATCH-INDEX) TO BATCH-RECORD-WORK
           IF BRW-SHOP-SALE OR BRW-SHOP-REFUND
              PERFORM WRITE-DAILY-TRANS-RECORD
           END-IF
           COMPUTE RECORDS-WRITTEN-COUNT = RECORDS-WRITTEN-COUNT + 1
           .

       WRITE-DAILY-TRANS-RECORD.
           MOVE SPACES TO DAILY-TRANS-REC
           MOVE BRW-RECORD-TYPE-CODE TO DT-RECORD-TYPE
           MOVE BATCH-SHOP-ID TO DT-SHOP-ID
           MOVE BATCH-SHOP-LOCATION TO DT-SHOP-LOCATION
           MOVE BATCH-TRANS-DATE TO DT-TRANS-DATE
           MOVE BRW-SALE-CLERK-ID TO DT-CLERK-ID
           MOVE BRW-SALE-TENDER-TYPE TO DT-TENDER-TYPE
           MOVE BRW-ITEM-ID TO DT-ITEM-ID
           MOVE BRW-QTY-SOLD TO DT-QTY-SOLD
           MOVE BRW-ITEM-COST TO DT-ITEM-COST
           COMPUTE DT-SALE-AMOUNT = BRW-QTY-SOLD * BRW-ITEM-COST
           MOVE BRW-SALE-DATE TO DT-SALE-DATE
           MOVE BRW-SALE-MEMBER-ID TO DT-MEMBER-ID
           MOVE BRW-SALE-REFUND-REASON TO DT-REFUND-REASON
           MOVE BRW-SALE-CARD-NUMBER TO DT-CARD-NUMBER
           MOVE BRW-SALE-SERIAL-NUMBER TO DT-SERIAL-NUMBER
           WRITE DAILY-TRANS-REC
           COMPUTE DAILY-TRANS-COUNT = DAILY-TRANS-COUNT + 1
           COMPUTE DAILY-AMOUNT-TOTAL = DAILY-AMOUNT-TOTAL +
              DT-SALE-AMOUNT
           .

       WRITE-DAILY-TRAILER.
           MOVE SPACES TO DAILY-TRAILER-REC
           MOVE "T" TO DTT-RECORD-TYPE
           MOVE EDIT-RUN-DATE TO DTT-CREATED-DATE
           MOVE BATCHES-ACCEPTED-COUNT TO DTT-BATCH-COUNT
           MOVE DAILY-TRANS-COUNT TO DTT-RECORD-COUNT
           MOVE DAILY-AMOUNT-TOTAL TO DTT-AMOUNT-TOTAL
           WRITE DAILY-TRAILER-REC
           .

       WRITE-REJECTED-RECORD.
           COMPUTE BATCH-INDEX = BATCH-INDEX + 1
           MOVE BT-LINE-NUMBER(BATCH-INDEX) TO PRN-REJ-LINE-NUMBER
              SET END-OF-RAW-RECEIPTS TO TRUE
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
              MOVE BD-DAY-STATUS TO CURRENT-DAY-STATUS
           END-IF
           CLOSE BUSINESS-DATE-FILE
           .
