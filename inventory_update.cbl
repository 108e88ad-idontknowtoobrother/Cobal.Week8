       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-TRANS-FILE ASSIGN TO "daily_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS INV-KEY.
           SELECT LOW-STOCK-REPORT-FILE ASSIGN TO "low_stock.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESTART-FILE ASSIGN TO
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
                 "coa_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT OPTIONAL EXCEPTION-MASTER-FILE ASSIGN TO
                 "exception_master.dat"
                 ORGANIZATION IS INDEXED

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
       FD  INVENTORY-FILE.
       01 INVENTORY-REC.
          05 INV-KEY.
             10 INV-SHOP-ID             PIC X(5).
             10 INV-ITEM-ID             PIC X(8).
          05 INV-QTY-ON-HAND            PIC S9(7).
          05 INV-REORDER-POINT          PIC 9(7).
          05 INV-VENDOR-ID              PIC X(5).
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

       FD  EXCEPTION-MASTER-FILE.
       01 EXCEPTION-MASTER-REC.
       01 NEW-EX-DATE-RAISED            PIC 9(8)       VALUE ZEROS.
       01 SAVED-EXCEPTION-ID            PIC 9(7)       VALUE ZEROS.
       01 GL-COGS-ACCOUNT-CODE          PIC X(6)       VALUE "500100".
       01 GL-CHECK-ACCOUNT-CODE         PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH       PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                          VALUE "Y".
       01 COGS-SHOP-TOTAL               PIC S9(9)V99   VALUE ZEROS.
       01 PAGE-HEADER                   PIC X(50)      VALUE
             "Rolling Greens Pro Shop - Low Stock Report".
       01 COLUMN-HEADING                PIC X(50)      VALUE
             "Shop  ItemID     Qty On Hand   Reorder Point".
       01 PRN-LOW-STOCK-LINE.
          05 PRN-LS-SHOP-ID             PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-LS-ITEM-ID             PIC X(8).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 PRN-LS-QTY-ON-HAND         PIC -(7)9.
       01 RESTART-TRANS-DATE            PIC 9(8)       VALUE ZEROS.
       01 STALE-CHECKPOINT-SWITCH       PIC X          VALUE "N".
          88 STALE-CHECKPOINT-FOUND                    VALUE "Y".
       01 DAILY-TRAILER-SWITCH          PIC X          VALUE "N".
          88 DAILY-TRAILER-FOUND                       VALUE "Y".
       01 DAILY-BALANCE-SWITCH          PIC X          VALUE "Y".
          88 DAILY-TRANS-IN-BALANCE                    VALUE "Y".
          88 DAILY-TRANS-OUT-OF-BALANCE                VALUE "N".
       01 DAILY-READ-COUNT              PIC 9(7)       VALUE ZEROS.
       01 DAILY-READ-AMOUNT             PIC 9(11)V99   VALUE ZEROS.
       01 TRAILER-RECORD-COUNT          PIC 9(7)       VALUE ZEROS.
       01 TRAILER-AMOUNT-TOTAL          PIC 9(11)V99   VALUE ZEROS.
       01 CURRENT-SHOP-ID               PIC X(5)       VALUE SPACES.
       01 CURRENT-TRANS-DATE            PIC 9(8)       VALUE ZEROS.
       01 APPLIED-IN-SHOP               PIC 9(5)       VALUE ZEROS.

       PROCEDURE DIVISION.
       INVENTORY-UPDATE-PROCESS.
           PERFORM VALIDATE-GL-ACCOUNTS
           PERFORM PRESCAN-DAILY-TRANS
           IF DAILY-TRANS-OUT-OF-BALANCE
              GOBACK
           END-IF
           PERFORM READ-RESTART-CHECKPOINT
           OPEN I-O INVENTORY-FILE
           OPEN INPUT DAILY-TRANS-FILE
           OPEN OUTPUT LOW-STOCK-REPORT-FILE
           OPEN I-O POSTING-CONTROL-FILE
           OPEN EXTEND SHOP-EXCEPTION-FILE
           OPEN I-O EXCEPTION-MASTER-FILE
           WRITE LOW-STOCK-PRINT-LINE FROM PAGE-HEADER
           WRITE LOW-STOCK-PRINT-LINE FROM COLUMN-HEADING
           PERFORM READ-DAILY-TRANS-FILE
           PERFORM APPLY-INVENTORY-SALE UNTIL END-OF-DAILY-TRANS
              OR STALE-CHECKPOINT-FOUND
           IF STALE-CHECKPOINT-FOUND
              DISPLAY "STALE CHECKPOINT: SHOP " RESTART-SHOP-ID
                 " DATE " RESTART-TRANS-DATE
                 " DOES NOT MATCH RECEIPTS FILE"
              MOVE 16 TO RETURN-CODE
              CLOSE DAILY-TRANS-FILE, INVENTORY-FILE,
                    LOW-STOCK-REPORT-FILE, POSTING-CONTROL-FILE,
                    SHOP-EXCEPTION-FILE, GL-EXTRACT-FILE,
                    EXCEPTION-MASTER-FILE
           IF RESTART-PENDING
              DISPLAY "RESTART SHOP NOT FOUND: " RESTART-SHOP-ID
              MOVE 16 TO RETURN-CODE
              CLOSE DAILY-TRANS-FILE, INVENTORY-FILE,
                    LOW-STOCK-REPORT-FILE, POSTING-CONTROL-FILE,
                    SHOP-EXCEPTION-FILE, GL-EXTRACT-FILE,
                    EXCEPTION-MASTER-FILE
           END-IF
           PERFORM WRITE-SHOP-COGS-RECORD
           PERFORM MARK-SHOP-INVENTORY-POSTED
           CLOSE DAILY-TRANS-FILE
           PERFORM WRITE-LOW-STOCK-REPORT
           SET CKPT-END-OF-JOB TO TRUE
           MOVE SPACES TO CKPT-SHOP-ID
           GOBACK
           .

       PRESCAN-DAILY-TRANS.
           OPEN INPUT DAILY-TRANS-FILE
           PERFORM READ-DAILY-TRANS-FILE
           PERFORM READ-DAILY-TRANS-FILE UNTIL END-OF-DAILY-TRANS
           CLOSE DAILY-TRANS-FILE
           PERFORM VERIFY-DAILY-TRAILER
           .

       WRITE-SHOP-COGS-RECORD.
           IF CURRENT-SHOP-ID NOT = SPACES
                 AND COGS-SHOP-TOTAL NOT = ZEROS
           .

       APPLY-INVENTORY-SALE.
           IF DT-SHOP-ID NOT = CURRENT-SHOP-ID
                 OR DT-TRANS-DATE NOT = CURRENT-TRANS-DATE
              PERFORM WRITE-SHOP-COGS-RECORD
              PERFORM MARK-SHOP-INVENTORY-POSTED
              PERFORM START-SHOP-CHECKPOINT
           END-IF
           EVALUATE TRUE
              WHEN STALE-CHECKPOINT-FOUND
                 CONTINUE
              WHEN SHOP-ALREADY-POSTED
                 CONTINUE
              WHEN RESTART-PENDING
                 CONTINUE
              WHEN RESTART-SKIP-COUNT > ZEROS
                 PERFORM ACCUMULATE-SKIPPED-COGS
                 COMPUTE RESTART-SKIP-COUNT = RESTART-SKIP-COUNT - 1
              WHEN DT-SALE
                 PERFORM DECREMENT-INVENTORY
              WHEN DT-REFUND
                 PERFORM INCREMENT-INVENTORY
           END-EVALUATE
           PERFORM READ-DAILY-TRANS-FILE
           .

       START-SHOP-CHECKPOINT.
           MOVE DT-SHOP-ID TO CURRENT-SHOP-ID
           MOVE DT-TRANS-DATE TO CURRENT-TRANS-DATE
           IF RESTART-PENDING
              IF DT-SHOP-ID = RESTART-SHOP-ID
                 IF DT-TRANS-DATE = RESTART-TRANS-DATE
                    SET NO-RESTART-PENDING TO TRUE
                    MOVE RESTART-SKIP-COUNT TO APPLIED-IN-SHOP
                 ELSE
           .

       ACCUMULATE-SKIPPED-COGS.
           MOVE CURRENT-SHOP-ID TO INV-SHOP-ID
           MOVE DT-ITEM-ID TO INV-ITEM-ID
           READ INVENTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DT-REFUND
                    COMPUTE COGS-SHOP-TOTAL = COGS-SHOP-TOTAL -
                       (DT-QTY-SOLD * INV-UNIT-COST)
                 ELSE
                    COMPUTE COGS-SHOP-TOTAL = COGS-SHOP-TOTAL +
                       (DT-QTY-SOLD * INV-UNIT-COST)
                 END-IF
           END-READ
           .
           .

       DECREMENT-INVENTORY.
           MOVE CURRENT-SHOP-ID TO INV-SHOP-ID
           MOVE DT-ITEM-ID TO INV-ITEM-ID
           READ INVENTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE INV-QTY-ON-HAND = INV-QTY-ON-HAND -
                    DT-QTY-SOLD
                 COMPUTE COGS-SHOP-TOTAL = COGS-SHOP-TOTAL +
                    (DT-QTY-SOLD * INV-UNIT-COST)
                 REWRITE INVENTORY-REC
           END-READ
           PERFORM TAKE-APPLY-CHECKPOINT
           .

       INCREMENT-INVENTORY.
           MOVE CURRENT-SHOP-ID TO INV-SHOP-ID
           MOVE DT-ITEM-ID TO INV-ITEM-ID
           READ INVENTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE INV-QTY-ON-HAND = INV-QTY-ON-HAND +
                    DT-QTY-SOLD
                 COMPUTE COGS-SHOP-TOTAL = COGS-SHOP-TOTAL -
                    (DT-QTY-SOLD * INV-UNIT-COST)
                 REWRITE INVENTORY-REC
           END-READ
           PERFORM TAKE-APPLY-CHECKPOINT
           .

       WRITE-LOW-STOCK-REPORT.
           MOVE LOW-VALUES TO INV-KEY
           START INVENTORY-FILE KEY IS NOT LESS THAN INV-KEY
              INVALID KEY
                 SET END-OF-INVENTORY-FILE TO TRUE
           END-START

       CHECK-LOW-STOCK.
           IF INV-QTY-ON-HAND <= INV-REORDER-POINT
              MOVE INV-SHOP-ID TO PRN-LS-SHOP-ID
              MOVE INV-ITEM-ID TO PRN-LS-ITEM-ID
              MOVE INV-QTY-ON-HAND TO PRN-LS-QTY-ON-HAND
              MOVE INV-REORDER-POINT TO PRN-LS-REORDER-POINT
           PERFORM READ-NEXT-INVENTORY
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
              DISPLAY "INVENTORY-UPDATE: DAILY TRANSACTION "
                 "TRAILER MISSING"
              SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
           ELSE
              IF DAILY-READ-COUNT NOT = TRAILER-RECORD-COUNT
                    OR DAILY-READ-AMOUNT NOT = TRAILER-AMOUNT-TOTAL
                 DISPLAY "INVENTORY-UPDATE: DAILY TRANSACTIONS "
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
           MOVE GL-COGS-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
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
              DISPLAY "INVENTORY-UPDATE: GL ACCOUNT "
                 GL-CHECK-ACCOUNT-CODE
                 " NOT ACTIVE ON CHART OF ACCOUNTS"
              SET GL-ACCOUNT-ERROR TO TRUE
           END-IF
           .
