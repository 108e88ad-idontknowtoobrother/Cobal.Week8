       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DAILY-TRANS-FILE ASSIGN TO
                 "daily_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLERK-DECLARED-FILE ASSIGN TO
                 "clerk_declared.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPECIAL-ORDER-FILE ASSIGN TO
                 "special_order.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SO-ORDER-NUMBER.
           SELECT SETTLEMENT-REPORT-FILE ASSIGN TO
                 "clerk_settlement.rpt"
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
       FD  CLERK-DECLARED-FILE.
       01 CLERK-DECLARED-REC.
          88 END-OF-CLERK-DECLARED                     VALUE HIGH-VALUES
          05 DCL-CLERK-ID               PIC X(3).
          05 DCL-TRANS-DATE             PIC 9(8).
          05 DCL-DECLARED-CASH          PIC 9(7)V99.
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
       FD  SETTLEMENT-REPORT-FILE.
       01 SETTLEMENT-PRINT-LINE         PIC X(100).

       01 LOOKUP-SHOP-ID                PIC X(5)       VALUE SPACES.
       01 LOOKUP-CLERK-ID               PIC X(3)       VALUE SPACES.
       01 LOOKUP-TRANS-DATE             PIC 9(8)       VALUE ZEROS.
       01 SALE-AMOUNT                   PIC 9(7)V99    VALUE ZEROS.
       01 ORDER-APPLIED-AMOUNT          PIC 9(7)V99    VALUE ZEROS.
       01 DRAWER-DUE-AMOUNT             PIC S9(7)V99   VALUE ZEROS.
       01 OVER-SHORT-AMOUNT             PIC S9(7)V99   VALUE ZEROS.
       01 DAILY-TRAILER-SWITCH          PIC X          VALUE "N".
          88 DAILY-TRAILER-FOUND                       VALUE "Y".
       01 DAILY-BALANCE-SWITCH          PIC X          VALUE "Y".
          88 DAILY-TRANS-IN-BALANCE                    VALUE "Y".
          88 DAILY-TRANS-OUT-OF-BALANCE                VALUE "N".
       01 DAILY-READ-COUNT              PIC 9(7)       VALUE ZEROS.
       01 DAILY-READ-AMOUNT             PIC 9(11)V99   VALUE ZEROS.
       01 TRAILER-RECORD-COUNT          PIC 9(7)       VALUE ZEROS.
       01 TRAILER-AMOUNT-TOTAL          PIC 9(11)V99   VALUE ZEROS.
       01 PRN-SETTLE-DETAIL-LINE.
          05 PRN-SET-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
           WRITE SETTLEMENT-PRINT-LINE FROM PAGE-HEADER
           WRITE SETTLEMENT-PRINT-LINE FROM COLUMN-HEADING
           PERFORM ACCUMULATE-CLERK-ACTIVITY
           IF DAILY-TRANS-OUT-OF-BALANCE
              CLOSE SETTLEMENT-REPORT-FILE
              GOBACK
           END-IF
           PERFORM LOAD-CLERK-DECLARATIONS
           MOVE ZEROS TO CLERK-PRINT-INDEX
           PERFORM WRITE-SETTLEMENT-DETAIL
           .

       ACCUMULATE-CLERK-ACTIVITY.
           OPEN INPUT DAILY-TRANS-FILE
           OPEN INPUT SPECIAL-ORDER-FILE
           PERFORM READ-DAILY-TRANS-FILE
           PERFORM ACCUMULATE-ONE-RECEIPT
              UNTIL END-OF-DAILY-TRANS
           CLOSE DAILY-TRANS-FILE, SPECIAL-ORDER-FILE
           PERFORM VERIFY-DAILY-TRAILER
           .

       ACCUMULATE-ONE-RECEIPT.
           PERFORM APPLY-RECEIPT-TO-CLERK
           PERFORM READ-DAILY-TRANS-FILE
           .

       APPLY-RECEIPT-TO-CLERK.
           MOVE DT-SHOP-ID TO LOOKUP-SHOP-ID
           MOVE DT-CLERK-ID TO LOOKUP-CLERK-ID
           MOVE DT-TRANS-DATE TO LOOKUP-TRANS-DATE
           PERFORM LOCATE-CLERK-ENTRY
           IF CLERK-ENTRY-FOUND
              MOVE DT-SALE-AMOUNT TO SALE-AMOUNT
              EVALUATE TRUE
                 WHEN DT-STORED-VALUE-TENDER
                    CONTINUE
                 WHEN DT-SPECIAL-ORDER-TENDER AND DT-REFUND
                    CONTINUE
                 WHEN DT-SPECIAL-ORDER-TENDER
                    PERFORM FIND-ORDER-DEPOSIT-APPLIED
                    COMPUTE CS-CHARGE-TOTAL(CLERK-SETTLE-INDEX) =
                       CS-CHARGE-TOTAL(CLERK-SETTLE-INDEX) +
                       SALE-AMOUNT - ORDER-APPLIED-AMOUNT
                 WHEN DT-REFUND AND DT-CASH-SALE
                    COMPUTE CS-REFUND-TOTAL(CLERK-SETTLE-INDEX) =
                       CS-REFUND-TOTAL(CLERK-SETTLE-INDEX) +
                       SALE-AMOUNT
                 WHEN DT-REFUND
                    COMPUTE CS-CHARGE-TOTAL(CLERK-SETTLE-INDEX) =
                       CS-CHARGE-TOTAL(CLERK-SETTLE-INDEX) -
                       SALE-AMOUNT
                 WHEN NOT DT-CASH-SALE
                    COMPUTE CS-CHARGE-TOTAL(CLERK-SETTLE-INDEX) =
                       CS-CHARGE-TOTAL(CLERK-SETTLE-INDEX) +
                       SALE-AMOUNT
           END-IF
           .

       FIND-ORDER-DEPOSIT-APPLIED.
           MOVE ZEROS TO ORDER-APPLIED-AMOUNT
           MOVE DT-CARD-NUMBER(1:6) TO SO-ORDER-NUMBER
           READ SPECIAL-ORDER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN SO-COMPLETED
                          AND SO-CLOSED-DATE = DT-TRANS-DATE
                       MOVE SO-DEPOSIT-APPLIED TO ORDER-APPLIED-AMOUNT
                    WHEN SO-READY-FOR-PICKUP
                       IF SO-DEPOSIT-HELD > SALE-AMOUNT
                          MOVE SALE-AMOUNT TO ORDER-APPLIED-AMOUNT
                       ELSE
                          MOVE SO-DEPOSIT-HELD TO ORDER-APPLIED-AMOUNT
                       END-IF
                 END-EVALUATE
           END-READ
           IF ORDER-APPLIED-AMOUNT > SALE-AMOUNT
              MOVE SALE-AMOUNT TO ORDER-APPLIED-AMOUNT
           END-IF
           .

       LOCATE-CLERK-ENTRY.
           SET CLERK-ENTRY-NOT-FOUND TO TRUE
           MOVE ZEROS TO CLERK-SETTLE-INDEX
           WRITE SETTLEMENT-PRINT-LINE FROM PRN-SETTLE-DETAIL-LINE
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
              DISPLAY "CLERK-SETTLEMENT: DAILY TRANSACTION "
                 "TRAILER MISSING"
              SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
           ELSE
              IF DAILY-READ-COUNT NOT = TRAILER-RECORD-COUNT
                    OR DAILY-READ-AMOUNT NOT = TRAILER-AMOUNT-TOTAL
                 DISPLAY "CLERK-SETTLEMENT: DAILY TRANSACTIONS "
                    "OUT OF BALANCE - READ " DAILY-READ-COUNT
                    " TRAILER " TRAILER-RECORD-COUNT
                 SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
              END-IF
           END-IF
           IF DAILY-TRANS-OUT-OF-BALANCE
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       READ-CLERK-DECLARED.
