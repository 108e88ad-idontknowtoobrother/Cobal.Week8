       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECIAL-ORDER-REPORT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SPECIAL-ORDER-FILE ASSIGN TO
                 "special_order.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SO-ORDER-NUMBER.
           SELECT OPTIONAL SPECIAL-ORDER-HISTORY-FILE ASSIGN TO
                 "special_order_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DAILY-TRANS-FILE ASSIGN TO
                 "daily_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPECIAL-ORDER-REPORT-FILE ASSIGN TO
                 "special_order_report.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
             88 SO-ENTERED                             VALUE "E".
             88 SO-ON-ORDER                            VALUE "P".
             88 SO-READY-FOR-PICKUP                    VALUE "R".
             88 SO-COMPLETED                           VALUE "C".
             88 SO-CANCELLED                           VALUE "X".
             88 SO-OPEN                                VALUE "E" "P"
                                                             "R".
       FD  SPECIAL-ORDER-HISTORY-FILE.
       01 SPECIAL-ORDER-HISTORY-REC.
          88 END-OF-ORDER-HISTORY                      VALUE HIGH-VALUES
           .
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
          05 DT-ITEM-ID                 PIC X(8).
          05 DT-QTY-SOLD                PIC 9(3).
          05 DT-ITEM-COST               PIC 9(5)V99.
          05 DT-SALE-AMOUNT             PIC 9(7)V99.
          05 DT-SALE-DATE               PIC 9(8).
          05 DT-MEMBER-ID               PIC X(5).
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
       FD  GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE.
          88 END-OF-GL-EXTRACT                         VALUE HIGH-VALUES
           .
          05 GL-SHOP-ID                 PIC X(5).
          05 FILLER                     PIC X.
          05 GL-ACCOUNT-CODE            PIC X(6).
          05 FILLER                     PIC X.
          05 GL-AMOUNT                  PIC S9(9)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
       FD  SPECIAL-ORDER-REPORT-FILE.
       01 SPECIAL-ORDER-PRINT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 GL-SPECIAL-ORDER-ACCOUNT-CODE PIC X(6)       VALUE "230300".
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - Special Orders and Deposits".
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Order  Membr Shop  ItemID   Qty Status  Ordered  Ready
      -      "PO          Deposit".
       01 ACTIVITY-SECTION-HEADING      PIC X(60)      VALUE
             "DEPOSIT ACTIVITY POSTED THIS RUN - TIE TO GL 230300".
       01 BATCH-KEY-TABLE.
          05 BATCH-KEY-ENTRY            OCCURS 50 TIMES.
             10 BK-SHOP-ID              PIC X(5).
             10 BK-TRANS-DATE           PIC 9(8).
       01 BATCH-KEY-COUNT               PIC 9(2)       VALUE ZEROS.
       01 BATCH-KEY-INDEX               PIC 9(2)       VALUE ZEROS.
       01 CURRENT-SHOP-ID               PIC X(5)       VALUE SPACES.
       01 CURRENT-TRANS-DATE            PIC 9(8)       VALUE ZEROS.
       01 BATCH-MATCH-SWITCH            PIC X          VALUE "N".
          88 BATCH-KEY-MATCHED                         VALUE "Y".
          88 BATCH-KEY-NOT-MATCHED                     VALUE "N".
       01 DAILY-TRAILER-SWITCH          PIC X          VALUE "N".
          88 DAILY-TRAILER-FOUND                       VALUE "Y".
       01 DAILY-BALANCE-SWITCH          PIC X          VALUE "Y".
          88 DAILY-TRANS-IN-BALANCE                    VALUE "Y".
          88 DAILY-TRANS-OUT-OF-BALANCE                VALUE "N".
       01 DAILY-READ-COUNT              PIC 9(7)       VALUE ZEROS.
       01 DAILY-READ-AMOUNT             PIC 9(11)V99   VALUE ZEROS.
       01 TRAILER-RECORD-COUNT          PIC 9(7)       VALUE ZEROS.
       01 TRAILER-AMOUNT-TOTAL          PIC 9(11)V99   VALUE ZEROS.
       01 ORDER-EOF-SWITCH              PIC X          VALUE "N".
          88 END-OF-SPECIAL-ORDER-FILE                 VALUE "Y".
       01 ENTERED-ORDER-COUNT           PIC 9(5)       VALUE ZEROS.
       01 ON-ORDER-COUNT                PIC 9(5)       VALUE ZEROS.
       01 READY-ORDER-COUNT             PIC 9(5)       VALUE ZEROS.
       01 CLOSED-HELD-COUNT             PIC 9(5)       VALUE ZEROS.
       01 OPEN-DEPOSITS-HELD            PIC 9(9)V99    VALUE ZEROS.
       01 CLOSED-DEPOSITS-HELD          PIC 9(9)V99    VALUE ZEROS.
       01 TOTAL-DEPOSITS-HELD           PIC 9(9)V99    VALUE ZEROS.
       01 DEPOSITS-TAKEN-TOTAL          PIC 9(9)V99    VALUE ZEROS.
       01 DEPOSITS-REFUNDED-TOTAL       PIC 9(9)V99    VALUE ZEROS.
       01 DEPOSITS-APPLIED-TOTAL        PIC 9(9)V99    VALUE ZEROS.
       01 NET-ACTIVITY-TOTAL            PIC S9(9)V99   VALUE ZEROS.
       01 GL-LIABILITY-TOTAL            PIC S9(9)V99   VALUE ZEROS.
       01 LIABILITY-DIFFERENCE          PIC S9(9)V99   VALUE ZEROS.
       01 PRN-ORDER-DETAIL-LINE.
          05 PRN-SOR-ORDER-NUMBER       PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SOR-MEMBER-ID          PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SOR-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SOR-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SOR-QTY                PIC ZZ9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SOR-STATUS             PIC X(7).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SOR-ORDER-DATE         PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SOR-READY-DATE         PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SOR-PO-NUMBER          PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SOR-DEPOSIT-HELD       PIC Z,ZZZ,ZZ9.99.
       01 PRN-AMOUNT-LINE.
          05 PRN-SOR-AMOUNT-LABEL       PIC X(26).
          05 PRN-SOR-AMOUNT             PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SOR-AMOUNT-STATUS      PIC X(14).
       01 PRN-COUNT-LINE.
          05 PRN-SOR-COUNT-LABEL        PIC X(26).
          05 PRN-SOR-COUNT              PIC ZZZZ9.

       PROCEDURE DIVISION.
       SPECIAL-ORDER-REPORT-PROCESS.
           OPEN INPUT SPECIAL-ORDER-FILE
           OPEN OUTPUT SPECIAL-ORDER-REPORT-FILE
           WRITE SPECIAL-ORDER-PRINT-LINE FROM PAGE-HEADER
           WRITE SPECIAL-ORDER-PRINT-LINE FROM COLUMN-HEADING
           MOVE ZEROS TO SO-ORDER-NUMBER
           START SPECIAL-ORDER-FILE KEY IS NOT LESS THAN SO-ORDER-NUMBER
              INVALID KEY
                 SET END-OF-SPECIAL-ORDER-FILE TO TRUE
           END-START
           IF NOT END-OF-SPECIAL-ORDER-FILE
              PERFORM READ-NEXT-ORDER
           END-IF
           PERFORM REPORT-ORDER UNTIL END-OF-SPECIAL-ORDER-FILE
           CLOSE SPECIAL-ORDER-FILE
           COMPUTE TOTAL-DEPOSITS-HELD =
              OPEN-DEPOSITS-HELD + CLOSED-DEPOSITS-HELD
           MOVE SPACES TO SPECIAL-ORDER-PRINT-LINE
           WRITE SPECIAL-ORDER-PRINT-LINE
           MOVE "Orders entered" TO PRN-SOR-COUNT-LABEL
           MOVE ENTERED-ORDER-COUNT TO PRN-SOR-COUNT
           WRITE SPECIAL-ORDER-PRINT-LINE FROM PRN-COUNT-LINE
           MOVE "Orders on purchase order" TO PRN-SOR-COUNT-LABEL
           MOVE ON-ORDER-COUNT TO PRN-SOR-COUNT
           WRITE SPECIAL-ORDER-PRINT-LINE FROM PRN-COUNT-LINE
           MOVE "Orders ready for pickup" TO PRN-SOR-COUNT-LABEL
           MOVE READY-ORDER-COUNT TO PRN-SOR-COUNT
           WRITE SPECIAL-ORDER-PRINT-LINE FROM PRN-COUNT-LINE
           MOVE "Closed orders with deposit" TO PRN-SOR-COUNT-LABEL
           MOVE CLOSED-HELD-COUNT TO PRN-SOR-COUNT
           WRITE SPECIAL-ORDER-PRINT-LINE FROM PRN-COUNT-LINE
           MOVE "Deposits on open orders" TO PRN-SOR-AMOUNT-LABEL
           MOVE OPEN-DEPOSITS-HELD TO PRN-SOR-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Deposits on closed orders" TO PRN-SOR-AMOUNT-LABEL
           MOVE CLOSED-DEPOSITS-HELD TO PRN-SOR-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Total deposits held" TO PRN-SOR-AMOUNT-LABEL
           MOVE TOTAL-DEPOSITS-HELD TO PRN-SOR-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           PERFORM LOAD-BATCH-KEYS
           IF DAILY-TRANS-OUT-OF-BALANCE
              CLOSE SPECIAL-ORDER-REPORT-FILE
              GOBACK
           END-IF
           PERFORM ACCUMULATE-ORDER-HISTORY
           PERFORM ACCUMULATE-GL-EXTRACT
           PERFORM WRITE-ACTIVITY-SECTION
           CLOSE SPECIAL-ORDER-REPORT-FILE
           IF LIABILITY-DIFFERENCE NOT = ZEROS
              DISPLAY "SPECIAL-ORDER-REPORT: GL 230300 OUT OF "
                 "BALANCE WITH DEPOSIT ACTIVITY"
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       REPORT-ORDER.
           IF SO-OPEN OR SO-DEPOSIT-HELD > ZEROS
              EVALUATE TRUE
                 WHEN SO-ENTERED
                    MOVE "ENTERED" TO PRN-SOR-STATUS
                    COMPUTE ENTERED-ORDER-COUNT =
                       ENTERED-ORDER-COUNT + 1
                 WHEN SO-ON-ORDER
                    MOVE "ON PO" TO PRN-SOR-STATUS
                    COMPUTE ON-ORDER-COUNT = ON-ORDER-COUNT + 1
                 WHEN SO-READY-FOR-PICKUP
                    MOVE "READY" TO PRN-SOR-STATUS
                    COMPUTE READY-ORDER-COUNT = READY-ORDER-COUNT + 1
                 WHEN SO-CANCELLED
                    MOVE "CANCEL" TO PRN-SOR-STATUS
                    COMPUTE CLOSED-HELD-COUNT = CLOSED-HELD-COUNT + 1
                 WHEN OTHER
                    MOVE "DONE" TO PRN-SOR-STATUS
                    COMPUTE CLOSED-HELD-COUNT = CLOSED-HELD-COUNT + 1
              END-EVALUATE
              IF SO-OPEN
                 COMPUTE OPEN-DEPOSITS-HELD =
                    OPEN-DEPOSITS-HELD + SO-DEPOSIT-HELD
              ELSE
                 COMPUTE CLOSED-DEPOSITS-HELD =
                    CLOSED-DEPOSITS-HELD + SO-DEPOSIT-HELD
              END-IF
              MOVE SO-ORDER-NUMBER TO PRN-SOR-ORDER-NUMBER
              MOVE SO-MEMBER-ID TO PRN-SOR-MEMBER-ID
              MOVE SO-SHOP-ID TO PRN-SOR-SHOP-ID
              MOVE SO-ITEM-ID TO PRN-SOR-ITEM-ID
              MOVE SO-QTY-ORDERED TO PRN-SOR-QTY
              MOVE SO-ORDER-DATE TO PRN-SOR-ORDER-DATE
              MOVE SO-READY-DATE TO PRN-SOR-READY-DATE
              MOVE SO-PO-NUMBER TO PRN-SOR-PO-NUMBER
              MOVE SO-DEPOSIT-HELD TO PRN-SOR-DEPOSIT-HELD
              WRITE SPECIAL-ORDER-PRINT-LINE FROM PRN-ORDER-DETAIL-LINE
           END-IF
           PERFORM READ-NEXT-ORDER
           .

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO PRN-SOR-AMOUNT-STATUS
           WRITE SPECIAL-ORDER-PRINT-LINE FROM PRN-AMOUNT-LINE
           .

       LOAD-BATCH-KEYS.
           OPEN INPUT DAILY-TRANS-FILE
           PERFORM READ-DAILY-TRANS-FILE
           PERFORM STORE-BATCH-KEY UNTIL END-OF-DAILY-TRANS
           CLOSE DAILY-TRANS-FILE
           PERFORM VERIFY-DAILY-TRAILER
           .

       STORE-BATCH-KEY.
           IF DT-SHOP-ID NOT = CURRENT-SHOP-ID
                 OR DT-TRANS-DATE NOT = CURRENT-TRANS-DATE
              MOVE DT-SHOP-ID TO CURRENT-SHOP-ID
              MOVE DT-TRANS-DATE TO CURRENT-TRANS-DATE
              IF BATCH-KEY-COUNT < 50
                 COMPUTE BATCH-KEY-COUNT = BATCH-KEY-COUNT + 1
                 MOVE DT-SHOP-ID TO BK-SHOP-ID(BATCH-KEY-COUNT)
                 MOVE DT-TRANS-DATE TO BK-TRANS-DATE(BATCH-KEY-COUNT)
              END-IF
           END-IF
           PERFORM READ-DAILY-TRANS-FILE
           .

       ACCUMULATE-ORDER-HISTORY.
           OPEN INPUT SPECIAL-ORDER-HISTORY-FILE
           PERFORM READ-ORDER-HISTORY
           PERFORM APPLY-ORDER-HISTORY UNTIL END-OF-ORDER-HISTORY
           CLOSE SPECIAL-ORDER-HISTORY-FILE
           .

       APPLY-ORDER-HISTORY.
           PERFORM MATCH-BATCH-KEY
           IF BATCH-KEY-MATCHED
              EVALUATE TRUE
                 WHEN SOH-DEPOSIT-TAKEN
                    COMPUTE DEPOSITS-TAKEN-TOTAL =
                       DEPOSITS-TAKEN-TOTAL + SOH-AMOUNT
                 WHEN SOH-DEPOSIT-REFUNDED
                    COMPUTE DEPOSITS-REFUNDED-TOTAL =
                       DEPOSITS-REFUNDED-TOTAL + SOH-AMOUNT
                 WHEN SOH-DEPOSIT-APPLIED
                    COMPUTE DEPOSITS-APPLIED-TOTAL =
                       DEPOSITS-APPLIED-TOTAL + SOH-AMOUNT
              END-EVALUATE
           END-IF
           PERFORM READ-ORDER-HISTORY
           .

       MATCH-BATCH-KEY.
           SET BATCH-KEY-NOT-MATCHED TO TRUE
           MOVE ZEROS TO BATCH-KEY-INDEX
           PERFORM CHECK-BATCH-KEY
              UNTIL BATCH-KEY-MATCHED
              OR BATCH-KEY-INDEX >= BATCH-KEY-COUNT
           .

       CHECK-BATCH-KEY.
           COMPUTE BATCH-KEY-INDEX = BATCH-KEY-INDEX + 1
           IF SOH-SHOP-ID = BK-SHOP-ID(BATCH-KEY-INDEX)
                 AND SOH-TRANS-DATE = BK-TRANS-DATE(BATCH-KEY-INDEX)
              SET BATCH-KEY-MATCHED TO TRUE
           END-IF
           .

       ACCUMULATE-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
           PERFORM READ-GL-EXTRACT
           PERFORM APPLY-GL-RECORD UNTIL END-OF-GL-EXTRACT
           CLOSE GL-EXTRACT-FILE
           .

       APPLY-GL-RECORD.
           IF GL-ACCOUNT-CODE = GL-SPECIAL-ORDER-ACCOUNT-CODE
              COMPUTE GL-LIABILITY-TOTAL =
                 GL-LIABILITY-TOTAL + GL-AMOUNT
           END-IF
           PERFORM READ-GL-EXTRACT
           .

       WRITE-ACTIVITY-SECTION.
           COMPUTE NET-ACTIVITY-TOTAL = DEPOSITS-TAKEN-TOTAL
              - DEPOSITS-REFUNDED-TOTAL - DEPOSITS-APPLIED-TOTAL
           COMPUTE LIABILITY-DIFFERENCE =
              GL-LIABILITY-TOTAL - NET-ACTIVITY-TOTAL
           MOVE SPACES TO SPECIAL-ORDER-PRINT-LINE
           WRITE SPECIAL-ORDER-PRINT-LINE
           WRITE SPECIAL-ORDER-PRINT-LINE FROM ACTIVITY-SECTION-HEADING
           MOVE "Deposits taken" TO PRN-SOR-AMOUNT-LABEL
           MOVE DEPOSITS-TAKEN-TOTAL TO PRN-SOR-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Deposits refunded" TO PRN-SOR-AMOUNT-LABEL
           MOVE DEPOSITS-REFUNDED-TOTAL TO PRN-SOR-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Deposits applied" TO PRN-SOR-AMOUNT-LABEL
           MOVE DEPOSITS-APPLIED-TOTAL TO PRN-SOR-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Net deposit activity" TO PRN-SOR-AMOUNT-LABEL
           MOVE NET-ACTIVITY-TOTAL TO PRN-SOR-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "GL 230300 extract" TO PRN-SOR-AMOUNT-LABEL
           MOVE GL-LIABILITY-TOTAL TO PRN-SOR-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Difference" TO PRN-SOR-AMOUNT-LABEL
           MOVE LIABILITY-DIFFERENCE TO PRN-SOR-AMOUNT
           IF LIABILITY-DIFFERENCE = ZEROS
              MOVE "IN BALANCE" TO PRN-SOR-AMOUNT-STATUS
           ELSE
              MOVE "OUT OF BALANCE" TO PRN-SOR-AMOUNT-STATUS
           END-IF
           WRITE SPECIAL-ORDER-PRINT-LINE FROM PRN-AMOUNT-LINE
           .

       READ-NEXT-ORDER.
           READ SPECIAL-ORDER-FILE NEXT RECORD
              AT END
                 SET END-OF-SPECIAL-ORDER-FILE TO TRUE
           END-READ
           .

       READ-ORDER-HISTORY.
           READ SPECIAL-ORDER-HISTORY-FILE
              AT END
                 SET END-OF-ORDER-HISTORY TO TRUE
           END-READ
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
              DISPLAY "SPECIAL-ORDER-REPORT: DAILY TRANSACTION "
                 "TRAILER MISSING"
              SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
           ELSE
              IF DAILY-READ-COUNT NOT = TRAILER-RECORD-COUNT
                    OR DAILY-READ-AMOUNT NOT = TRAILER-AMOUNT-TOTAL
                 DISPLAY "SPECIAL-ORDER-REPORT: DAILY TRANSACTIONS "
                    "OUT OF BALANCE - READ " DAILY-READ-COUNT
                    " TRAILER " TRAILER-RECORD-COUNT
                 SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
              END-IF
           END-IF
           IF DAILY-TRANS-OUT-OF-BALANCE
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       READ-GL-EXTRACT.
           READ GL-EXTRACT-FILE
              AT END
                 SET END-OF-GL-EXTRACT TO TRUE
           END-READ
           .
