       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-TRANS-FILE ASSIGN TO "daily_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "item_master.dat"
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
       FD  ITEM-MASTER-FILE.
       01 ITEM-MASTER-REC.
          05 IM-ITEM-ID                 PIC X(8).
          05 IM-SELLING-PRICE           PIC 9(5)V99.
          05 IM-TAXABLE-FLAG            PIC X.
          05 IM-TAX-RATE                PIC 9V9999.
          05 IM-SERIAL-FLAG             PIC X.
          05 IM-WARRANTY-MONTHS         PIC 9(3).
       FD  ITEM-SUMMARY-REPORT-FILE.
       01 ITEM-SUMMARY-PRINT-LINE       PIC X(62).
       FD  ITEM-HISTORY-FILE.
          88 NOT-FIRST-ITEM                            VALUE "N".
       01 SORT-EOF-SWITCH               PIC X          VALUE "N".
          88 END-OF-SORTED-ITEMS                       VALUE "Y".
       01 DAILY-TRAILER-SWITCH          PIC X          VALUE "N".
          88 DAILY-TRAILER-FOUND                       VALUE "Y".
       01 DAILY-BALANCE-SWITCH          PIC X          VALUE "Y".
          88 DAILY-TRANS-IN-BALANCE                    VALUE "Y".
          88 DAILY-TRANS-OUT-OF-BALANCE                VALUE "N".
       01 DAILY-READ-COUNT              PIC 9(7)       VALUE ZEROS.
       01 DAILY-READ-AMOUNT             PIC 9(11)V99   VALUE ZEROS.
       01 TRAILER-RECORD-COUNT          PIC 9(7)       VALUE ZEROS.
       01 TRAILER-AMOUNT-TOTAL          PIC 9(11)V99   VALUE ZEROS.

       PROCEDURE DIVISION.
       ITEM-SALES-PROCESS.
           .

       EXTRACT-ITEM-SALES.
           OPEN INPUT DAILY-TRANS-FILE
           PERFORM READ-DAILY-TRANS-FILE
           PERFORM UNTIL END-OF-DAILY-TRANS
              MOVE DT-ITEM-ID TO SRT-ITEM-ID
              MOVE DT-SALE-DATE TO SRT-SALE-DATE
              MOVE DT-RECORD-TYPE TO SRT-RECORD-TYPE
              MOVE DT-QTY-SOLD TO SRT-QTY-SOLD
              MOVE DT-ITEM-COST TO SRT-ITEM-COST
              RELEASE SRT-ITEM-REC
              PERFORM READ-DAILY-TRANS-FILE
           END-PERFORM
           CLOSE DAILY-TRANS-FILE
           PERFORM VERIFY-DAILY-TRAILER
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
              DISPLAY "ITEM-SALES-SUMMARY: DAILY TRANSACTION "
                 "TRAILER MISSING"
              SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
           ELSE
              IF DAILY-READ-COUNT NOT = TRAILER-RECORD-COUNT
                    OR DAILY-READ-AMOUNT NOT = TRAILER-AMOUNT-TOTAL
                 DISPLAY "ITEM-SALES-SUMMARY: DAILY TRANSACTIONS "
                    "OUT OF BALANCE - READ " DAILY-READ-COUNT
                    " TRAILER " TRAILER-RECORD-COUNT
                 SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
              END-IF
           END-IF
           IF DAILY-TRANS-OUT-OF-BALANCE
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       SUMMARIZE-ITEM-SALES.
           IF DAILY-TRANS-IN-BALANCE
              PERFORM RETURN-SORTED-ITEM
              PERFORM ACCUMULATE-ITEM UNTIL END-OF-SORTED-ITEMS
              IF NOT FIRST-ITEM
                 PERFORM WRITE-ITEM-HISTORY-RECORD
                 PERFORM WRITE-ITEM-SUMMARY-LINE
              END-IF
           END-IF
           .

