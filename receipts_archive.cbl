       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-TRANS-FILE ASSIGN TO "daily_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-ARCHIVE-FILE ASSIGN TO
                 "shop_receipts_archive.dat"

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
       FD  RECEIPT-ARCHIVE-FILE.
       01 RECEIPT-ARCHIVE-REC           PIC X(49).

       WORKING-STORAGE SECTION.
       01 ARCHIVED-RECORD-COUNT         PIC 9(7)       VALUE ZEROS.
       01 ARCHIVE-ITEM-COUNT            PIC 9(5)       VALUE ZEROS.
       01 CURRENT-SHOP-ID               PIC X(5)       VALUE SPACES.
       01 CURRENT-TRANS-DATE            PIC 9(8)       VALUE ZEROS.
       01 ARCHIVE-HEADER-WORK.
          05 AH-RECORD-TYPE             PIC X          VALUE "H".
          05 AH-SHOP-ID                 PIC X(5).
          05 AH-SHOP-LOCATION           PIC X(30).
          05 AH-TRANS-DATE              PIC 9(8).
       01 ARCHIVE-SALE-WORK.
          05 AS-RECORD-TYPE             PIC X.
          05 AS-ITEM-ID                 PIC X(8).
          05 AS-QTY-SOLD                PIC 9(3).
          05 AS-ITEM-COST               PIC 9(5)V99.
          05 AS-SALE-DATE               PIC 9(8).
          05 AS-MEMBER-ID               PIC X(5).
          05 AS-TENDER-TYPE             PIC X.
          05 AS-REFUND-REASON           PIC X(3).
          05 AS-CLERK-ID                PIC X(3).
          05 AS-CARD-NUMBER             PIC X(10).
       01 ARCHIVE-FOOTER-WORK.
          05 AF-RECORD-TYPE             PIC X          VALUE "F".
          05 AF-REC-COUNT               PIC 9(5).
       01 DAILY-TRAILER-SWITCH          PIC X          VALUE "N".
          88 DAILY-TRAILER-FOUND                       VALUE "Y".
       01 DAILY-BALANCE-SWITCH          PIC X          VALUE "Y".
          88 DAILY-TRANS-IN-BALANCE                    VALUE "Y".
          88 DAILY-TRANS-OUT-OF-BALANCE                VALUE "N".
       01 DAILY-READ-COUNT              PIC 9(7)       VALUE ZEROS.
       01 DAILY-READ-AMOUNT             PIC 9(11)V99   VALUE ZEROS.
       01 TRAILER-RECORD-COUNT          PIC 9(7)       VALUE ZEROS.
       01 TRAILER-AMOUNT-TOTAL          PIC 9(11)V99   VALUE ZEROS.
       01 PRN-ARCHIVE-TOTAL-LINE.
          05 FILLER                     PIC X(25)      VALUE
                "Receipt records archived ".

       PROCEDURE DIVISION.
       RECEIPTS-ARCHIVE-PROCESS.
           PERFORM PRESCAN-DAILY-TRANS
           IF DAILY-TRANS-OUT-OF-BALANCE
              GOBACK
           END-IF
           OPEN INPUT DAILY-TRANS-FILE
           OPEN EXTEND RECEIPT-ARCHIVE-FILE
           PERFORM READ-DAILY-TRANS-FILE
           PERFORM ARCHIVE-RECEIPT-RECORD
              UNTIL END-OF-DAILY-TRANS
           PERFORM WRITE-ARCHIVE-FOOTER
           MOVE ARCHIVED-RECORD-COUNT TO PRN-ARCHIVED-COUNT
           DISPLAY PRN-ARCHIVE-TOTAL-LINE
           CLOSE DAILY-TRANS-FILE, RECEIPT-ARCHIVE-FILE
           GOBACK
           .

       PRESCAN-DAILY-TRANS.
           OPEN INPUT DAILY-TRANS-FILE
           PERFORM READ-DAILY-TRANS-FILE
           PERFORM READ-DAILY-TRANS-FILE UNTIL END-OF-DAILY-TRANS
           CLOSE DAILY-TRANS-FILE
           PERFORM VERIFY-DAILY-TRAILER
           .

       ARCHIVE-RECEIPT-RECORD.
           IF DT-SHOP-ID NOT = CURRENT-SHOP-ID
                 OR DT-TRANS-DATE NOT = CURRENT-TRANS-DATE
              PERFORM WRITE-ARCHIVE-FOOTER
              PERFORM WRITE-ARCHIVE-HEADER
           END-IF
           MOVE DT-RECORD-TYPE TO AS-RECORD-TYPE
           MOVE DT-ITEM-ID TO AS-ITEM-ID
           MOVE DT-QTY-SOLD TO AS-QTY-SOLD
           MOVE DT-ITEM-COST TO AS-ITEM-COST
           MOVE DT-SALE-DATE TO AS-SALE-DATE
           MOVE DT-MEMBER-ID TO AS-MEMBER-ID
           MOVE DT-TENDER-TYPE TO AS-TENDER-TYPE
           MOVE DT-REFUND-REASON TO AS-REFUND-REASON
           MOVE DT-CLERK-ID TO AS-CLERK-ID
           MOVE DT-CARD-NUMBER TO AS-CARD-NUMBER
           WRITE RECEIPT-ARCHIVE-REC FROM ARCHIVE-SALE-WORK
           COMPUTE ARCHIVED-RECORD-COUNT = ARCHIVED-RECORD-COUNT + 1
           COMPUTE ARCHIVE-ITEM-COUNT = ARCHIVE-ITEM-COUNT + 1
           PERFORM READ-DAILY-TRANS-FILE
           .

       WRITE-ARCHIVE-HEADER.
           MOVE DT-SHOP-ID TO CURRENT-SHOP-ID, AH-SHOP-ID
           MOVE DT-TRANS-DATE TO CURRENT-TRANS-DATE, AH-TRANS-DATE
           MOVE DT-SHOP-LOCATION TO AH-SHOP-LOCATION
           WRITE RECEIPT-ARCHIVE-REC FROM ARCHIVE-HEADER-WORK
           COMPUTE ARCHIVED-RECORD-COUNT = ARCHIVED-RECORD-COUNT + 1
           MOVE ZEROS TO ARCHIVE-ITEM-COUNT
           .

       WRITE-ARCHIVE-FOOTER.
           IF CURRENT-SHOP-ID NOT = SPACES
              MOVE ARCHIVE-ITEM-COUNT TO AF-REC-COUNT
              WRITE RECEIPT-ARCHIVE-REC FROM ARCHIVE-FOOTER-WORK
              COMPUTE ARCHIVED-RECORD-COUNT = ARCHIVED-RECORD-COUNT + 1
           END-IF
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
              DISPLAY "RECEIPTS-ARCHIVE: DAILY TRANSACTION "
                 "TRAILER MISSING"
              SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
           ELSE
              IF DAILY-READ-COUNT NOT = TRAILER-RECORD-COUNT
                    OR DAILY-READ-AMOUNT NOT = TRAILER-AMOUNT-TOTAL
                 DISPLAY "RECEIPTS-ARCHIVE: DAILY TRANSACTIONS "
                    "OUT OF BALANCE - READ " DAILY-READ-COUNT
                    " TRAILER " TRAILER-RECORD-COUNT
                 SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
              END-IF
           END-IF
           IF DAILY-TRANS-OUT-OF-BALANCE
              MOVE 16 TO RETURN-CODE
           END-IF
           .
