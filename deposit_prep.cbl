       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DAILY-TRANS-FILE ASSIGN TO
                 "daily_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUES-PAYMENT-FILE ASSIGN TO
                 "dues_payments.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EX-EXCEPTION-ID.
           SELECT OPTIONAL DEPOSIT-SLIP-FILE ASSIGN TO
                 "deposit_slips.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS DSL-SLIP-KEY.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
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
       FD  DUES-PAYMENT-FILE.
       01 DUES-PAYMENT-REC.
          88 END-OF-DUES-PAYMENTS                      VALUE HIGH-VALUES
          05 EXC-CONTROL-ID             PIC 9(7).
          05 EXC-NEXT-EXCEPTION-ID      PIC 9(7).
          05 FILLER                     PIC X(55).
       FD  DEPOSIT-SLIP-FILE.
       01 DEPOSIT-SLIP-REC.
          05 DSL-SLIP-KEY.
             10 DSL-DEPOSIT-DATE        PIC 9(8).
             10 DSL-SLIP-TYPE           PIC X.
                88 DSL-BRANCH-DEPOSIT                  VALUE "D".
                88 DSL-CARD-SETTLEMENT                 VALUE "C".
                88 DSL-ACH-SETTLEMENT                  VALUE "A".
          05 DSL-SLIP-AMOUNT            PIC 9(7)V99.
          05 DSL-STATUS                 PIC X.
             88 DSL-OUTSTANDING                        VALUE "O" "E".
             88 DSL-EXCEPTION-RAISED                   VALUE "E".
             88 DSL-CLEARED                            VALUE "C".
          05 DSL-CLEARED-DATE           PIC 9(8).
          05 DSL-BANK-AMOUNT            PIC 9(7)V99.
          05 DSL-FEE-AMOUNT             PIC 9(7)V99.
          05 DSL-BANK-REFERENCE         PIC X(16).
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
       01 EXCEPTION-SOURCE-NAME         PIC X(20)      VALUE
             "DEPOSIT-PREP".
       01 DEPOSIT-RUN-DATE              PIC 9(8)       VALUE ZEROS.
       01 TENDER-INDEX                  PIC 9          VALUE ZEROS.
       01 SALE-TENDER-INDEX             PIC 9          VALUE ZEROS.
       01 SALE-AMOUNT                   PIC S9(7)V99   VALUE ZEROS.
       01 STORED-VALUE-TENDER-TOTAL     PIC S9(7)V99   VALUE ZEROS.
       01 ACH-DRAFT-PAYMENT-TOTAL       PIC S9(7)V99   VALUE ZEROS.
       01 DEPOSIT-VARIANCE              PIC S9(7)V99   VALUE ZEROS.
       01 DAILY-TRAILER-SWITCH          PIC X          VALUE "N".
          88 DAILY-TRAILER-FOUND                       VALUE "Y".
       01 DAILY-BALANCE-SWITCH          PIC X          VALUE "Y".
          88 DAILY-TRANS-IN-BALANCE                    VALUE "Y".
          88 DAILY-TRANS-OUT-OF-BALANCE                VALUE "N".
       01 DAILY-READ-COUNT              PIC 9(7)       VALUE ZEROS.
       01 DAILY-READ-AMOUNT             PIC 9(11)V99   VALUE ZEROS.
       01 TRAILER-RECORD-COUNT          PIC 9(7)       VALUE ZEROS.
       01 TRAILER-AMOUNT-TOTAL          PIC 9(11)V99   VALUE ZEROS.
       01 NEW-SLIP-TYPE                 PIC X          VALUE SPACE.
       01 NEW-SLIP-AMOUNT               PIC S9(7)V99   VALUE ZEROS.
       01 DECLARED-LOADED-SWITCH        PIC X          VALUE "N".
          88 DECLARED-DEPOSIT-LOADED                   VALUE "Y".
       01 PRN-DEPOSIT-DETAIL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Total deposit           ".
          05 PRN-DEP-GRAND-TOTAL        PIC $$$,$$$,$$9.99-.
       01 PRN-STORED-VALUE-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Gift card tender (memo) ".
          05 PRN-DEP-STORED-VALUE       PIC $$$,$$$,$$9.99-.
       01 PRN-ACH-DRAFT-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "ACH drafts (memo)       ".
          05 PRN-DEP-ACH-DRAFTS         PIC $$$,$$$,$$9.99-.
       01 PRN-RECON-DETAIL-LINE.
          05 PRN-REC-TENDER             PIC X(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.

       PROCEDURE DIVISION.
       DEPOSIT-PREP-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO DEPOSIT-RUN-DATE
           ELSE
              ACCEPT DEPOSIT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE ZEROS TO SHOP-TENDER-TOTALS
           MOVE ZEROS TO DUES-TENDER-TOTALS
           MOVE ZEROS TO DECLARED-TENDER-TOTALS
           WRITE DEPOSIT-SLIP-PRINT-LINE FROM PAGE-HEADER
           WRITE DEPOSIT-SLIP-PRINT-LINE FROM COLUMN-HEADING
           PERFORM ACCUMULATE-SHOP-TENDERS
           IF DAILY-TRANS-OUT-OF-BALANCE
              CLOSE DEPOSIT-SLIP-REPORT-FILE, SHOP-EXCEPTION-FILE,
                    EXCEPTION-MASTER-FILE
              GOBACK
           END-IF
           PERFORM ACCUMULATE-DUES-TENDERS
           MOVE ZEROS TO TENDER-INDEX
           PERFORM WRITE-DEPOSIT-DETAIL UNTIL TENDER-INDEX >= 3
           MOVE SPACES TO DEPOSIT-SLIP-PRINT-LINE
           WRITE DEPOSIT-SLIP-PRINT-LINE
           WRITE DEPOSIT-SLIP-PRINT-LINE FROM PRN-DEPOSIT-TOTAL-LINE
           IF STORED-VALUE-TENDER-TOTAL NOT = ZEROS
              MOVE STORED-VALUE-TENDER-TOTAL TO PRN-DEP-STORED-VALUE
              WRITE DEPOSIT-SLIP-PRINT-LINE FROM PRN-STORED-VALUE-LINE
           END-IF
           IF ACH-DRAFT-PAYMENT-TOTAL NOT = ZEROS
              MOVE ACH-DRAFT-PAYMENT-TOTAL TO PRN-DEP-ACH-DRAFTS
              WRITE DEPOSIT-SLIP-PRINT-LINE FROM PRN-ACH-DRAFT-LINE
           END-IF
           PERFORM RECONCILE-DECLARED-DEPOSIT
           PERFORM SAVE-DEPOSIT-SLIPS
           CLOSE DEPOSIT-SLIP-REPORT-FILE, SHOP-EXCEPTION-FILE,
                 EXCEPTION-MASTER-FILE
           GOBACK
           .

       ACCUMULATE-SHOP-TENDERS.
           OPEN INPUT DAILY-TRANS-FILE
           PERFORM READ-DAILY-TRANS-FILE
           PERFORM ACCUMULATE-ONE-RECEIPT
              UNTIL END-OF-DAILY-TRANS
           CLOSE DAILY-TRANS-FILE
           PERFORM VERIFY-DAILY-TRAILER
           .

       ACCUMULATE-ONE-RECEIPT.
           PERFORM SELECT-SALE-TENDER
           MOVE DT-SALE-AMOUNT TO SALE-AMOUNT
           IF DT-REFUND
              COMPUTE SALE-AMOUNT = ZEROS - SALE-AMOUNT
           END-IF
           IF SALE-TENDER-INDEX > ZEROS
              COMPUTE SHOP-TENDER-AMOUNT(SALE-TENDER-INDEX) =
                 SHOP-TENDER-AMOUNT(SALE-TENDER-INDEX) +
                 SALE-AMOUNT
           END-IF
           IF DT-STORED-VALUE-TENDER
              COMPUTE STORED-VALUE-TENDER-TOTAL =
                 STORED-VALUE-TENDER-TOTAL + SALE-AMOUNT
           END-IF
           PERFORM READ-DAILY-TRANS-FILE
           .

       SELECT-SALE-TENDER.
           EVALUATE TRUE
              WHEN DT-TENDER-TYPE = "C"
                 MOVE 1 TO SALE-TENDER-INDEX
              WHEN DT-TENDER-TYPE = "K"
                 MOVE 2 TO SALE-TENDER-INDEX
              WHEN DT-TENDER-TYPE = "R"
                 MOVE 3 TO SALE-TENDER-INDEX
              WHEN DT-STORED-VALUE-TENDER
                 MOVE ZEROS TO SALE-TENDER-INDEX
              WHEN DT-TENDER-TYPE = SPACE AND DT-CASH-SALE
                 MOVE 1 TO SALE-TENDER-INDEX
              WHEN OTHER
                 MOVE ZEROS TO SALE-TENDER-INDEX
                 MOVE 2 TO SALE-TENDER-INDEX
              WHEN PAY-METHOD = "CC" OR PAY-METHOD = "CD"
                 MOVE 3 TO SALE-TENDER-INDEX
              WHEN PAY-METHOD = "AC"
                 MOVE ZEROS TO SALE-TENDER-INDEX
              WHEN OTHER
                 MOVE 1 TO SALE-TENDER-INDEX
           END-EVALUATE
           IF SALE-TENDER-INDEX > ZEROS
              COMPUTE DUES-TENDER-AMOUNT(SALE-TENDER-INDEX) =
                 DUES-TENDER-AMOUNT(SALE-TENDER-INDEX) + PAY-AMOUNT
           ELSE
              COMPUTE ACH-DRAFT-PAYMENT-TOTAL =
                 ACH-DRAFT-PAYMENT-TOTAL + PAY-AMOUNT
           END-IF
           PERFORM READ-DUES-PAYMENT
           .

           END-IF
           .

       SAVE-DEPOSIT-SLIPS.
           OPEN I-O DEPOSIT-SLIP-FILE
           MOVE "D" TO NEW-SLIP-TYPE
           COMPUTE NEW-SLIP-AMOUNT =
              SHOP-TENDER-AMOUNT(1) + DUES-TENDER-AMOUNT(1) +
              SHOP-TENDER-AMOUNT(2) + DUES-TENDER-AMOUNT(2)
           PERFORM SAVE-ONE-DEPOSIT-SLIP
           MOVE "C" TO NEW-SLIP-TYPE
           COMPUTE NEW-SLIP-AMOUNT =
              SHOP-TENDER-AMOUNT(3) + DUES-TENDER-AMOUNT(3)
           PERFORM SAVE-ONE-DEPOSIT-SLIP
           MOVE "A" TO NEW-SLIP-TYPE
           MOVE ACH-DRAFT-PAYMENT-TOTAL TO NEW-SLIP-AMOUNT
           PERFORM SAVE-ONE-DEPOSIT-SLIP
           CLOSE DEPOSIT-SLIP-FILE
           .

       SAVE-ONE-DEPOSIT-SLIP.
           IF NEW-SLIP-AMOUNT > ZEROS
              MOVE DEPOSIT-RUN-DATE TO DSL-DEPOSIT-DATE
              MOVE NEW-SLIP-TYPE TO DSL-SLIP-TYPE
              READ DEPOSIT-SLIP-FILE
                 INVALID KEY
                    MOVE NEW-SLIP-AMOUNT TO DSL-SLIP-AMOUNT
                    MOVE "O" TO DSL-STATUS
                    MOVE ZEROS TO DSL-CLEARED-DATE
                    MOVE ZEROS TO DSL-BANK-AMOUNT
                    MOVE ZEROS TO DSL-FEE-AMOUNT
                    MOVE SPACES TO DSL-BANK-REFERENCE
                    WRITE DEPOSIT-SLIP-REC
                 NOT INVALID KEY
                    IF DSL-CLEARED
                       DISPLAY "DEPOSIT-PREP: SLIP " DSL-SLIP-KEY
                          " ALREADY CLEARED BY BANK - NOT REPLACED"
                    ELSE
                       MOVE NEW-SLIP-AMOUNT TO DSL-SLIP-AMOUNT
                       REWRITE DEPOSIT-SLIP-REC
                    END-IF
              END-READ
           END-IF
           .

       WRITE-EXCEPTION-MASTER.
           MOVE ZEROS TO EX-EXCEPTION-ID
           READ EXCEPTION-MASTER-FILE
           WRITE EXCEPTION-MASTER-REC
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
              DISPLAY "DEPOSIT-PREP: DAILY TRANSACTION "
                 "TRAILER MISSING"
              SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
           ELSE
              IF DAILY-READ-COUNT NOT = TRAILER-RECORD-COUNT
                    OR DAILY-READ-AMOUNT NOT = TRAILER-AMOUNT-TOTAL
                 DISPLAY "DEPOSIT-PREP: DAILY TRANSACTIONS "
                    "OUT OF BALANCE - READ " DAILY-READ-COUNT
                    " TRAILER " TRAILER-RECORD-COUNT
                 SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
              END-IF
           END-IF
           IF DAILY-TRANS-OUT-OF-BALANCE
              MOVE 16 TO RETURN-CODE
           END-IF
           .

       READ-DUES-PAYMENT.
              SET END-OF-DUES-PAYMENTS TO TRUE
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
           END-IF
           CLOSE BUSINESS-DATE-FILE
           .
