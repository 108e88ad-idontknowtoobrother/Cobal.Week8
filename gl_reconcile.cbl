       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DAILY-TRANS-FILE ASSIGN TO
                 "daily_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
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
       FD  GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE.
          88 END-OF-GL-EXTRACT                         VALUE HIGH-VALUES
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
       01 RECON-DIFFERENCE              PIC S9(9)V99   VALUE ZEROS.
       01 EXPECTED-AMOUNT               PIC S9(9)V99   VALUE ZEROS.
       01 REPORTED-AMOUNT               PIC S9(9)V99   VALUE ZEROS.
           WRITE RECON-PRINT-LINE FROM PAGE-HEADER
           WRITE RECON-PRINT-LINE FROM COLUMN-HEADING
           PERFORM LOAD-BATCH-KEYS
           IF DAILY-TRANS-OUT-OF-BALANCE
              CLOSE RECON-REPORT-FILE, RECON-CONTROL-FILE,
                    SHOP-PERIOD-FILE
              GOBACK
           END-IF
           PERFORM ACCUMULATE-SALES-HISTORY
           PERFORM ACCUMULATE-GL-EXTRACT
           PERFORM COMPUTE-PERIOD-MOVEMENTS
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

       ACCUMULATE-SALES-HISTORY.
           WRITE RECON-PRINT-LINE FROM PRN-RECON-DETAIL-LINE
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
              DISPLAY "GL-RECONCILE: DAILY TRANSACTION "
                 "TRAILER MISSING"
              SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
           ELSE
              IF DAILY-READ-COUNT NOT = TRAILER-RECORD-COUNT
                    OR DAILY-READ-AMOUNT NOT = TRAILER-AMOUNT-TOTAL
                 DISPLAY "GL-RECONCILE: DAILY TRANSACTIONS "
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
