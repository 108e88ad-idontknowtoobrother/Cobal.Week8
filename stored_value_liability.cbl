       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORED-VALUE-LIABILITY.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STORED-VALUE-FILE ASSIGN TO
                 "stored_value.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SV-CARD-NUMBER.
           SELECT OPTIONAL STORED-VALUE-HISTORY-FILE ASSIGN TO
                 "stored_value_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DAILY-TRANS-FILE ASSIGN TO
                 "daily_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIABILITY-REPORT-FILE ASSIGN TO
                 "stored_value_liability.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
          88 END-OF-CARD-HISTORY                       VALUE HIGH-VALUES
           .
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
           .
          05 GL-SHOP-ID                 PIC X(5).
          05 FILLER                     PIC X.
          05 GL-ACCOUNT-CODE            PIC X(6).
          05 FILLER                     PIC X.
          05 GL-AMOUNT                  PIC S9(9)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
       FD  LIABILITY-REPORT-FILE.
       01 LIABILITY-PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 GL-STORED-VALUE-ACCOUNT-CODE  PIC X(6)       VALUE "230200".
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - Stored Value Liability".
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Card No    Type   Membr Issued   Last Use      Original   
      -      "   Balance".
       01 ACTIVITY-SECTION-HEADING      PIC X(60)      VALUE
             "ACTIVITY POSTED THIS RUN - TIE TO GL 230200".
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
       01 CARD-EOF-SWITCH               PIC X          VALUE "N".
          88 END-OF-STORED-VALUE-FILE                  VALUE "Y".
       01 GIFT-CARD-OUTSTANDING         PIC 9(9)V99    VALUE ZEROS.
       01 STORE-CREDIT-OUTSTANDING      PIC 9(9)V99    VALUE ZEROS.
       01 TOTAL-OUTSTANDING             PIC 9(9)V99    VALUE ZEROS.
       01 OUTSTANDING-CARD-COUNT        PIC 9(5)       VALUE ZEROS.
       01 CARDS-ISSUED-TOTAL            PIC 9(9)V99    VALUE ZEROS.
       01 CREDITS-ISSUED-TOTAL          PIC 9(9)V99    VALUE ZEROS.
       01 CARDS-REDEEMED-TOTAL          PIC 9(9)V99    VALUE ZEROS.
       01 NET-ACTIVITY-TOTAL            PIC S9(9)V99   VALUE ZEROS.
       01 GL-LIABILITY-TOTAL            PIC S9(9)V99   VALUE ZEROS.
       01 LIABILITY-DIFFERENCE          PIC S9(9)V99   VALUE ZEROS.
       01 PRN-CARD-DETAIL-LINE.
          05 PRN-SVL-CARD-NUMBER        PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SVL-CARD-TYPE          PIC X(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SVL-MEMBER-ID          PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SVL-ISSUE-DATE         PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SVL-LAST-DATE          PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SVL-ORIGINAL           PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SVL-BALANCE            PIC Z,ZZZ,ZZ9.99.
       01 PRN-AMOUNT-LINE.
          05 PRN-SVL-AMOUNT-LABEL       PIC X(26).
          05 PRN-SVL-AMOUNT             PIC $$$,$$$,$$9.99-.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SVL-STATUS             PIC X(14).
       01 PRN-COUNT-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Cards with a balance      ".
          05 PRN-SVL-CARD-COUNT         PIC ZZZZ9.

       PROCEDURE DIVISION.
       STORED-VALUE-LIABILITY-PROCESS.
           OPEN INPUT STORED-VALUE-FILE
           OPEN OUTPUT LIABILITY-REPORT-FILE
           WRITE LIABILITY-PRINT-LINE FROM PAGE-HEADER
           WRITE LIABILITY-PRINT-LINE FROM COLUMN-HEADING
           MOVE LOW-VALUES TO SV-CARD-NUMBER
           START STORED-VALUE-FILE KEY IS NOT LESS THAN SV-CARD-NUMBER
              INVALID KEY
                 SET END-OF-STORED-VALUE-FILE TO TRUE
           END-START
           IF NOT END-OF-STORED-VALUE-FILE
              PERFORM READ-NEXT-CARD
           END-IF
           PERFORM REPORT-CARD UNTIL END-OF-STORED-VALUE-FILE
           CLOSE STORED-VALUE-FILE
           COMPUTE TOTAL-OUTSTANDING =
              GIFT-CARD-OUTSTANDING + STORE-CREDIT-OUTSTANDING
           MOVE SPACES TO LIABILITY-PRINT-LINE
           WRITE LIABILITY-PRINT-LINE
           MOVE OUTSTANDING-CARD-COUNT TO PRN-SVL-CARD-COUNT
           WRITE LIABILITY-PRINT-LINE FROM PRN-COUNT-LINE
           MOVE "Gift cards outstanding" TO PRN-SVL-AMOUNT-LABEL
           MOVE GIFT-CARD-OUTSTANDING TO PRN-SVL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Store credit outstanding" TO PRN-SVL-AMOUNT-LABEL
           MOVE STORE-CREDIT-OUTSTANDING TO PRN-SVL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Total liability" TO PRN-SVL-AMOUNT-LABEL
           MOVE TOTAL-OUTSTANDING TO PRN-SVL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           PERFORM LOAD-BATCH-KEYS
           IF DAILY-TRANS-OUT-OF-BALANCE
              CLOSE LIABILITY-REPORT-FILE
              GOBACK
           END-IF
           PERFORM ACCUMULATE-CARD-HISTORY
           PERFORM ACCUMULATE-GL-EXTRACT
           PERFORM WRITE-ACTIVITY-SECTION
           CLOSE LIABILITY-REPORT-FILE
           IF LIABILITY-DIFFERENCE NOT = ZEROS
              DISPLAY "STORED-VALUE-LIABILITY: GL 230200 OUT OF "
                 "BALANCE WITH CARD ACTIVITY"
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       REPORT-CARD.
           IF SV-CARD-ACTIVE AND SV-BALANCE > ZEROS
              MOVE SV-CARD-NUMBER TO PRN-SVL-CARD-NUMBER
              IF SV-STORE-CREDIT
                 MOVE "CREDIT" TO PRN-SVL-CARD-TYPE
                 COMPUTE STORE-CREDIT-OUTSTANDING =
                    STORE-CREDIT-OUTSTANDING + SV-BALANCE
              ELSE
                 MOVE "GIFT" TO PRN-SVL-CARD-TYPE
                 COMPUTE GIFT-CARD-OUTSTANDING =
                    GIFT-CARD-OUTSTANDING + SV-BALANCE
              END-IF
              MOVE SV-MEMBER-ID TO PRN-SVL-MEMBER-ID
              MOVE SV-ISSUE-DATE TO PRN-SVL-ISSUE-DATE
              MOVE SV-LAST-ACTIVITY-DATE TO PRN-SVL-LAST-DATE
              MOVE SV-ORIGINAL-AMOUNT TO PRN-SVL-ORIGINAL
              MOVE SV-BALANCE TO PRN-SVL-BALANCE
              WRITE LIABILITY-PRINT-LINE FROM PRN-CARD-DETAIL-LINE
              COMPUTE OUTSTANDING-CARD-COUNT =
                 OUTSTANDING-CARD-COUNT + 1
           END-IF
           PERFORM READ-NEXT-CARD
           .

       WRITE-AMOUNT-LINE.
           MOVE SPACES TO PRN-SVL-STATUS
           WRITE LIABILITY-PRINT-LINE FROM PRN-AMOUNT-LINE
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

       ACCUMULATE-CARD-HISTORY.
           OPEN INPUT STORED-VALUE-HISTORY-FILE
           PERFORM READ-CARD-HISTORY
           PERFORM APPLY-CARD-HISTORY UNTIL END-OF-CARD-HISTORY
           CLOSE STORED-VALUE-HISTORY-FILE
           .

       APPLY-CARD-HISTORY.
           PERFORM MATCH-BATCH-KEY
           IF BATCH-KEY-MATCHED
              EVALUATE TRUE
                 WHEN SVH-CARD-ISSUED
                    COMPUTE CARDS-ISSUED-TOTAL =
                       CARDS-ISSUED-TOTAL + SVH-AMOUNT
                 WHEN SVH-CREDIT-ISSUED
                    COMPUTE CREDITS-ISSUED-TOTAL =
                       CREDITS-ISSUED-TOTAL + SVH-AMOUNT
                 WHEN SVH-CARD-REDEEMED
                    COMPUTE CARDS-REDEEMED-TOTAL =
                       CARDS-REDEEMED-TOTAL + SVH-AMOUNT
              END-EVALUATE
           END-IF
           PERFORM READ-CARD-HISTORY
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
           IF SVH-SHOP-ID = BK-SHOP-ID(BATCH-KEY-INDEX)
                 AND SVH-TRANS-DATE = BK-TRANS-DATE(BATCH-KEY-INDEX)
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
           IF GL-ACCOUNT-CODE = GL-STORED-VALUE-ACCOUNT-CODE
              COMPUTE GL-LIABILITY-TOTAL =
                 GL-LIABILITY-TOTAL + GL-AMOUNT
           END-IF
           PERFORM READ-GL-EXTRACT
           .

       WRITE-ACTIVITY-SECTION.
           COMPUTE NET-ACTIVITY-TOTAL = CARDS-ISSUED-TOTAL
              + CREDITS-ISSUED-TOTAL - CARDS-REDEEMED-TOTAL
           COMPUTE LIABILITY-DIFFERENCE =
              GL-LIABILITY-TOTAL - NET-ACTIVITY-TOTAL
           MOVE SPACES TO LIABILITY-PRINT-LINE
           WRITE LIABILITY-PRINT-LINE
           WRITE LIABILITY-PRINT-LINE FROM ACTIVITY-SECTION-HEADING
           MOVE "Gift cards issued" TO PRN-SVL-AMOUNT-LABEL
           MOVE CARDS-ISSUED-TOTAL TO PRN-SVL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Store credit issued" TO PRN-SVL-AMOUNT-LABEL
           MOVE CREDITS-ISSUED-TOTAL TO PRN-SVL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Redeemed" TO PRN-SVL-AMOUNT-LABEL
           MOVE CARDS-REDEEMED-TOTAL TO PRN-SVL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Net card activity" TO PRN-SVL-AMOUNT-LABEL
           MOVE NET-ACTIVITY-TOTAL TO PRN-SVL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "GL 230200 extract" TO PRN-SVL-AMOUNT-LABEL
           MOVE GL-LIABILITY-TOTAL TO PRN-SVL-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "Difference" TO PRN-SVL-AMOUNT-LABEL
           MOVE LIABILITY-DIFFERENCE TO PRN-SVL-AMOUNT
           IF LIABILITY-DIFFERENCE = ZEROS
              MOVE "IN BALANCE" TO PRN-SVL-STATUS
           ELSE
              MOVE "OUT OF BALANCE" TO PRN-SVL-STATUS
           END-IF
           WRITE LIABILITY-PRINT-LINE FROM PRN-AMOUNT-LINE
           .

       READ-NEXT-CARD.
           READ STORED-VALUE-FILE NEXT RECORD
              AT END
                 SET END-OF-STORED-VALUE-FILE TO TRUE
           END-READ
           .

       READ-CARD-HISTORY.
           READ STORED-VALUE-HISTORY-FILE
              AT END
                 SET END-OF-CARD-HISTORY TO TRUE
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
              DISPLAY "STORED-VALUE-LIABILITY: DAILY TRANSACTION "
                 "TRAILER MISSING"
              SET DAILY-TRANS-OUT-OF-BALANCE TO TRUE
           ELSE
              IF DAILY-READ-COUNT NOT = TRAILER-RECORD-COUNT
                    OR DAILY-READ-AMOUNT NOT = TRAILER-AMOUNT-TOTAL
                 DISPLAY "STORED-VALUE-LIABILITY: DAILY TRANSACTIONS "
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
