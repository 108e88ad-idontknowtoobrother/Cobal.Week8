       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECONCILE.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-STATEMENT-FILE ASSIGN TO
                 "bank_statement.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSIT-SLIP-FILE ASSIGN TO
                 "deposit_slips.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DSL-SLIP-KEY.
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
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EX-EXCEPTION-ID.
           SELECT BANK-RECON-REPORT-FILE ASSIGN TO "bank_recon.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
       01 BANK-STATEMENT-REC.
          88 END-OF-BANK-STATEMENT                     VALUE HIGH-VALUES
           .
          05 BS-POST-DATE               PIC 9(8).
          05 BS-ENTRY-TYPE              PIC X.
             88 BS-CREDIT                              VALUE "C".
             88 BS-DEBIT                               VALUE "D".
          05 BS-TRAN-CODE               PIC X(3).
             88 BS-CARD-SETTLEMENT                     VALUE "MCS".
             88 BS-ACH-SETTLEMENT                      VALUE "ACH".
          05 BS-AMOUNT                  PIC 9(9)V99.
          05 BS-REFERENCE               PIC X(16).
          05 BS-DESCRIPTION             PIC X(30).
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
       FD  GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE.
          05 GL-SHOP-ID                 PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 GL-ACCOUNT-CODE            PIC X(6).
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
          05 EX-EXCEPTION-ID            PIC 9(7).
          05 EX-SOURCE-PROGRAM          PIC X(20).
          05 EX-TYPE-CODE               PIC X(4).
          05 EX-KEY-DATA                PIC X(18).
          05 EX-DATE-RAISED             PIC 9(8).
          05 EX-RESOLVED-FLAG           PIC X.
          05 EX-RESOLUTION-CODE         PIC X(3).
          05 EX-RESOLVED-DATE           PIC 9(8).
       01 EXCEPTION-CONTROL-REC REDEFINES EXCEPTION-MASTER-REC.
          05 EXC-CONTROL-ID             PIC 9(7).
          05 EXC-NEXT-EXCEPTION-ID      PIC 9(7).
          05 FILLER                     PIC X(55).
       FD  BANK-RECON-REPORT-FILE.
       01 BANK-RECON-PRINT-LINE         PIC X(80).
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
       01 GL-BANK-SHOP-ID               PIC X(5)       VALUE "BANK ".
       01 GL-CARD-FEE-ACCOUNT-CODE      PIC X(6)       VALUE "610100".
       01 GL-CASH-ACCOUNT-CODE          PIC X(6)       VALUE "100100".
       01 GL-CHECK-ACCOUNT-CODE         PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH       PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                          VALUE "Y".
       01 MATCH-WINDOW-DAYS             PIC 9(2)       VALUE 5.
       01 CLEARING-DAYS                 PIC 9(2)       VALUE 3.
       01 CARD-FEE-LIMIT-RATE           PIC V9(4)      VALUE .0500.
       01 EXCEPTION-SOURCE-NAME         PIC X(20)      VALUE
             "BANK-RECONCILE".
       01 NEW-EX-TYPE-CODE              PIC X(4)       VALUE SPACES.
       01 NEW-EX-KEY-DATA.
          05 NEW-EX-KEY-SHOP-ID         PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 NEW-EX-KEY-DETAIL          PIC X(12).
       01 SAVED-EXCEPTION-ID            PIC 9(7)       VALUE ZEROS.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Bank Statement Reconciliation".
       01 PRN-RECON-DATE-LINE.
          05 FILLER                     PIC X(15)      VALUE
                "Statement date ".
          05 PRN-RECON-DATE             PIC 9(8).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Status    Posted   Cde Reference      Bank Amt Slip Dt  T 
      -      "      Fee".
       01 UNCLEARED-SECTION-HEADING     PIC X(60)      VALUE
             "DEPOSITS NOT YET CLEARED BY THE BANK".
       01 UNCLEARED-COLUMN-HEADING      PIC X(60)      VALUE
             "Slip Dt  T   Slip Amount  Days  Status".
       01 RECON-DATE-TEXT               PIC X(8)       VALUE SPACES.
       01 RECON-DATE                    PIC 9(8)       VALUE ZEROS.
       01 RECON-DAY-NUMBER              PIC 9(7)       VALUE ZEROS.
       01 SLIP-DAY-NUMBER               PIC 9(7)       VALUE ZEROS.
       01 WINDOW-START-DATE             PIC 9(8)       VALUE ZEROS.
       01 DAYS-OUTSTANDING              PIC 9(5)       VALUE ZEROS.
       01 WANTED-SLIP-TYPE              PIC X          VALUE SPACE.
       01 CARD-FEE-AMOUNT               PIC 9(7)V99    VALUE ZEROS.
       01 CARD-FEE-LIMIT                PIC 9(7)V99    VALUE ZEROS.
       01 SLIP-SEARCH-SWITCH            PIC X          VALUE "N".
          88 SLIP-SEARCH-DONE                          VALUE "Y".
       01 SLIP-MATCH-SWITCH             PIC X          VALUE "N".
          88 SLIP-MATCHED                              VALUE "Y".
          88 SLIP-NOT-MATCHED                          VALUE "N".
       01 SLIP-EOF-SWITCH               PIC X          VALUE "N".
          88 END-OF-DEPOSIT-SLIPS                      VALUE "Y".
       01 MATCHED-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 MATCHED-TOTAL                 PIC 9(9)V99    VALUE ZEROS.
       01 CARD-FEE-TOTAL                PIC 9(7)V99    VALUE ZEROS.
       01 UNMATCHED-COUNT               PIC 9(5)       VALUE ZEROS.
       01 UNMATCHED-TOTAL               PIC 9(9)V99    VALUE ZEROS.
       01 DEBIT-COUNT                   PIC 9(5)       VALUE ZEROS.
       01 DEBIT-TOTAL                   PIC 9(9)V99    VALUE ZEROS.
       01 UNCLEARED-COUNT               PIC 9(5)       VALUE ZEROS.
       01 UNCLEARED-TOTAL               PIC 9(9)V99    VALUE ZEROS.
       01 PRN-BANK-DETAIL-LINE.
          05 PRN-BR-STATUS              PIC X(9).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-BR-POST-DATE           PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-BR-TRAN-CODE           PIC X(3).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-BR-REFERENCE           PIC X(12).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-BR-BANK-AMOUNT         PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-BR-SLIP-DATE           PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-BR-SLIP-TYPE           PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-BR-FEE                 PIC ZZ,ZZ9.99.
       01 PRN-UNCLEARED-LINE.
          05 PRN-UC-SLIP-DATE           PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-UC-SLIP-TYPE           PIC X.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-UC-SLIP-AMOUNT         PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-UC-DAYS                PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-UC-STATUS              PIC X(20).
       01 PRN-RECON-TOTAL-LINE.
          05 PRN-RT-LABEL               PIC X(24).
          05 PRN-RT-COUNT               PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-RT-AMOUNT              PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       BANK-RECONCILE-PROCESS.
           PERFORM INITIALIZE-RECON-DATE
           PERFORM VALIDATE-GL-ACCOUNTS
           OPEN INPUT BANK-STATEMENT-FILE
           OPEN I-O DEPOSIT-SLIP-FILE
           OPEN I-O EXCEPTION-MASTER-FILE
           OPEN OUTPUT BANK-RECON-REPORT-FILE
           WRITE BANK-RECON-PRINT-LINE FROM PAGE-HEADER
           MOVE RECON-DATE TO PRN-RECON-DATE
           WRITE BANK-RECON-PRINT-LINE FROM PRN-RECON-DATE-LINE
           WRITE BANK-RECON-PRINT-LINE FROM COLUMN-HEADING
           PERFORM READ-BANK-STATEMENT
           PERFORM RECONCILE-BANK-ITEM UNTIL END-OF-BANK-STATEMENT
           PERFORM REPORT-UNCLEARED-DEPOSITS
           PERFORM WRITE-RECON-TOTALS
           IF CARD-FEE-TOTAL > ZEROS
              OPEN EXTEND GL-EXTRACT-FILE
              PERFORM WRITE-GL-CARD-FEE-RECORDS
              CLOSE GL-EXTRACT-FILE
           END-IF
           CLOSE BANK-STATEMENT-FILE, DEPOSIT-SLIP-FILE,
                 EXCEPTION-MASTER-FILE, BANK-RECON-REPORT-FILE
           GOBACK
           .

       INITIALIZE-RECON-DATE.
           ACCEPT RECON-DATE-TEXT FROM COMMAND-LINE
           IF RECON-DATE-TEXT = SPACES
              ACCEPT RECON-DATE-TEXT FROM ENVIRONMENT "BANK_RECON_DATE"
           END-IF
           IF RECON-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO RECON-DATE-TEXT
              END-IF
           END-IF
           IF RECON-DATE-TEXT IS NUMERIC
                 AND RECON-DATE-TEXT NOT = SPACES
              MOVE RECON-DATE-TEXT TO RECON-DATE
           ELSE
              DISPLAY "BANK-RECONCILE: STATEMENT DATE REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE RECON-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(RECON-DATE)
           IF RECON-DAY-NUMBER = ZEROS
              DISPLAY "BANK-RECONCILE: STATEMENT DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       RECONCILE-BANK-ITEM.
           MOVE SPACES TO PRN-BR-SLIP-DATE
           MOVE SPACE TO PRN-BR-SLIP-TYPE
           MOVE ZEROS TO PRN-BR-FEE
           MOVE BS-TRAN-CODE TO PRN-BR-TRAN-CODE
           MOVE BS-REFERENCE TO PRN-BR-REFERENCE
           IF BS-POST-DATE IS NUMERIC
              MOVE BS-POST-DATE TO PRN-BR-POST-DATE
           ELSE
              MOVE ZEROS TO PRN-BR-POST-DATE
           END-IF
           IF BS-AMOUNT IS NUMERIC
              MOVE BS-AMOUNT TO PRN-BR-BANK-AMOUNT
           ELSE
              MOVE ZEROS TO PRN-BR-BANK-AMOUNT
           END-IF
           EVALUATE TRUE
              WHEN BS-POST-DATE IS NOT NUMERIC
                    OR BS-AMOUNT IS NOT NUMERIC
                 MOVE "INVALID  " TO PRN-BR-STATUS
                 PERFORM RAISE-UNMATCHED-ITEM
              WHEN FUNCTION INTEGER-OF-DATE(BS-POST-DATE) = ZERO
                 MOVE "INVALID  " TO PRN-BR-STATUS
                 PERFORM RAISE-UNMATCHED-ITEM
              WHEN BS-DEBIT
                 MOVE "DEBIT    " TO PRN-BR-STATUS
                 COMPUTE DEBIT-COUNT = DEBIT-COUNT + 1
                 COMPUTE DEBIT-TOTAL = DEBIT-TOTAL + BS-AMOUNT
              WHEN OTHER
                 PERFORM MATCH-BANK-CREDIT
           END-EVALUATE
           WRITE BANK-RECON-PRINT-LINE FROM PRN-BANK-DETAIL-LINE
           PERFORM READ-BANK-STATEMENT
           .

       MATCH-BANK-CREDIT.
           EVALUATE TRUE
              WHEN BS-CARD-SETTLEMENT
                 MOVE "C" TO WANTED-SLIP-TYPE
              WHEN BS-ACH-SETTLEMENT
                 MOVE "A" TO WANTED-SLIP-TYPE
              WHEN OTHER
                 MOVE "D" TO WANTED-SLIP-TYPE
           END-EVALUATE
           COMPUTE WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(BS-POST-DATE)
              - MATCH-WINDOW-DAYS)
           SET SLIP-NOT-MATCHED TO TRUE
           MOVE "N" TO SLIP-SEARCH-SWITCH
           MOVE WINDOW-START-DATE TO DSL-DEPOSIT-DATE
           MOVE LOW-VALUE TO DSL-SLIP-TYPE
           START DEPOSIT-SLIP-FILE KEY IS NOT LESS THAN DSL-SLIP-KEY
              INVALID KEY
                 SET SLIP-SEARCH-DONE TO TRUE
           END-START
           PERFORM CHECK-SLIP-CANDIDATE UNTIL SLIP-SEARCH-DONE
           IF SLIP-MATCHED
              PERFORM CLEAR-DEPOSIT-SLIP
           ELSE
              MOVE "UNMATCHED" TO PRN-BR-STATUS
              PERFORM RAISE-UNMATCHED-ITEM
           END-IF
           .

       CHECK-SLIP-CANDIDATE.
           READ DEPOSIT-SLIP-FILE NEXT RECORD
              AT END
                 SET SLIP-SEARCH-DONE TO TRUE
           END-READ
           IF NOT SLIP-SEARCH-DONE
              IF DSL-DEPOSIT-DATE > BS-POST-DATE
                 SET SLIP-SEARCH-DONE TO TRUE
              ELSE
                 IF DSL-SLIP-TYPE = WANTED-SLIP-TYPE
                       AND DSL-OUTSTANDING
                    PERFORM TEST-SLIP-AMOUNT
                 END-IF
              END-IF
           END-IF
           .

       TEST-SLIP-AMOUNT.
           IF DSL-CARD-SETTLEMENT
              IF BS-AMOUNT <= DSL-SLIP-AMOUNT
                 COMPUTE CARD-FEE-AMOUNT = DSL-SLIP-AMOUNT - BS-AMOUNT
                 COMPUTE CARD-FEE-LIMIT ROUNDED =
                    DSL-SLIP-AMOUNT * CARD-FEE-LIMIT-RATE
                 IF CARD-FEE-AMOUNT <= CARD-FEE-LIMIT
                    SET SLIP-MATCHED TO TRUE
                    SET SLIP-SEARCH-DONE TO TRUE
                 END-IF
              END-IF
           ELSE
              IF BS-AMOUNT = DSL-SLIP-AMOUNT
                 MOVE ZEROS TO CARD-FEE-AMOUNT
                 SET SLIP-MATCHED TO TRUE
                 SET SLIP-SEARCH-DONE TO TRUE
              END-IF
           END-IF
           .

       CLEAR-DEPOSIT-SLIP.
           MOVE "C" TO DSL-STATUS
           MOVE BS-POST-DATE TO DSL-CLEARED-DATE
           MOVE BS-AMOUNT TO DSL-BANK-AMOUNT
           MOVE CARD-FEE-AMOUNT TO DSL-FEE-AMOUNT
           MOVE BS-REFERENCE TO DSL-BANK-REFERENCE
           REWRITE DEPOSIT-SLIP-REC
           MOVE "MATCHED  " TO PRN-BR-STATUS
           MOVE DSL-DEPOSIT-DATE TO PRN-BR-SLIP-DATE
           MOVE DSL-SLIP-TYPE TO PRN-BR-SLIP-TYPE
           MOVE CARD-FEE-AMOUNT TO PRN-BR-FEE
           COMPUTE MATCHED-COUNT = MATCHED-COUNT + 1
           COMPUTE MATCHED-TOTAL = MATCHED-TOTAL + BS-AMOUNT
           COMPUTE CARD-FEE-TOTAL = CARD-FEE-TOTAL + CARD-FEE-AMOUNT
           .

       RAISE-UNMATCHED-ITEM.
           COMPUTE UNMATCHED-COUNT = UNMATCHED-COUNT + 1
           IF BS-AMOUNT IS NUMERIC
              COMPUTE UNMATCHED-TOTAL = UNMATCHED-TOTAL + BS-AMOUNT
           END-IF
           MOVE "BKUN" TO NEW-EX-TYPE-CODE
           MOVE GL-BANK-SHOP-ID TO NEW-EX-KEY-SHOP-ID
           MOVE BS-REFERENCE TO NEW-EX-KEY-DETAIL
           PERFORM WRITE-EXCEPTION-MASTER
           .

       REPORT-UNCLEARED-DEPOSITS.
           MOVE SPACES TO BANK-RECON-PRINT-LINE
           WRITE BANK-RECON-PRINT-LINE
           WRITE BANK-RECON-PRINT-LINE FROM UNCLEARED-SECTION-HEADING
           WRITE BANK-RECON-PRINT-LINE FROM UNCLEARED-COLUMN-HEADING
           MOVE "N" TO SLIP-EOF-SWITCH
           MOVE LOW-VALUES TO DSL-SLIP-KEY
           START DEPOSIT-SLIP-FILE KEY IS NOT LESS THAN DSL-SLIP-KEY
              INVALID KEY
                 SET END-OF-DEPOSIT-SLIPS TO TRUE
           END-START
           IF NOT END-OF-DEPOSIT-SLIPS
              PERFORM READ-NEXT-DEPOSIT-SLIP
           END-IF
           PERFORM CHECK-UNCLEARED-SLIP UNTIL END-OF-DEPOSIT-SLIPS
           .

       CHECK-UNCLEARED-SLIP.
           IF DSL-OUTSTANDING AND DSL-DEPOSIT-DATE <= RECON-DATE
              COMPUTE SLIP-DAY-NUMBER =
                 FUNCTION INTEGER-OF-DATE(DSL-DEPOSIT-DATE)
              COMPUTE DAYS-OUTSTANDING =
                 RECON-DAY-NUMBER - SLIP-DAY-NUMBER
              MOVE DSL-DEPOSIT-DATE TO PRN-UC-SLIP-DATE
              MOVE DSL-SLIP-TYPE TO PRN-UC-SLIP-TYPE
              MOVE DSL-SLIP-AMOUNT TO PRN-UC-SLIP-AMOUNT
              MOVE DAYS-OUTSTANDING TO PRN-UC-DAYS
              EVALUATE TRUE
                 WHEN DSL-EXCEPTION-RAISED
                    MOVE "EXCEPTION OPEN" TO PRN-UC-STATUS
                 WHEN DAYS-OUTSTANDING > CLEARING-DAYS
                    MOVE "EXCEPTION RAISED" TO PRN-UC-STATUS
                    MOVE "BKDP" TO NEW-EX-TYPE-CODE
                    MOVE GL-BANK-SHOP-ID TO NEW-EX-KEY-SHOP-ID
                    MOVE SPACES TO NEW-EX-KEY-DETAIL
                    MOVE DSL-SLIP-KEY TO NEW-EX-KEY-DETAIL
                    MOVE "E" TO DSL-STATUS
                    REWRITE DEPOSIT-SLIP-REC
                    PERFORM WRITE-EXCEPTION-MASTER
                 WHEN OTHER
                    MOVE "IN TRANSIT" TO PRN-UC-STATUS
              END-EVALUATE
              WRITE BANK-RECON-PRINT-LINE FROM PRN-UNCLEARED-LINE
              COMPUTE UNCLEARED-COUNT = UNCLEARED-COUNT + 1
              COMPUTE UNCLEARED-TOTAL = UNCLEARED-TOTAL
                 + DSL-SLIP-AMOUNT
           END-IF
           PERFORM READ-NEXT-DEPOSIT-SLIP
           .

       WRITE-RECON-TOTALS.
           MOVE SPACES TO BANK-RECON-PRINT-LINE
           WRITE BANK-RECON-PRINT-LINE
           MOVE "Credits matched         " TO PRN-RT-LABEL
           MOVE MATCHED-COUNT TO PRN-RT-COUNT
           MOVE MATCHED-TOTAL TO PRN-RT-AMOUNT
           WRITE BANK-RECON-PRINT-LINE FROM PRN-RECON-TOTAL-LINE
           MOVE "Card processor fees     " TO PRN-RT-LABEL
           MOVE ZEROS TO PRN-RT-COUNT
           MOVE CARD-FEE-TOTAL TO PRN-RT-AMOUNT
           WRITE BANK-RECON-PRINT-LINE FROM PRN-RECON-TOTAL-LINE
           MOVE "Unmatched bank items    " TO PRN-RT-LABEL
           MOVE UNMATCHED-COUNT TO PRN-RT-COUNT
           MOVE UNMATCHED-TOTAL TO PRN-RT-AMOUNT
           WRITE BANK-RECON-PRINT-LINE FROM PRN-RECON-TOTAL-LINE
           MOVE "Bank debits listed      " TO PRN-RT-LABEL
           MOVE DEBIT-COUNT TO PRN-RT-COUNT
           MOVE DEBIT-TOTAL TO PRN-RT-AMOUNT
           WRITE BANK-RECON-PRINT-LINE FROM PRN-RECON-TOTAL-LINE
           MOVE "Deposits not cleared    " TO PRN-RT-LABEL
           MOVE UNCLEARED-COUNT TO PRN-RT-COUNT
           MOVE UNCLEARED-TOTAL TO PRN-RT-AMOUNT
           WRITE BANK-RECON-PRINT-LINE FROM PRN-RECON-TOTAL-LINE
           .

       WRITE-GL-CARD-FEE-RECORDS.
           MOVE GL-BANK-SHOP-ID TO GL-SHOP-ID
           MOVE GL-CARD-FEE-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           MOVE CARD-FEE-TOTAL TO GL-AMOUNT
           WRITE GL-EXTRACT-LINE
           MOVE GL-BANK-SHOP-ID TO GL-SHOP-ID
           MOVE GL-CASH-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           COMPUTE GL-AMOUNT = ZEROS - CARD-FEE-TOTAL
           WRITE GL-EXTRACT-LINE
           .

       WRITE-EXCEPTION-MASTER.
           MOVE ZEROS TO EX-EXCEPTION-ID
           READ EXCEPTION-MASTER-FILE
              INVALID KEY
                 MOVE ZEROS TO EXC-CONTROL-ID
                 MOVE 1 TO EXC-NEXT-EXCEPTION-ID
                 WRITE EXCEPTION-MASTER-REC
                 MOVE ZEROS TO EX-EXCEPTION-ID
                 READ EXCEPTION-MASTER-FILE
                 END-READ
           END-READ
           MOVE EXC-NEXT-EXCEPTION-ID TO SAVED-EXCEPTION-ID
           COMPUTE EXC-NEXT-EXCEPTION-ID = EXC-NEXT-EXCEPTION-ID + 1
           REWRITE EXCEPTION-MASTER-REC
           MOVE SAVED-EXCEPTION-ID TO EX-EXCEPTION-ID
           MOVE EXCEPTION-SOURCE-NAME TO EX-SOURCE-PROGRAM
           MOVE NEW-EX-TYPE-CODE TO EX-TYPE-CODE
           MOVE NEW-EX-KEY-DATA TO EX-KEY-DATA
           MOVE RECON-DATE TO EX-DATE-RAISED
           MOVE "N" TO EX-RESOLVED-FLAG
           MOVE SPACES TO EX-RESOLUTION-CODE
           MOVE ZEROS TO EX-RESOLVED-DATE
           WRITE EXCEPTION-MASTER-REC
           .

       READ-BANK-STATEMENT.
           READ BANK-STATEMENT-FILE
              AT END
                 SET END-OF-BANK-STATEMENT TO TRUE
           END-READ
           .

       READ-NEXT-DEPOSIT-SLIP.
           READ DEPOSIT-SLIP-FILE NEXT RECORD
              AT END
                 SET END-OF-DEPOSIT-SLIPS TO TRUE
           END-READ
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-CARD-FEE-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-CASH-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
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
              DISPLAY "BANK-RECONCILE: GL ACCOUNT "
                 GL-CHECK-ACCOUNT-CODE
                 " NOT ACTIVE ON CHART OF ACCOUNTS"
              SET GL-ACCOUNT-ERROR TO TRUE
           END-IF
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
