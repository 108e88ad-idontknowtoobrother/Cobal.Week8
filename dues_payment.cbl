              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
              "coa_master.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT OPTIONAL AR-PAYMENT-FILE ASSIGN TO "ar_payments.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUES-SCHEDULE-FILE ASSIGN TO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DS-SCHEDULE-KEY.
           SELECT OPTIONAL MEMBER-AUDIT-FILE ASSIGN TO
              "member_audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          05 MEMBER-PAYMENT-STATUS   PIC X.
             88 DUES-PAID                      VALUE "P".
             88 DUES-UNPAID                    VALUE "U".
             88 MEMBER-SUSPENDED               VALUE "S".
          05 MEMBER-AR-BALANCE       PIC S9(5)V99.
          05 MEMBER-BILLED-DATE      PIC 9(8).
          05 MEMBER-CREDIT-LIMIT     PIC 9(5)V99.
          05 FILLER                  PIC X          VALUE SPACE.
          05 GL-AMOUNT               PIC S9(9)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
       FD  CHART-OF-ACCOUNTS-FILE.
       01 COA-ACCOUNT-REC.
          05 COA-ACCOUNT-CODE        PIC X(6).
          05 COA-ACCOUNT-NAME        PIC X(30).
          05 COA-ACCOUNT-TYPE        PIC X.
             88 COA-ASSET                           VALUE "A".
             88 COA-LIABILITY                       VALUE "L".
             88 COA-EQUITY                          VALUE "Q".
             88 COA-REVENUE                         VALUE "R".
             88 COA-EXPENSE                         VALUE "E".
          05 COA-EXTRACT-SIGN        PIC X.
             88 COA-EXTRACT-DEBIT                   VALUE "D".
             88 COA-EXTRACT-CREDIT                  VALUE "C".
          05 COA-OFFSET-ACCOUNT      PIC X(6).
          05 COA-ACCOUNT-STATUS      PIC X.
             88 COA-ACTIVE                          VALUE "A".
             88 COA-INACTIVE                        VALUE "I".
       FD  AR-PAYMENT-FILE.
       01 AR-PAYMENT-REC.
          05 ARP-MEMBER-ID           PIC X(5).
          05 DS-STATUS               PIC X.
             88 INSTALLMENT-OPEN               VALUE "O".
             88 INSTALLMENT-PAID               VALUE "P".
       FD  MEMBER-AUDIT-FILE.
       01 MEMBER-AUDIT-REC.
          05 AUD-RUN-DATE            PIC 9(8).
          05 AUD-ACTION              PIC X.
          05 AUD-MEMBER-ID           PIC X(5).
          05 AUD-SOURCE              PIC X(10).
          05 AUD-BEFORE-IMAGE        PIC X(61).
          05 AUD-AFTER-IMAGE         PIC X(61).
          05 AUD-OPERATOR-ID         PIC X(8).

       WORKING-STORAGE SECTION.
       01 GL-DUES-ACCOUNT-CODE       PIC X(6)       VALUE "400200".
       01 GL-AR-ACCOUNT-CODE         PIC X(6)       VALUE "110200".
       01 GL-CHECK-ACCOUNT-CODE      PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH    PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                       VALUE "Y".
       01 GL-DUES-SHOP-ID            PIC X(5)       VALUE "DUES ".
       01 PAGE-HEADER                PIC X(50)      VALUE
             "Rolling Greens Golf Club - Cash Receipts Journal".
       01 INSTALL-OPEN-AMOUNT        PIC 9(3)V99    VALUE ZEROS.
       01 INSTALL-APPLIED-AMOUNT     PIC 9(3)V99    VALUE ZEROS.
       01 INSTALL-REMAINING-DUE      PIC 9(4)V99    VALUE ZEROS.
       01 INSTALL-PAST-DUE           PIC 9(4)V99    VALUE ZEROS.
       01 INSTALL-NO-INDEX           PIC 9(2)       VALUE ZEROS.
       01 INSTALL-DISPOSITION-TEXT.
          05 FILLER                  PIC X(9)       VALUE "INST DUE ".
          05 PRN-ACCOUNT-COUNT       PIC ZZZZ9.
          05 FILLER                  PIC X(9)       VALUE "  Cash  ".
          05 PRN-ACCOUNT-TOTAL       PIC $$$,$$$,$$9.99.
       01 PRN-REINSTATED-TOTAL-LINE.
          05 FILLER                  PIC X(24)      VALUE
                "Suspensions lifted      ".
          05 PRN-REINSTATED-COUNT    PIC ZZZZ9.
       01 REINSTATED-COUNT           PIC 9(5)       VALUE ZEROS.
       01 PAYMENT-AUDIT-SOURCE       PIC X(10)      VALUE "DUES-PAY".
       01 MEMBER-BEFORE-IMAGE        PIC X(61)      VALUE SPACES.
       01 SUSPENDED-PAYER-SWITCH     PIC X          VALUE "N".
          88 SUSPENDED-AT-PAYMENT                   VALUE "Y".

       PROCEDURE DIVISION.
       DUES-PAYMENT-PROCESS.
           PERFORM VALIDATE-GL-ACCOUNTS
           OPEN I-O MEMBER-FILE
           OPEN INPUT DUES-PAYMENT-FILE
           OPEN OUTPUT CASH-JOURNAL-FILE
           OPEN EXTEND GL-EXTRACT-FILE
           OPEN EXTEND AR-PAYMENT-FILE
           OPEN I-O DUES-SCHEDULE-FILE
           OPEN EXTEND MEMBER-AUDIT-FILE
           WRITE CASH-JOURNAL-LINE FROM PAGE-HEADER
           WRITE CASH-JOURNAL-LINE FROM COLUMN-HEADING
           PERFORM READ-DUES-PAYMENT
              PERFORM WRITE-GL-AR-RECORD
           END-IF
           CLOSE MEMBER-FILE, DUES-PAYMENT-FILE, CASH-JOURNAL-FILE,
                 GL-EXTRACT-FILE, AR-PAYMENT-FILE, DUES-SCHEDULE-FILE,
                 MEMBER-AUDIT-FILE
           GOBACK
           .

           .

       APPLY-DUES-PAYMENT.
           MOVE MEMBER-REC TO MEMBER-BEFORE-IMAGE
           IF MEMBER-SUSPENDED
              MOVE "Y" TO SUSPENDED-PAYER-SWITCH
           ELSE
              MOVE "N" TO SUSPENDED-PAYER-SWITCH
           END-IF
           MOVE MEMBER-DUES-AMOUNT TO PRN-PAY-DUES
           IF MEMBER-INSTALLMENT-PLAN = "Y"
              PERFORM APPLY-INSTALLMENT-PAYMENT
                 WHEN PAY-AMOUNT > MEMBER-DUES-AMOUNT
                    MOVE "APPLIED - OVER" TO PRN-PAY-DISPOSITION
              END-EVALUATE
              IF SUSPENDED-AT-PAYMENT
                    AND PAY-AMOUNT < MEMBER-DUES-AMOUNT
                 CONTINUE
              ELSE
                 SET DUES-PAID TO TRUE
              END-IF
              REWRITE MEMBER-REC
           END-IF
           IF SUSPENDED-AT-PAYMENT AND NOT MEMBER-SUSPENDED
              PERFORM WRITE-REINSTATEMENT-AUDIT
           END-IF
           COMPUTE APPLIED-CASH-TOTAL = APPLIED-CASH-TOTAL + PAY-AMOUNT
           COMPUTE APPLIED-COUNT = APPLIED-COUNT + 1
           .
       APPLY-INSTALLMENT-PAYMENT.
           MOVE PAY-AMOUNT TO PAY-UNAPPLIED
           MOVE ZEROS TO INSTALL-REMAINING-DUE
           MOVE ZEROS TO INSTALL-PAST-DUE
           MOVE 1 TO INSTALL-NO-INDEX
           PERFORM APPLY-TO-ONE-INSTALLMENT
              UNTIL INSTALL-NO-INDEX > 4
              SET DUES-UNPAID TO TRUE
              MOVE INSTALL-REMAINING-DUE TO INSTALL-DISP-REMAINING
              MOVE INSTALL-DISPOSITION-TEXT TO PRN-PAY-DISPOSITION
              IF SUSPENDED-AT-PAYMENT AND INSTALL-PAST-DUE > ZEROS
                 SET MEMBER-SUSPENDED TO TRUE
              END-IF
           END-IF
           REWRITE MEMBER-REC
           .
           END-IF
           COMPUTE INSTALL-REMAINING-DUE = INSTALL-REMAINING-DUE +
              (DS-DUE-AMOUNT - DS-PAID-AMOUNT)
           IF DS-DUE-DATE <= PAY-DATE
              COMPUTE INSTALL-PAST-DUE = INSTALL-PAST-DUE +
                 (DS-DUE-AMOUNT - DS-PAID-AMOUNT)
           END-IF
           .

       WRITE-REINSTATEMENT-AUDIT.
           MOVE PAY-DATE TO AUD-RUN-DATE
           MOVE "C" TO AUD-ACTION
           MOVE MEMBER-ID TO AUD-MEMBER-ID
           MOVE PAYMENT-AUDIT-SOURCE TO AUD-SOURCE
           MOVE SPACES TO AUD-OPERATOR-ID
           MOVE MEMBER-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE MEMBER-REC TO AUD-AFTER-IMAGE
           WRITE MEMBER-AUDIT-REC
           COMPUTE REINSTATED-COUNT = REINSTATED-COUNT + 1
           .

       APPLY-ACCOUNT-PAYMENT.
           WRITE CASH-JOURNAL-LINE FROM PRN-ACCOUNT-TOTAL-LINE
           MOVE UNKNOWN-COUNT TO PRN-UNKNOWN-COUNT
           WRITE CASH-JOURNAL-LINE FROM PRN-UNKNOWN-TOTAL-LINE
           MOVE REINSTATED-COUNT TO PRN-REINSTATED-COUNT
           WRITE CASH-JOURNAL-LINE FROM PRN-REINSTATED-TOTAL-LINE
           .

       WRITE-GL-EXTRACT-RECORD.
              SET END-OF-DUES-PAYMENTS TO TRUE
           END-READ
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-DUES-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-AR-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
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
              DISPLAY "DUES-PAYMENT-POST: GL ACCOUNT "
                 GL-CHECK-ACCOUNT-CODE
                 " NOT ACTIVE ON CHART OF ACCOUNTS"
              SET GL-ACCOUNT-ERROR TO TRUE
           END-IF
           .
