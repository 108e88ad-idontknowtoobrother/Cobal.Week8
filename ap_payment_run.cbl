       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYMENT-RUN.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AP-INVOICE-FILE ASSIGN TO "ap_invoice.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AP-INVOICE-KEY.
           SELECT OPTIONAL VENDOR-MASTER-FILE ASSIGN TO
                 "vendor_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS VM-VENDOR-ID.
           SELECT OPTIONAL DEBIT-MEMO-FILE ASSIGN TO
                 "vendor_debit_memo.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DM-MEMO-KEY.
           SELECT OPTIONAL CHECK-CONTROL-FILE ASSIGN TO
                 "ap_check_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO "ap_check_register.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMITTANCE-FILE ASSIGN TO "ap_remittance.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
                 "coa_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-FILE.
       01 AP-INVOICE-REC.
          05 AP-INVOICE-KEY.
             10 AP-VENDOR-ID            PIC X(5).
             10 AP-INVOICE-NUMBER       PIC X(10).
             10 AP-LINE-NUMBER          PIC 9(3).
          05 AP-INVOICE-DATE            PIC 9(8).
          05 AP-PO-NUMBER               PIC 9(6).
          05 AP-ITEM-ID                 PIC X(8).
          05 AP-QTY-BILLED              PIC 9(7).
          05 AP-UNIT-PRICE              PIC 9(5)V99.
          05 AP-LINE-AMOUNT             PIC 9(7)V99.
          05 AP-LINE-STATUS             PIC X.
             88 AP-LINE-HELD                           VALUE "H".
             88 AP-LINE-APPROVED                       VALUE "A".
             88 AP-LINE-PAID                           VALUE "P".
          05 AP-HOLD-REASON             PIC X(3).
          05 AP-CHECK-NUMBER            PIC 9(6).
          05 AP-PAID-DATE               PIC 9(8).
          05 AP-RELEASED-BY             PIC X(8).
       FD  VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-REC.
          05 VM-VENDOR-ID               PIC X(5).
          05 VM-VENDOR-NAME             PIC X(25).
          05 VM-CONTACT-NAME            PIC X(20).
          05 VM-CONTACT-PHONE           PIC X(12).
          05 VM-PAYMENT-TERMS           PIC X(10).
          05 VM-MIN-ORDER-VALUE         PIC 9(7)V99.
       FD  DEBIT-MEMO-FILE.
       01 DEBIT-MEMO-REC.
          05 DM-MEMO-KEY.
             10 DM-VENDOR-ID            PIC X(5).
             10 DM-RETURN-AUTH          PIC X(10).
          05 DM-PO-NUMBER               PIC 9(6).
          05 DM-ITEM-ID                 PIC X(8).
          05 DM-QTY-RETURNED            PIC 9(7).
          05 DM-UNIT-COST               PIC 9(5)V99.
          05 DM-MEMO-AMOUNT             PIC 9(7)V99.
          05 DM-RETURN-DATE             PIC 9(8).
          05 DM-MEMO-STATUS             PIC X.
             88 DEBIT-MEMO-OPEN                        VALUE "O".
             88 DEBIT-MEMO-APPLIED                     VALUE "A".
          05 DM-APPLIED-CHECK           PIC 9(6).
          05 DM-APPLIED-DATE            PIC 9(8).
          05 DM-OPEN-BALANCE            PIC 9(7)V99.
       FD  CHECK-CONTROL-FILE.
       01 CHECK-CONTROL-REC.
          88 END-OF-CHECK-CONTROL                      VALUE HIGH-VALUES
           .
          05 CTL-NEXT-CHECK-NUMBER      PIC 9(6).
       FD  CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-LINE           PIC X(80).
       FD  REMITTANCE-FILE.
       01 REMITTANCE-LINE               PIC X(80).
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
       01 GL-AP-ACCOUNT-CODE            PIC X(6)       VALUE "210100".
       01 GL-CASH-ACCOUNT-CODE          PIC X(6)       VALUE "100100".
       01 GL-CHECK-ACCOUNT-CODE         PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH       PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                          VALUE "Y".
       01 GL-AP-SHOP-ID                 PIC X(5)       VALUE "AP   ".
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - AP Check Register".
       01 REMITTANCE-HEADER             PIC X(60)      VALUE
             "Rolling Greens Pro Shop - Remittance Advice".
       01 PRN-PAYMENT-DATE-LINE.
          05 FILLER                     PIC X(13)      VALUE
                "Payment date ".
          05 PRN-PAYMENT-DATE           PIC 9(8).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Check  Vendor Vendor Name               Lines      Chec
      -      "k Amount".
       01 PRN-CHECK-DETAIL-LINE.
          05 PRN-CHK-CHECK-NUMBER       PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-CHK-VENDOR-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-CHK-VENDOR-NAME        PIC X(25).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-CHK-LINE-COUNT         PIC ZZZZ9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRN-CHK-AMOUNT             PIC $$,$$$,$$9.99.
       01 PRN-CHECK-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Checks written          ".
          05 PRN-CHECKS-WRITTEN         PIC ZZZZ9.
          05 FILLER                     PIC X(9)       VALUE
                "  Total  ".
          05 PRN-CHECKS-TOTAL           PIC $$$,$$$,$$9.99.
       01 PRN-REMIT-VENDOR-LINE.
          05 FILLER                     PIC X(8)       VALUE "VENDOR: ".
          05 PRN-REM-VENDOR-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-REM-VENDOR-NAME        PIC X(25).
       01 PRN-REMIT-CHECK-LINE.
          05 FILLER                     PIC X(8)       VALUE "CHECK:  ".
          05 PRN-REM-CHECK-NUMBER       PIC 9(6).
          05 FILLER                     PIC X(8)       VALUE "  DATE: ".
          05 PRN-REM-CHECK-DATE         PIC 9(8).
       01 REMIT-COLUMN-HEADING          PIC X(80)      VALUE
             "  Invoice    Ln  Inv Date  PO Num ItemID         Qty
      -      "    Amount".
       01 PRN-REMIT-DETAIL-LINE.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-REM-INVOICE-NUMBER     PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REM-LINE-NUMBER        PIC ZZ9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REM-INVOICE-DATE       PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-REM-PO-NUMBER          PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REM-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REM-QTY                PIC Z(6)9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REM-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
       01 PRN-REMIT-MEMO-LINE.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(11)      VALUE
                "DEBIT MEMO ".
          05 PRN-REM-RETURN-AUTH        PIC X(10).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-REM-MEMO-PO-NUMBER     PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REM-MEMO-ITEM-ID       PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REM-MEMO-QTY           PIC Z(6)9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REM-MEMO-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
       01 PRN-REMIT-TOTAL-LINE.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(22)      VALUE
                "TOTAL PAID THIS CHECK ".
          05 PRN-REM-TOTAL-AMOUNT       PIC $$,$$$,$$9.99.
       01 PAYMENT-DATE-TEXT             PIC X(8)       VALUE SPACES.
       01 PAYMENT-DATE                  PIC 9(8)       VALUE ZEROS.
       01 PAYMENT-DAY-NUMBER            PIC 9(7)       VALUE ZEROS.
       01 DUE-DAY-NUMBER                PIC 9(7)       VALUE ZEROS.
       01 NEXT-CHECK-NUMBER             PIC 9(6)       VALUE 1.
       01 CURRENT-VENDOR-ID             PIC X(5)       VALUE SPACES.
       01 VENDOR-CHECK-AMOUNT           PIC S9(7)V99   VALUE ZEROS.
       01 VENDOR-LINE-COUNT             PIC 9(5)       VALUE ZEROS.
       01 CHECKS-WRITTEN                PIC 9(5)       VALUE ZEROS.
       01 CHECKS-TOTAL                  PIC S9(9)V99   VALUE ZEROS.
       01 MEMOS-APPLIED-COUNT           PIC 9(5)       VALUE ZEROS.
       01 MEMOS-APPLIED-TOTAL           PIC 9(9)V99    VALUE ZEROS.
       01 DEBIT-MEMO-EOF-SWITCH         PIC X          VALUE "N".
          88 END-OF-VENDOR-MEMOS                       VALUE "Y".
       01 MEMO-APPLY-AMOUNT             PIC 9(7)V99    VALUE ZEROS.
       01 VENDOR-START-KEY              PIC X(18)      VALUE SPACES.
       01 VENDOR-DUE-AMOUNT             PIC 9(9)V99    VALUE ZEROS.
       01 VENDOR-MEMO-CREDIT            PIC 9(9)V99    VALUE ZEROS.
       01 VENDOR-SETTLEMENT-SWITCH      PIC X          VALUE "C".
          88 VENDOR-PAID-BY-CHECK                      VALUE "C".
          88 VENDOR-SETTLED-BY-MEMO                    VALUE "M".
       01 LINE-DUE-SWITCH               PIC X          VALUE "N".
          88 INVOICE-LINE-DUE                          VALUE "Y".
       01 PRN-MEMO-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Debit memos applied     ".
          05 PRN-MEMOS-APPLIED-COUNT    PIC ZZZZ9.
          05 FILLER                     PIC X(9)       VALUE
                "  Total  ".
          05 PRN-MEMOS-APPLIED-TOTAL    PIC $$$,$$$,$$9.99.
       01 DEFAULT-TERMS-DAYS            PIC 9(3)       VALUE 30.
       01 TERMS-DAYS                    PIC 9(3)       VALUE ZEROS.
       01 TERMS-LEAD-TEXT               PIC X(10)      VALUE SPACES.
       01 TERMS-DAYS-TEXT               PIC X(10)      VALUE SPACES.
       01 TERMS-CHARACTER               PIC X          VALUE SPACE.
       01 TERMS-DIGIT REDEFINES TERMS-CHARACTER
                                        PIC 9.
       01 TERMS-SCAN-INDEX              PIC 9(2)       VALUE ZEROS.
       01 TERMS-SCAN-SWITCH             PIC X          VALUE "N".
          88 TERMS-SCAN-ENDED                          VALUE "Y".
          88 TERMS-SCAN-ACTIVE                         VALUE "N".
       01 TERMS-DIGIT-SWITCH            PIC X          VALUE "N".
          88 TERMS-DIGIT-SEEN                          VALUE "Y".
          88 TERMS-DIGIT-NOT-SEEN                      VALUE "N".
       01 AP-INVOICE-EOF-SWITCH         PIC X          VALUE "N".
          88 END-OF-AP-INVOICE-FILE                    VALUE "Y".

       PROCEDURE DIVISION.
       AP-PAYMENT-RUN-PROCESS.
           PERFORM INITIALIZE-PAYMENT-DATE
           PERFORM VALIDATE-GL-ACCOUNTS
           PERFORM LOAD-CHECK-CONTROL
           OPEN I-O AP-INVOICE-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           OPEN I-O DEBIT-MEMO-FILE
           OPEN OUTPUT CHECK-REGISTER-FILE
           OPEN OUTPUT REMITTANCE-FILE
           OPEN EXTEND GL-EXTRACT-FILE
           WRITE CHECK-REGISTER-LINE FROM PAGE-HEADER
           MOVE PAYMENT-DATE TO PRN-PAYMENT-DATE
           WRITE CHECK-REGISTER-LINE FROM PRN-PAYMENT-DATE-LINE
           WRITE CHECK-REGISTER-LINE FROM COLUMN-HEADING
           MOVE LOW-VALUES TO AP-INVOICE-KEY
           START AP-INVOICE-FILE KEY IS NOT LESS THAN AP-INVOICE-KEY
              INVALID KEY
                 SET END-OF-AP-INVOICE-FILE TO TRUE
           END-START
           IF NOT END-OF-AP-INVOICE-FILE
              PERFORM READ-NEXT-AP-INVOICE
           END-IF
           PERFORM SELECT-INVOICE-LINE UNTIL END-OF-AP-INVOICE-FILE
           IF CURRENT-VENDOR-ID NOT = SPACES
              PERFORM WRITE-VENDOR-CHECK
           END-IF
           MOVE SPACES TO CHECK-REGISTER-LINE
           WRITE CHECK-REGISTER-LINE
           MOVE CHECKS-WRITTEN TO PRN-CHECKS-WRITTEN
           MOVE CHECKS-TOTAL TO PRN-CHECKS-TOTAL
           WRITE CHECK-REGISTER-LINE FROM PRN-CHECK-TOTAL-LINE
           MOVE MEMOS-APPLIED-COUNT TO PRN-MEMOS-APPLIED-COUNT
           MOVE MEMOS-APPLIED-TOTAL TO PRN-MEMOS-APPLIED-TOTAL
           WRITE CHECK-REGISTER-LINE FROM PRN-MEMO-TOTAL-LINE
           IF CHECKS-TOTAL > ZEROS
              PERFORM WRITE-GL-PAYMENT-RECORDS
           END-IF
           PERFORM SAVE-CHECK-CONTROL
           CLOSE AP-INVOICE-FILE, VENDOR-MASTER-FILE, DEBIT-MEMO-FILE,
                 CHECK-REGISTER-FILE, REMITTANCE-FILE, GL-EXTRACT-FILE
           GOBACK
           .

       INITIALIZE-PAYMENT-DATE.
           ACCEPT PAYMENT-DATE-TEXT FROM COMMAND-LINE
           IF PAYMENT-DATE-TEXT = SPACES
              ACCEPT PAYMENT-DATE-TEXT FROM ENVIRONMENT
                 "AP_PAYMENT_DATE"
           END-IF
           IF PAYMENT-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO PAYMENT-DATE-TEXT
              END-IF
           END-IF
           IF PAYMENT-DATE-TEXT IS NUMERIC
                 AND PAYMENT-DATE-TEXT NOT = SPACES
              MOVE PAYMENT-DATE-TEXT TO PAYMENT-DATE
           ELSE
              DISPLAY "AP-PAYMENT-RUN: PAYMENT DATE YYYYMMDD REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE PAYMENT-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(PAYMENT-DATE)
           IF PAYMENT-DAY-NUMBER = ZEROS
              DISPLAY "AP-PAYMENT-RUN: PAYMENT DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       LOAD-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           READ CHECK-CONTROL-FILE
           AT END
              SET END-OF-CHECK-CONTROL TO TRUE
           END-READ
           IF NOT END-OF-CHECK-CONTROL
                 AND CTL-NEXT-CHECK-NUMBER IS NUMERIC
              MOVE CTL-NEXT-CHECK-NUMBER TO NEXT-CHECK-NUMBER
           END-IF
           CLOSE CHECK-CONTROL-FILE
           .

       SAVE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE NEXT-CHECK-NUMBER TO CTL-NEXT-CHECK-NUMBER
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE
           .

       SELECT-INVOICE-LINE.
           IF AP-VENDOR-ID NOT = CURRENT-VENDOR-ID
              IF CURRENT-VENDOR-ID NOT = SPACES
                 PERFORM WRITE-VENDOR-CHECK
              END-IF
              PERFORM START-NEW-VENDOR
           END-IF
           PERFORM DETERMINE-LINE-DUE
           IF INVOICE-LINE-DUE
              PERFORM PAY-INVOICE-LINE
           END-IF
           PERFORM READ-NEXT-AP-INVOICE
           .

       DETERMINE-LINE-DUE.
           MOVE "N" TO LINE-DUE-SWITCH
           IF AP-LINE-APPROVED
              COMPUTE DUE-DAY-NUMBER =
                 FUNCTION INTEGER-OF-DATE(AP-INVOICE-DATE) + TERMS-DAYS
              IF DUE-DAY-NUMBER <= PAYMENT-DAY-NUMBER
                 SET INVOICE-LINE-DUE TO TRUE
              END-IF
           END-IF
           .

       START-NEW-VENDOR.
           MOVE AP-VENDOR-ID TO CURRENT-VENDOR-ID
           MOVE ZEROS TO VENDOR-CHECK-AMOUNT
           MOVE ZEROS TO VENDOR-LINE-COUNT
           MOVE AP-VENDOR-ID TO VM-VENDOR-ID
           READ VENDOR-MASTER-FILE
              INVALID KEY
                 MOVE "* VENDOR NOT ON MASTER *" TO VM-VENDOR-NAME
                 MOVE SPACES TO VM-PAYMENT-TERMS
           END-READ
           PERFORM DERIVE-TERMS-DAYS
           PERFORM PRESCAN-VENDOR-LINES
           PERFORM TOTAL-VENDOR-MEMO-CREDIT
           IF VENDOR-DUE-AMOUNT > ZEROS
                 AND VENDOR-MEMO-CREDIT >= VENDOR-DUE-AMOUNT
              SET VENDOR-SETTLED-BY-MEMO TO TRUE
           ELSE
              SET VENDOR-PAID-BY-CHECK TO TRUE
           END-IF
           .

       PRESCAN-VENDOR-LINES.
           MOVE AP-INVOICE-KEY TO VENDOR-START-KEY
           MOVE ZEROS TO VENDOR-DUE-AMOUNT
           PERFORM ADD-VENDOR-DUE-LINE
              UNTIL END-OF-AP-INVOICE-FILE
                 OR AP-VENDOR-ID NOT = CURRENT-VENDOR-ID
           MOVE "N" TO AP-INVOICE-EOF-SWITCH
           MOVE VENDOR-START-KEY TO AP-INVOICE-KEY
           START AP-INVOICE-FILE KEY IS EQUAL TO AP-INVOICE-KEY
              INVALID KEY
                 SET END-OF-AP-INVOICE-FILE TO TRUE
           END-START
           IF NOT END-OF-AP-INVOICE-FILE
              PERFORM READ-NEXT-AP-INVOICE
           END-IF
           .

       ADD-VENDOR-DUE-LINE.
           PERFORM DETERMINE-LINE-DUE
           IF INVOICE-LINE-DUE
              COMPUTE VENDOR-DUE-AMOUNT =
                 VENDOR-DUE-AMOUNT + AP-LINE-AMOUNT
           END-IF
           PERFORM READ-NEXT-AP-INVOICE
           .

       TOTAL-VENDOR-MEMO-CREDIT.
           MOVE ZEROS TO VENDOR-MEMO-CREDIT
           PERFORM POSITION-VENDOR-MEMOS
           PERFORM ADD-VENDOR-MEMO-CREDIT UNTIL END-OF-VENDOR-MEMOS
           .

       ADD-VENDOR-MEMO-CREDIT.
           IF DEBIT-MEMO-OPEN
              COMPUTE VENDOR-MEMO-CREDIT =
                 VENDOR-MEMO-CREDIT + DM-OPEN-BALANCE
           END-IF
           PERFORM READ-NEXT-VENDOR-MEMO
           .

       DERIVE-TERMS-DAYS.
           MOVE ZEROS TO TERMS-DAYS
           IF VM-PAYMENT-TERMS = SPACES
              MOVE DEFAULT-TERMS-DAYS TO TERMS-DAYS
           ELSE
              MOVE SPACES TO TERMS-LEAD-TEXT
              MOVE SPACES TO TERMS-DAYS-TEXT
              UNSTRING VM-PAYMENT-TERMS DELIMITED BY "NET"
                 INTO TERMS-LEAD-TEXT, TERMS-DAYS-TEXT
              MOVE ZEROS TO TERMS-SCAN-INDEX
              SET TERMS-SCAN-ACTIVE TO TRUE
              SET TERMS-DIGIT-NOT-SEEN TO TRUE
              PERFORM SCAN-TERMS-CHARACTER
                 UNTIL TERMS-SCAN-ENDED OR TERMS-SCAN-INDEX >= 10
           END-IF
           .

       SCAN-TERMS-CHARACTER.
           COMPUTE TERMS-SCAN-INDEX = TERMS-SCAN-INDEX + 1
           MOVE TERMS-DAYS-TEXT(TERMS-SCAN-INDEX:1) TO TERMS-CHARACTER
           EVALUATE TRUE
              WHEN TERMS-CHARACTER IS NUMERIC
                 COMPUTE TERMS-DAYS = TERMS-DAYS * 10 + TERMS-DIGIT
                 SET TERMS-DIGIT-SEEN TO TRUE
              WHEN TERMS-CHARACTER = SPACE AND TERMS-DIGIT-NOT-SEEN
                 CONTINUE
              WHEN OTHER
                 SET TERMS-SCAN-ENDED TO TRUE
           END-EVALUATE
           .

       PAY-INVOICE-LINE.
           SET AP-LINE-PAID TO TRUE
           IF VENDOR-SETTLED-BY-MEMO
              MOVE ZEROS TO AP-CHECK-NUMBER
           ELSE
              MOVE NEXT-CHECK-NUMBER TO AP-CHECK-NUMBER
           END-IF
           MOVE PAYMENT-DATE TO AP-PAID-DATE
           REWRITE AP-INVOICE-REC
           IF VENDOR-PAID-BY-CHECK
              PERFORM WRITE-REMITTANCE-DETAIL
           END-IF
           COMPUTE VENDOR-CHECK-AMOUNT =
              VENDOR-CHECK-AMOUNT + AP-LINE-AMOUNT
           COMPUTE VENDOR-LINE-COUNT = VENDOR-LINE-COUNT + 1
           .

       WRITE-REMITTANCE-DETAIL.
           IF VENDOR-LINE-COUNT = ZEROS
              PERFORM WRITE-REMITTANCE-HEADER
           END-IF
           MOVE AP-INVOICE-NUMBER TO PRN-REM-INVOICE-NUMBER
           MOVE AP-LINE-NUMBER TO PRN-REM-LINE-NUMBER
           MOVE AP-INVOICE-DATE TO PRN-REM-INVOICE-DATE
           MOVE AP-PO-NUMBER TO PRN-REM-PO-NUMBER
           MOVE AP-ITEM-ID TO PRN-REM-ITEM-ID
           MOVE AP-QTY-BILLED TO PRN-REM-QTY
           MOVE AP-LINE-AMOUNT TO PRN-REM-AMOUNT
           WRITE REMITTANCE-LINE FROM PRN-REMIT-DETAIL-LINE
           .

       WRITE-REMITTANCE-HEADER.
           WRITE REMITTANCE-LINE FROM REMITTANCE-HEADER
              AFTER ADVANCING PAGE
           MOVE CURRENT-VENDOR-ID TO PRN-REM-VENDOR-ID
           MOVE VM-VENDOR-NAME TO PRN-REM-VENDOR-NAME
           WRITE REMITTANCE-LINE FROM PRN-REMIT-VENDOR-LINE
              AFTER ADVANCING 2 LINES
           MOVE NEXT-CHECK-NUMBER TO PRN-REM-CHECK-NUMBER
           MOVE PAYMENT-DATE TO PRN-REM-CHECK-DATE
           WRITE REMITTANCE-LINE FROM PRN-REMIT-CHECK-LINE
              AFTER ADVANCING 1 LINE
           WRITE REMITTANCE-LINE FROM REMIT-COLUMN-HEADING
              AFTER ADVANCING 2 LINES
           .

       WRITE-VENDOR-CHECK.
           IF VENDOR-LINE-COUNT > ZEROS
              PERFORM APPLY-VENDOR-DEBIT-MEMOS
           END-IF
           IF VENDOR-LINE-COUNT > ZEROS
                 AND VENDOR-CHECK-AMOUNT > ZEROS
              MOVE VENDOR-CHECK-AMOUNT TO PRN-REM-TOTAL-AMOUNT
              WRITE REMITTANCE-LINE FROM PRN-REMIT-TOTAL-LINE
                 AFTER ADVANCING 2 LINES
              MOVE NEXT-CHECK-NUMBER TO PRN-CHK-CHECK-NUMBER
              MOVE CURRENT-VENDOR-ID TO PRN-CHK-VENDOR-ID
              MOVE VM-VENDOR-NAME TO PRN-CHK-VENDOR-NAME
              MOVE VENDOR-LINE-COUNT TO PRN-CHK-LINE-COUNT
              MOVE VENDOR-CHECK-AMOUNT TO PRN-CHK-AMOUNT
              WRITE CHECK-REGISTER-LINE FROM PRN-CHECK-DETAIL-LINE
              COMPUTE CHECKS-WRITTEN = CHECKS-WRITTEN + 1
              COMPUTE CHECKS-TOTAL = CHECKS-TOTAL + VENDOR-CHECK-AMOUNT
              COMPUTE NEXT-CHECK-NUMBER = NEXT-CHECK-NUMBER + 1
           END-IF
           .

       APPLY-VENDOR-DEBIT-MEMOS.
           PERFORM POSITION-VENDOR-MEMOS
           PERFORM APPLY-ONE-DEBIT-MEMO UNTIL END-OF-VENDOR-MEMOS
           .

       POSITION-VENDOR-MEMOS.
           MOVE "N" TO DEBIT-MEMO-EOF-SWITCH
           MOVE CURRENT-VENDOR-ID TO DM-VENDOR-ID
           MOVE LOW-VALUES TO DM-RETURN-AUTH
           START DEBIT-MEMO-FILE KEY IS NOT LESS THAN DM-MEMO-KEY
              INVALID KEY
                 SET END-OF-VENDOR-MEMOS TO TRUE
           END-START
           IF NOT END-OF-VENDOR-MEMOS
              PERFORM READ-NEXT-VENDOR-MEMO
           END-IF
           .

       APPLY-ONE-DEBIT-MEMO.
           IF DEBIT-MEMO-OPEN
                 AND VENDOR-CHECK-AMOUNT > ZEROS
              IF DM-OPEN-BALANCE > VENDOR-CHECK-AMOUNT
                 MOVE VENDOR-CHECK-AMOUNT TO MEMO-APPLY-AMOUNT
              ELSE
                 MOVE DM-OPEN-BALANCE TO MEMO-APPLY-AMOUNT
              END-IF
              COMPUTE DM-OPEN-BALANCE =
                 DM-OPEN-BALANCE - MEMO-APPLY-AMOUNT
              IF DM-OPEN-BALANCE = ZEROS
                 SET DEBIT-MEMO-APPLIED TO TRUE
              END-IF
              IF VENDOR-SETTLED-BY-MEMO
                 MOVE ZEROS TO DM-APPLIED-CHECK
              ELSE
                 MOVE NEXT-CHECK-NUMBER TO DM-APPLIED-CHECK
              END-IF
              MOVE PAYMENT-DATE TO DM-APPLIED-DATE
              REWRITE DEBIT-MEMO-REC
              IF VENDOR-PAID-BY-CHECK
                 MOVE DM-RETURN-AUTH TO PRN-REM-RETURN-AUTH
                 MOVE DM-PO-NUMBER TO PRN-REM-MEMO-PO-NUMBER
                 MOVE DM-ITEM-ID TO PRN-REM-MEMO-ITEM-ID
                 MOVE DM-QTY-RETURNED TO PRN-REM-MEMO-QTY
                 COMPUTE PRN-REM-MEMO-AMOUNT =
                    ZEROS - MEMO-APPLY-AMOUNT
                 WRITE REMITTANCE-LINE FROM PRN-REMIT-MEMO-LINE
              END-IF
              COMPUTE VENDOR-CHECK-AMOUNT =
                 VENDOR-CHECK-AMOUNT - MEMO-APPLY-AMOUNT
              COMPUTE MEMOS-APPLIED-COUNT = MEMOS-APPLIED-COUNT + 1
              COMPUTE MEMOS-APPLIED-TOTAL =
                 MEMOS-APPLIED-TOTAL + MEMO-APPLY-AMOUNT
           END-IF
           PERFORM READ-NEXT-VENDOR-MEMO
           .

       READ-NEXT-VENDOR-MEMO.
           READ DEBIT-MEMO-FILE NEXT RECORD
              AT END
                 SET END-OF-VENDOR-MEMOS TO TRUE
           END-READ
           IF NOT END-OF-VENDOR-MEMOS
                 AND DM-VENDOR-ID NOT = CURRENT-VENDOR-ID
              SET END-OF-VENDOR-MEMOS TO TRUE
           END-IF
           .

       WRITE-GL-PAYMENT-RECORDS.
           MOVE GL-AP-SHOP-ID TO GL-SHOP-ID
           MOVE GL-AP-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           MOVE CHECKS-TOTAL TO GL-AMOUNT
           WRITE GL-EXTRACT-LINE
           MOVE GL-AP-SHOP-ID TO GL-SHOP-ID
           MOVE GL-CASH-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           COMPUTE GL-AMOUNT = ZEROS - CHECKS-TOTAL
           WRITE GL-EXTRACT-LINE
           .

       READ-NEXT-AP-INVOICE.
           READ AP-INVOICE-FILE NEXT RECORD
              AT END
                 SET END-OF-AP-INVOICE-FILE TO TRUE
           END-READ
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-AP-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
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
              DISPLAY "AP-PAYMENT-RUN: GL ACCOUNT "
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
