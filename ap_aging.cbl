       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-AGING.
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
           SELECT AP-AGING-REPORT-FILE ASSIGN TO "ap_aging.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  AP-AGING-REPORT-FILE.
       01 AP-AGING-PRINT-LINE           PIC X(100).
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
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - Accounts Payable Aging".
       01 PRN-AS-OF-LINE.
          05 FILLER                     PIC X(11)      VALUE
                "As of date ".
          05 PRN-AS-OF-DATE             PIC 9(8).
       01 COLUMN-HEADING.
          05 FILLER                     PIC X(39)      VALUE
                "Vendor Vendor Name               Terms".
          05 FILLER                     PIC X(12)      VALUE
                "     Current".
          05 FILLER                     PIC X(12)      VALUE
                "       30-59".
          05 FILLER                     PIC X(12)      VALUE
                "       60-89".
          05 FILLER                     PIC X(12)      VALUE
                "         90+".
          05 FILLER                     PIC X(13)      VALUE
                "        Total".
       01 HELD-SECTION-HEADING          PIC X(60)      VALUE
             "INVOICE LINES ON MATCH HOLD - NOT PAYABLE".
       01 PRN-AGING-VENDOR-LINE.
          05 PRN-APA-VENDOR-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-APA-VENDOR-NAME        PIC X(25).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-APA-TERMS              PIC X(6).
          05 PRN-APA-BUCKET-AMOUNT      PIC Z,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO
                                        OCCURS 4 TIMES.
          05 PRN-APA-TOTAL-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
       01 PRN-AGING-TOTAL-LINE.
          05 FILLER                     PIC X(39)      VALUE
                "Total all vendors".
          05 PRN-APT-BUCKET-AMOUNT      PIC Z,ZZZ,ZZ9.99
                                        OCCURS 4 TIMES.
          05 PRN-APT-TOTAL-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
       01 PRN-AGING-MEMO-LINE.
          05 FILLER                     PIC X(7)       VALUE SPACES.
          05 PRN-APM-LABEL              PIC X(32).
          05 FILLER                     PIC X(48)      VALUE SPACES.
          05 PRN-APM-AMOUNT             PIC --,---,--9.99.
       01 PRN-HELD-DETAIL-LINE.
          05 PRN-HLD-VENDOR-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-HLD-INVOICE-NUMBER     PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-HLD-LINE-NUMBER        PIC ZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-HLD-INVOICE-DATE       PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-HLD-PO-NUMBER          PIC 9(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-HLD-REASON             PIC X(3).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-HLD-AMOUNT             PIC Z,ZZZ,ZZ9.99.
       01 PRN-VENDOR-COUNT-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Vendors with balances   ".
          05 PRN-VENDOR-COUNT           PIC ZZZZ9.
       01 PRN-HELD-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Lines on match hold     ".
          05 PRN-HELD-COUNT             PIC ZZZZ9.
       01 AS-OF-DATE-TEXT               PIC X(8)       VALUE SPACES.
       01 AS-OF-DATE                    PIC 9(8)       VALUE ZEROS.
       01 AS-OF-DAY-NUMBER              PIC 9(7)       VALUE ZEROS.
       01 INVOICE-DAY-NUMBER            PIC 9(7)       VALUE ZEROS.
       01 DAYS-OUTSTANDING              PIC S9(7)      VALUE ZEROS.
       01 AGING-BUCKET-INDEX            PIC 9          VALUE 1.
       01 BUCKET-PRINT-INDEX            PIC 9          VALUE ZEROS.
       01 VENDOR-BUCKET-TOTALS.
          05 VENDOR-BUCKET-AMOUNT       PIC 9(9)V99    OCCURS 4 TIMES.
       01 GRAND-BUCKET-TOTALS.
          05 GRAND-BUCKET-AMOUNT        PIC 9(9)V99    OCCURS 4 TIMES.
       01 VENDOR-OPEN-TOTAL             PIC 9(9)V99    VALUE ZEROS.
       01 GRAND-OPEN-TOTAL              PIC 9(9)V99    VALUE ZEROS.
       01 VENDOR-MEMO-CREDIT            PIC 9(9)V99    VALUE ZEROS.
       01 GRAND-MEMO-CREDIT             PIC 9(9)V99    VALUE ZEROS.
       01 CURRENT-VENDOR-ID             PIC X(5)       VALUE SPACES.
       01 MEMO-LIMIT-VENDOR-ID          PIC X(5)       VALUE SPACES.
       01 VENDOR-COUNT                  PIC 9(5)       VALUE ZEROS.
       01 HELD-COUNT                    PIC 9(5)       VALUE ZEROS.
       01 HELD-TABLE.
          05 HELD-ENTRY                 OCCURS 200 TIMES.
             10 HELD-PRINT-IMAGE        PIC X(80).
       01 HELD-INDEX                    PIC 9(3)       VALUE ZEROS.
       01 HELD-PRINT-INDEX              PIC 9(3)       VALUE ZEROS.
       01 AP-INVOICE-EOF-SWITCH         PIC X          VALUE "N".
          88 END-OF-AP-INVOICE-FILE                    VALUE "Y".
       01 DEBIT-MEMO-EOF-SWITCH         PIC X          VALUE "N".
          88 END-OF-DEBIT-MEMO-FILE                    VALUE "Y".

       PROCEDURE DIVISION.
       AP-AGING-PROCESS.
           PERFORM INITIALIZE-AS-OF-DATE
           MOVE ZEROS TO VENDOR-BUCKET-TOTALS
           MOVE ZEROS TO GRAND-BUCKET-TOTALS
           OPEN INPUT AP-INVOICE-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           OPEN INPUT DEBIT-MEMO-FILE
           OPEN OUTPUT AP-AGING-REPORT-FILE
           WRITE AP-AGING-PRINT-LINE FROM PAGE-HEADER
           MOVE AS-OF-DATE TO PRN-AS-OF-DATE
           WRITE AP-AGING-PRINT-LINE FROM PRN-AS-OF-LINE
           WRITE AP-AGING-PRINT-LINE FROM COLUMN-HEADING
           MOVE LOW-VALUES TO AP-INVOICE-KEY
           START AP-INVOICE-FILE KEY IS NOT LESS THAN AP-INVOICE-KEY
              INVALID KEY
                 SET END-OF-AP-INVOICE-FILE TO TRUE
           END-START
           IF NOT END-OF-AP-INVOICE-FILE
              PERFORM READ-NEXT-AP-INVOICE
           END-IF
           MOVE LOW-VALUES TO DM-MEMO-KEY
           START DEBIT-MEMO-FILE KEY IS NOT LESS THAN DM-MEMO-KEY
              INVALID KEY
                 SET END-OF-DEBIT-MEMO-FILE TO TRUE
           END-START
           IF NOT END-OF-DEBIT-MEMO-FILE
              PERFORM READ-NEXT-DEBIT-MEMO
           END-IF
           PERFORM AGE-INVOICE-LINE UNTIL END-OF-AP-INVOICE-FILE
           IF CURRENT-VENDOR-ID NOT = SPACES
              PERFORM WRITE-VENDOR-AGING-LINE
           END-IF
           MOVE HIGH-VALUES TO MEMO-LIMIT-VENDOR-ID
           PERFORM WRITE-MEMO-ONLY-VENDORS
           PERFORM WRITE-AGING-TOTAL-LINE
           PERFORM WRITE-HELD-SECTION
           MOVE SPACES TO AP-AGING-PRINT-LINE
           WRITE AP-AGING-PRINT-LINE
           MOVE VENDOR-COUNT TO PRN-VENDOR-COUNT
           WRITE AP-AGING-PRINT-LINE FROM PRN-VENDOR-COUNT-LINE
           MOVE HELD-COUNT TO PRN-HELD-COUNT
           WRITE AP-AGING-PRINT-LINE FROM PRN-HELD-TOTAL-LINE
           CLOSE AP-INVOICE-FILE, VENDOR-MASTER-FILE, DEBIT-MEMO-FILE,
                 AP-AGING-REPORT-FILE
           GOBACK
           .

       INITIALIZE-AS-OF-DATE.
           ACCEPT AS-OF-DATE-TEXT FROM COMMAND-LINE
           IF AS-OF-DATE-TEXT = SPACES
              ACCEPT AS-OF-DATE-TEXT FROM ENVIRONMENT
                 "AP_AGING_AS_OF"
           END-IF
           IF AS-OF-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO AS-OF-DATE-TEXT
              END-IF
           END-IF
           IF AS-OF-DATE-TEXT IS NUMERIC
                 AND AS-OF-DATE-TEXT NOT = SPACES
              MOVE AS-OF-DATE-TEXT TO AS-OF-DATE
           ELSE
              DISPLAY "AP-AGING: AS-OF DATE REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE AS-OF-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
           IF AS-OF-DAY-NUMBER = ZEROS
              DISPLAY "AP-AGING: AS-OF DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       AGE-INVOICE-LINE.
           IF AP-VENDOR-ID NOT = CURRENT-VENDOR-ID
              IF CURRENT-VENDOR-ID NOT = SPACES
                 PERFORM WRITE-VENDOR-AGING-LINE
              END-IF
              MOVE AP-VENDOR-ID TO MEMO-LIMIT-VENDOR-ID
              PERFORM WRITE-MEMO-ONLY-VENDORS
              MOVE AP-VENDOR-ID TO CURRENT-VENDOR-ID
           END-IF
           IF NOT AP-LINE-PAID
              PERFORM SELECT-AGING-BUCKET
              COMPUTE VENDOR-BUCKET-AMOUNT(AGING-BUCKET-INDEX) =
                 VENDOR-BUCKET-AMOUNT(AGING-BUCKET-INDEX) +
                 AP-LINE-AMOUNT
              COMPUTE VENDOR-OPEN-TOTAL =
                 VENDOR-OPEN-TOTAL + AP-LINE-AMOUNT
              IF AP-LINE-HELD
                 PERFORM SAVE-HELD-LINE
              END-IF
           END-IF
           PERFORM READ-NEXT-AP-INVOICE
           .

       SELECT-AGING-BUCKET.
           COMPUTE INVOICE-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(AP-INVOICE-DATE)
           IF INVOICE-DAY-NUMBER = ZEROS
              MOVE 4 TO AGING-BUCKET-INDEX
           ELSE
              COMPUTE DAYS-OUTSTANDING =
                 AS-OF-DAY-NUMBER - INVOICE-DAY-NUMBER
              EVALUATE TRUE
                 WHEN DAYS-OUTSTANDING < 30
                    MOVE 1 TO AGING-BUCKET-INDEX
                 WHEN DAYS-OUTSTANDING < 60
                    MOVE 2 TO AGING-BUCKET-INDEX
                 WHEN DAYS-OUTSTANDING < 90
                    MOVE 3 TO AGING-BUCKET-INDEX
                 WHEN OTHER
                    MOVE 4 TO AGING-BUCKET-INDEX
              END-EVALUATE
           END-IF
           .

       WRITE-VENDOR-AGING-LINE.
           MOVE ZEROS TO VENDOR-MEMO-CREDIT
           PERFORM ADD-VENDOR-MEMO-CREDIT
              UNTIL END-OF-DEBIT-MEMO-FILE
                 OR DM-VENDOR-ID NOT = CURRENT-VENDOR-ID
           IF VENDOR-OPEN-TOTAL > ZEROS OR VENDOR-MEMO-CREDIT > ZEROS
              MOVE CURRENT-VENDOR-ID TO PRN-APA-VENDOR-ID
              MOVE CURRENT-VENDOR-ID TO VM-VENDOR-ID
              READ VENDOR-MASTER-FILE
                 INVALID KEY
                    MOVE "* VENDOR NOT ON MASTER *" TO VM-VENDOR-NAME
                    MOVE SPACES TO VM-PAYMENT-TERMS
              END-READ
              MOVE VM-VENDOR-NAME TO PRN-APA-VENDOR-NAME
              MOVE VM-PAYMENT-TERMS TO PRN-APA-TERMS
              MOVE ZEROS TO BUCKET-PRINT-INDEX
              PERFORM MOVE-VENDOR-BUCKET UNTIL BUCKET-PRINT-INDEX >= 4
              MOVE VENDOR-OPEN-TOTAL TO PRN-APA-TOTAL-AMOUNT
              WRITE AP-AGING-PRINT-LINE FROM PRN-AGING-VENDOR-LINE
              IF VENDOR-MEMO-CREDIT > ZEROS
                 PERFORM WRITE-VENDOR-MEMO-LINES
              END-IF
              COMPUTE GRAND-OPEN-TOTAL =
                 GRAND-OPEN-TOTAL + VENDOR-OPEN-TOTAL
              COMPUTE GRAND-MEMO-CREDIT =
                 GRAND-MEMO-CREDIT + VENDOR-MEMO-CREDIT
              COMPUTE VENDOR-COUNT = VENDOR-COUNT + 1
           END-IF
           MOVE ZEROS TO VENDOR-BUCKET-TOTALS
           MOVE ZEROS TO VENDOR-OPEN-TOTAL
           .

       WRITE-VENDOR-MEMO-LINES.
           MOVE "Less open debit memos" TO PRN-APM-LABEL
           COMPUTE PRN-APM-AMOUNT = ZEROS - VENDOR-MEMO-CREDIT
           WRITE AP-AGING-PRINT-LINE FROM PRN-AGING-MEMO-LINE
           MOVE "Net due vendor" TO PRN-APM-LABEL
           COMPUTE PRN-APM-AMOUNT =
              VENDOR-OPEN-TOTAL - VENDOR-MEMO-CREDIT
           WRITE AP-AGING-PRINT-LINE FROM PRN-AGING-MEMO-LINE
           .

       ADD-VENDOR-MEMO-CREDIT.
           IF DEBIT-MEMO-OPEN
              COMPUTE VENDOR-MEMO-CREDIT =
                 VENDOR-MEMO-CREDIT + DM-OPEN-BALANCE
           END-IF
           PERFORM READ-NEXT-DEBIT-MEMO
           .

       WRITE-MEMO-ONLY-VENDORS.
           PERFORM WRITE-MEMO-ONLY-VENDOR
              UNTIL END-OF-DEBIT-MEMO-FILE
                 OR DM-VENDOR-ID NOT < MEMO-LIMIT-VENDOR-ID
           .

       WRITE-MEMO-ONLY-VENDOR.
           MOVE DM-VENDOR-ID TO CURRENT-VENDOR-ID
           PERFORM WRITE-VENDOR-AGING-LINE
           .

       MOVE-VENDOR-BUCKET.
           COMPUTE BUCKET-PRINT-INDEX = BUCKET-PRINT-INDEX + 1
           MOVE VENDOR-BUCKET-AMOUNT(BUCKET-PRINT-INDEX) TO
              PRN-APA-BUCKET-AMOUNT(BUCKET-PRINT-INDEX)
           COMPUTE GRAND-BUCKET-AMOUNT(BUCKET-PRINT-INDEX) =
              GRAND-BUCKET-AMOUNT(BUCKET-PRINT-INDEX) +
              VENDOR-BUCKET-AMOUNT(BUCKET-PRINT-INDEX)
           .

       WRITE-AGING-TOTAL-LINE.
           MOVE ZEROS TO BUCKET-PRINT-INDEX
           PERFORM MOVE-GRAND-BUCKET UNTIL BUCKET-PRINT-INDEX >= 4
           MOVE GRAND-OPEN-TOTAL TO PRN-APT-TOTAL-AMOUNT
           MOVE SPACES TO AP-AGING-PRINT-LINE
           WRITE AP-AGING-PRINT-LINE
           WRITE AP-AGING-PRINT-LINE FROM PRN-AGING-TOTAL-LINE
           IF GRAND-MEMO-CREDIT > ZEROS
              MOVE "Less open debit memos" TO PRN-APM-LABEL
              COMPUTE PRN-APM-AMOUNT = ZEROS - GRAND-MEMO-CREDIT
              WRITE AP-AGING-PRINT-LINE FROM PRN-AGING-MEMO-LINE
              MOVE "Net payable all vendors" TO PRN-APM-LABEL
              COMPUTE PRN-APM-AMOUNT =
                 GRAND-OPEN-TOTAL - GRAND-MEMO-CREDIT
              WRITE AP-AGING-PRINT-LINE FROM PRN-AGING-MEMO-LINE
           END-IF
           .

       MOVE-GRAND-BUCKET.
           COMPUTE BUCKET-PRINT-INDEX = BUCKET-PRINT-INDEX + 1
           MOVE GRAND-BUCKET-AMOUNT(BUCKET-PRINT-INDEX) TO
              PRN-APT-BUCKET-AMOUNT(BUCKET-PRINT-INDEX)
           .

       SAVE-HELD-LINE.
           COMPUTE HELD-COUNT = HELD-COUNT + 1
           MOVE AP-VENDOR-ID TO PRN-HLD-VENDOR-ID
           MOVE AP-INVOICE-NUMBER TO PRN-HLD-INVOICE-NUMBER
           MOVE AP-LINE-NUMBER TO PRN-HLD-LINE-NUMBER
           MOVE AP-INVOICE-DATE TO PRN-HLD-INVOICE-DATE
           MOVE AP-PO-NUMBER TO PRN-HLD-PO-NUMBER
           MOVE AP-HOLD-REASON TO PRN-HLD-REASON
           MOVE AP-LINE-AMOUNT TO PRN-HLD-AMOUNT
           IF HELD-INDEX < 200
              COMPUTE HELD-INDEX = HELD-INDEX + 1
              MOVE PRN-HELD-DETAIL-LINE TO
                 HELD-PRINT-IMAGE(HELD-INDEX)
           END-IF
           .

       WRITE-HELD-SECTION.
           IF HELD-INDEX > ZEROS
              MOVE SPACES TO AP-AGING-PRINT-LINE
              WRITE AP-AGING-PRINT-LINE
              WRITE AP-AGING-PRINT-LINE FROM HELD-SECTION-HEADING
              MOVE ZEROS TO HELD-PRINT-INDEX
              PERFORM WRITE-HELD-DETAIL
                 UNTIL HELD-PRINT-INDEX >= HELD-INDEX
           END-IF
           .

       WRITE-HELD-DETAIL.
           COMPUTE HELD-PRINT-INDEX = HELD-PRINT-INDEX + 1
           WRITE AP-AGING-PRINT-LINE FROM
              HELD-PRINT-IMAGE(HELD-PRINT-INDEX)
           .

       READ-NEXT-AP-INVOICE.
           READ AP-INVOICE-FILE NEXT RECORD
              AT END
                 SET END-OF-AP-INVOICE-FILE TO TRUE
           END-READ
           .

       READ-NEXT-DEBIT-MEMO.
           READ DEBIT-MEMO-FILE NEXT RECORD
              AT END
                 SET END-OF-DEBIT-MEMO-FILE TO TRUE
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
