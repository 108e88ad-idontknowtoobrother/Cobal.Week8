       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDOR-RETURNS-REPORT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEBIT-MEMO-FILE ASSIGN TO
                 "vendor_debit_memo.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DM-MEMO-KEY.
           SELECT OPTIONAL VENDOR-MASTER-FILE ASSIGN TO
                 "vendor_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS VM-VENDOR-ID.
           SELECT RETURNS-REPORT-FILE ASSIGN TO "vendor_returns.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-REC.
          05 VM-VENDOR-ID               PIC X(5).
          05 VM-VENDOR-NAME             PIC X(25).
          05 VM-CONTACT-NAME            PIC X(20).
          05 VM-CONTACT-PHONE           PIC X(12).
          05 VM-PAYMENT-TERMS           PIC X(10).
          05 VM-MIN-ORDER-VALUE         PIC 9(7)V99.
       FD  RETURNS-REPORT-FILE.
       01 RETURNS-PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - Open Vendor Returns".
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "  Return Auth PO Num ItemID         Qty  Unit Cost   Open
      -      " Amount Returned".
       01 PRN-VENDOR-HEADER-LINE.
          05 FILLER                     PIC X(8)       VALUE "VENDOR: ".
          05 PRN-RTV-VENDOR-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-RTV-VENDOR-NAME        PIC X(25).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-RTV-CONTACT-PHONE      PIC X(12).
       01 PRN-RETURN-DETAIL-LINE.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-RTV-RETURN-AUTH        PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RTV-PO-NUMBER          PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RTV-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RTV-QTY                PIC Z(6)9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RTV-UNIT-COST          PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RTV-MEMO-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RTV-RETURN-DATE        PIC 9(8).
       01 PRN-VENDOR-TOTAL-LINE.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(24)      VALUE
                "Credit due from vendor  ".
          05 PRN-RTV-VENDOR-TOTAL       PIC $$,$$$,$$9.99.
       01 PRN-GRAND-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Open returns            ".
          05 PRN-RTV-OPEN-COUNT         PIC ZZZZ9.
          05 FILLER                     PIC X(9)       VALUE
                "  Total  ".
          05 PRN-RTV-GRAND-TOTAL        PIC $$$,$$$,$$9.99.
       01 CURRENT-VENDOR-ID             PIC X(5)       VALUE SPACES.
       01 VENDOR-OPEN-TOTAL             PIC 9(9)V99    VALUE ZEROS.
       01 GRAND-OPEN-TOTAL              PIC 9(9)V99    VALUE ZEROS.
       01 OPEN-RETURN-COUNT             PIC 9(5)       VALUE ZEROS.
       01 DEBIT-MEMO-EOF-SWITCH         PIC X          VALUE "N".
          88 END-OF-DEBIT-MEMO-FILE                    VALUE "Y".

       PROCEDURE DIVISION.
       VENDOR-RETURNS-REPORT-PROCESS.
           OPEN INPUT DEBIT-MEMO-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           OPEN OUTPUT RETURNS-REPORT-FILE
           WRITE RETURNS-PRINT-LINE FROM PAGE-HEADER
           WRITE RETURNS-PRINT-LINE FROM COLUMN-HEADING
           MOVE LOW-VALUES TO DM-MEMO-KEY
           START DEBIT-MEMO-FILE KEY IS NOT LESS THAN DM-MEMO-KEY
              INVALID KEY
                 SET END-OF-DEBIT-MEMO-FILE TO TRUE
           END-START
           IF NOT END-OF-DEBIT-MEMO-FILE
              PERFORM READ-NEXT-DEBIT-MEMO
           END-IF
           PERFORM REPORT-OPEN-RETURN UNTIL END-OF-DEBIT-MEMO-FILE
           IF CURRENT-VENDOR-ID NOT = SPACES
              PERFORM WRITE-VENDOR-TOTAL
           END-IF
           MOVE SPACES TO RETURNS-PRINT-LINE
           WRITE RETURNS-PRINT-LINE
           MOVE OPEN-RETURN-COUNT TO PRN-RTV-OPEN-COUNT
           MOVE GRAND-OPEN-TOTAL TO PRN-RTV-GRAND-TOTAL
           WRITE RETURNS-PRINT-LINE FROM PRN-GRAND-TOTAL-LINE
           CLOSE DEBIT-MEMO-FILE, VENDOR-MASTER-FILE,
                 RETURNS-REPORT-FILE
           GOBACK
           .

       REPORT-OPEN-RETURN.
           IF DEBIT-MEMO-OPEN
              IF DM-VENDOR-ID NOT = CURRENT-VENDOR-ID
                 IF CURRENT-VENDOR-ID NOT = SPACES
                    PERFORM WRITE-VENDOR-TOTAL
                 END-IF
                 PERFORM WRITE-VENDOR-HEADER
              END-IF
              MOVE DM-RETURN-AUTH TO PRN-RTV-RETURN-AUTH
              MOVE DM-PO-NUMBER TO PRN-RTV-PO-NUMBER
              MOVE DM-ITEM-ID TO PRN-RTV-ITEM-ID
              MOVE DM-QTY-RETURNED TO PRN-RTV-QTY
              MOVE DM-UNIT-COST TO PRN-RTV-UNIT-COST
              MOVE DM-OPEN-BALANCE TO PRN-RTV-MEMO-AMOUNT
              MOVE DM-RETURN-DATE TO PRN-RTV-RETURN-DATE
              WRITE RETURNS-PRINT-LINE FROM PRN-RETURN-DETAIL-LINE
              COMPUTE VENDOR-OPEN-TOTAL =
                 VENDOR-OPEN-TOTAL + DM-OPEN-BALANCE
              COMPUTE OPEN-RETURN-COUNT = OPEN-RETURN-COUNT + 1
           END-IF
           PERFORM READ-NEXT-DEBIT-MEMO
           .

       WRITE-VENDOR-HEADER.
           MOVE DM-VENDOR-ID TO CURRENT-VENDOR-ID
           MOVE DM-VENDOR-ID TO VM-VENDOR-ID
           READ VENDOR-MASTER-FILE
              INVALID KEY
                 MOVE "* VENDOR NOT ON MASTER *" TO VM-VENDOR-NAME
                 MOVE SPACES TO VM-CONTACT-PHONE
           END-READ
           MOVE DM-VENDOR-ID TO PRN-RTV-VENDOR-ID
           MOVE VM-VENDOR-NAME TO PRN-RTV-VENDOR-NAME
           MOVE VM-CONTACT-PHONE TO PRN-RTV-CONTACT-PHONE
           MOVE SPACES TO RETURNS-PRINT-LINE
           WRITE RETURNS-PRINT-LINE
           WRITE RETURNS-PRINT-LINE FROM PRN-VENDOR-HEADER-LINE
           .

       WRITE-VENDOR-TOTAL.
           MOVE VENDOR-OPEN-TOTAL TO PRN-RTV-VENDOR-TOTAL
           WRITE RETURNS-PRINT-LINE FROM PRN-VENDOR-TOTAL-LINE
           COMPUTE GRAND-OPEN-TOTAL =
              GRAND-OPEN-TOTAL + VENDOR-OPEN-TOTAL
           MOVE ZEROS TO VENDOR-OPEN-TOTAL
           .

       READ-NEXT-DEBIT-MEMO.
           READ DEBIT-MEMO-FILE NEXT RECORD
              AT END
                 SET END-OF-DEBIT-MEMO-FILE TO TRUE
           END-READ
           .
