       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-INVOICE-ENTRY.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-INVOICE-TRANS-FILE ASSIGN TO
                 "ap_invoice_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-INVOICE-FILE ASSIGN TO "ap_invoice.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AP-INVOICE-KEY.
           SELECT OPTIONAL VENDOR-MASTER-FILE ASSIGN TO
                 "vendor_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS VM-VENDOR-ID.
           SELECT OPTIONAL OPEN-PO-FILE ASSIGN TO "open_po.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS OPO-PO-NUMBER.
           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS INV-KEY.
           SELECT AP-ENTRY-REPORT-FILE ASSIGN TO "ap_invoice_entry.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO
                 "operator_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS OP-OPERATOR-ID.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO
                 "security_log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-INVOICE-TRANS-FILE.
       01 AP-INVOICE-TRANS-REC.
          88 END-OF-AP-INVOICE-TRANS                   VALUE HIGH-VALUES
           .
          05 APT-ACTION                 PIC X.
             88 IS-ENTER-INVOICE-LINE                  VALUE "E".
             88 IS-RELEASE-HELD-LINE                   VALUE "R".
          05 APT-VENDOR-ID              PIC X(5).
          05 APT-INVOICE-NUMBER         PIC X(10).
          05 APT-LINE-NUMBER            PIC 9(3).
          05 APT-INVOICE-DATE           PIC 9(8).
          05 APT-PO-NUMBER              PIC 9(6).
          05 APT-ITEM-ID                PIC X(8).
          05 APT-QTY-BILLED             PIC 9(7).
          05 APT-UNIT-PRICE             PIC 9(5)V99.
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
       FD  OPEN-PO-FILE.
       01 OPEN-PO-REC.
          05 OPO-PO-NUMBER              PIC 9(6).
          05 OPO-VENDOR-ID              PIC X(5).
          05 OPO-ITEM-ID                PIC X(8).
          05 OPO-QTY-ORDERED            PIC 9(7).
          05 OPO-QTY-RECEIVED           PIC 9(7).
          05 OPO-ORDER-DATE             PIC 9(8).
          05 OPO-STATUS                 PIC X.
             88 OPEN-PO-OUTSTANDING                    VALUE "O".
             88 OPEN-PO-CLOSED                         VALUE "C".
          05 OPO-SHOP-ID                PIC X(5).
       FD  INVENTORY-FILE.
       01 INVENTORY-REC.
          05 INV-KEY.
             10 INV-SHOP-ID             PIC X(5).
             10 INV-ITEM-ID             PIC X(8).
          05 INV-QTY-ON-HAND            PIC S9(7).
          05 INV-REORDER-POINT          PIC 9(7).
          05 INV-VENDOR-ID              PIC X(5).
          05 INV-REORDER-QTY            PIC 9(7).
          05 INV-LAST-COUNT-DATE        PIC 9(8).
          05 INV-UNIT-COST              PIC 9(5)V99.
       FD  AP-ENTRY-REPORT-FILE.
       01 AP-ENTRY-PRINT-LINE           PIC X(80).
       FD  OPERATOR-MASTER-FILE.
       01 OPERATOR-REC.
          05 OP-OPERATOR-ID             PIC X(8).
          05 OP-OPERATOR-NAME           PIC X(20).
          05 OP-PASSWORD                PIC X(8).
          05 OP-STATUS                  PIC X.
             88 OP-ACTIVE                              VALUE "A".
             88 OP-INACTIVE                            VALUE "I".
          05 OP-FUNCTION-CODE           PIC X(4)       OCCURS 12 TIMES.
       FD  SECURITY-LOG-FILE.
       01 SECURITY-LOG-REC.
          05 SL-LOG-DATE                PIC 9(8).
          05 SL-LOG-TIME                PIC 9(6).
          05 SL-PROGRAM-NAME            PIC X(20).
          05 SL-OPERATOR-ID             PIC X(8).
          05 SL-FUNCTION-CODE           PIC X(4).
          05 SL-VIOLATION-CODE          PIC X.
             88 SL-UNKNOWN-OPERATOR                    VALUE "U".
             88 SL-INVALID-PASSWORD                    VALUE "P".
             88 SL-OPERATOR-INACTIVE                   VALUE "I".
             88 SL-NOT-AUTHORIZED                      VALUE "F".
             88 SL-OVERRIDE-REFUSED                    VALUE "O".
          05 SL-KEY-DATA                PIC X(18).

       WORKING-STORAGE SECTION.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - AP Invoice Entry Register".
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Vendor Invoice    Ln  PO Num ItemID       Qty  Unit Pric
      -      "e   Line Amount St".
       01 HOLD-SECTION-HEADING          PIC X(60)      VALUE
             "MATCH EXCEPTIONS - LINES HELD FROM PAYMENT".
       01 HOLD-COLUMN-HEADING           PIC X(80)      VALUE
             "Vendor Invoice    Ln  PO Num ItemID   Billed  Recvd  Inv P
      -      "rice  Unit Cost Rsn".
       01 REJECT-SECTION-HEADING        PIC X(30)      VALUE
             "REJECTED TRANSACTIONS".
       01 PRN-AP-ENTRY-DETAIL-LINE.
          05 PRN-APE-VENDOR-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-APE-INVOICE-NUMBER     PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-APE-LINE-NUMBER        PIC ZZ9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-APE-PO-NUMBER          PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-APE-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-APE-QTY-BILLED         PIC Z(6)9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-APE-UNIT-PRICE         PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-APE-LINE-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-APE-STATUS             PIC X.
       01 PRN-HOLD-DETAIL-LINE.
          05 PRN-HLD-VENDOR-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-HLD-INVOICE-NUMBER     PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-HLD-LINE-NUMBER        PIC ZZ9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-HLD-PO-NUMBER          PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-HLD-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-HLD-QTY-BILLED         PIC Z(5)9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-HLD-QTY-AVAILABLE      PIC Z(5)9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-HLD-UNIT-PRICE         PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-HLD-UNIT-COST          PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-HLD-REASON             PIC X(3).
       01 PRN-REJECT-DETAIL-LINE.
          05 PRN-REJ-ACTION             PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REJ-VENDOR-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-REJ-INVOICE-NUMBER     PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REJ-LINE-NUMBER        PIC X(3).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 PRN-REJ-REASON-TEXT        PIC X(30).
       01 PRN-ENTERED-TOTAL-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Invoice lines approved    ".
          05 PRN-APPROVED-COUNT         PIC ZZZZ9.
          05 FILLER                     PIC X(9)  VALUE "  Total  ".
          05 PRN-APPROVED-AMOUNT        PIC $$,$$$,$$9.99.
       01 PRN-HELD-TOTAL-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Invoice lines held        ".
          05 PRN-HELD-COUNT             PIC ZZZZ9.
          05 FILLER                     PIC X(9)  VALUE "  Total  ".
          05 PRN-HELD-AMOUNT            PIC $$,$$$,$$9.99.
       01 PRN-RELEASED-TOTAL-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Held lines released       ".
          05 PRN-RELEASED-COUNT         PIC ZZZZ9.
       01 PRN-REJECTED-TOTAL-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Transactions rejected     ".
          05 PRN-REJECTED-COUNT         PIC ZZZZ9.
       01 APPROVED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 APPROVED-AMOUNT               PIC 9(9)V99    VALUE ZEROS.
       01 HELD-COUNT                    PIC 9(5)       VALUE ZEROS.
       01 HELD-AMOUNT                   PIC 9(9)V99    VALUE ZEROS.
       01 RELEASED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 HOLD-TABLE.
          05 HOLD-ENTRY                 OCCURS 200 TIMES.
             10 HOLD-PRINT-IMAGE        PIC X(80).
       01 HOLD-INDEX                    PIC 9(3)       VALUE ZEROS.
       01 HOLD-PRINT-INDEX              PIC 9(3)       VALUE ZEROS.
       01 REJECT-TABLE.
          05 REJECT-ENTRY               OCCURS 200 TIMES.
             10 REJ-PRINT-IMAGE         PIC X(60).
       01 REJECT-INDEX                  PIC 9(3)       VALUE ZEROS.
       01 REJECT-PRINT-INDEX            PIC 9(3)       VALUE ZEROS.
       01 AP-REJECT-TEXT                PIC X(30)      VALUE SPACES.
       01 PRICE-TOLERANCE-RATE          PIC V99        VALUE .02.
       01 PRICE-ALLOWED-VARIANCE        PIC 9(5)V99    VALUE ZEROS.
       01 PRICE-VARIANCE-AMOUNT         PIC S9(5)V99   VALUE ZEROS.
       01 PO-BILLED-TO-DATE             PIC 9(7)       VALUE ZEROS.
       01 PO-QTY-AVAILABLE              PIC S9(7)      VALUE ZEROS.
       01 PRIOR-LINE-EOF-SWITCH         PIC X          VALUE "N".
          88 END-OF-PRIOR-VENDOR-LINES                 VALUE "Y".
       01 QTY-MATCH-SWITCH              PIC X          VALUE "Y".
          88 QTY-MATCHED                               VALUE "Y".
          88 QTY-NOT-MATCHED                           VALUE "N".
       01 PRICE-MATCH-SWITCH            PIC X          VALUE "Y".
          88 PRICE-MATCHED                             VALUE "Y".
          88 PRICE-NOT-MATCHED                         VALUE "N".
       01 AP-TRANS-VALID-SWITCH         PIC X          VALUE "Y".
          88 AP-TRANS-VALID                            VALUE "Y".
          88 AP-TRANS-INVALID                          VALUE "N".
       01 SECURITY-PROGRAM-NAME         PIC X(20)      VALUE
             "AP-INVOICE-ENTRY".
       01 SECURITY-FUNCTION-CODE        PIC X(4)       VALUE "APRL".
       01 SIGNON-OPERATOR-ID            PIC X(8)       VALUE SPACES.
       01 SIGNON-PASSWORD               PIC X(8)       VALUE SPACES.
       01 SIGNON-STATUS                 PIC X          VALUE "U".
          88 SIGNON-VALID                              VALUE "V".
          88 SIGNON-UNKNOWN                            VALUE "U".
          88 SIGNON-INVALID-PASSWORD                   VALUE "P".
          88 SIGNON-INACTIVE                           VALUE "I".
       01 OPERATOR-AUTHORITY-SWITCH     PIC X          VALUE "N".
          88 OPERATOR-AUTHORIZED                       VALUE "Y".
       01 OPERATOR-FUNCTION-INDEX       PIC 9(2)       VALUE ZEROS.
       01 SIGNON-ERROR-TEXT             PIC X(30)      VALUE SPACES.
       01 SECURITY-VIOLATION-CODE       PIC X          VALUE SPACE.
       01 SECURITY-KEY-DATA             PIC X(18)      VALUE SPACES.
       01 SECURITY-TIME                 PIC 9(8)       VALUE ZEROS.

       PROCEDURE DIVISION.
       AP-INVOICE-ENTRY-PROCESS.
           PERFORM SIGN-ON-OPERATOR
           OPEN INPUT AP-INVOICE-TRANS-FILE
           OPEN I-O AP-INVOICE-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           OPEN INPUT OPEN-PO-FILE
           OPEN INPUT INVENTORY-FILE
           OPEN OUTPUT AP-ENTRY-REPORT-FILE
           WRITE AP-ENTRY-PRINT-LINE FROM PAGE-HEADER
           WRITE AP-ENTRY-PRINT-LINE FROM COLUMN-HEADING
           PERFORM READ-AP-INVOICE-TRANS
           PERFORM PROCESS-AP-INVOICE-TRANS
              UNTIL END-OF-AP-INVOICE-TRANS
           PERFORM WRITE-HOLD-SECTION
           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE AP-INVOICE-TRANS-FILE, AP-INVOICE-FILE,
                 VENDOR-MASTER-FILE, OPEN-PO-FILE, INVENTORY-FILE,
                 AP-ENTRY-REPORT-FILE, SECURITY-LOG-FILE
           GOBACK
           .

       PROCESS-AP-INVOICE-TRANS.
           EVALUATE TRUE
              WHEN IS-ENTER-INVOICE-LINE
                 PERFORM ENTER-INVOICE-LINE
              WHEN IS-RELEASE-HELD-LINE
                 IF OPERATOR-AUTHORIZED
                    PERFORM RELEASE-HELD-LINE
                 ELSE
                    PERFORM REJECT-UNAUTHORIZED-RELEASE
                 END-IF
              WHEN OTHER
                 MOVE "INVALID ACTION CODE" TO AP-REJECT-TEXT
                 PERFORM SAVE-REJECTED-TRANS
           END-EVALUATE
           PERFORM READ-AP-INVOICE-TRANS
           .

       ENTER-INVOICE-LINE.
           PERFORM VALIDATE-INVOICE-LINE
           IF AP-TRANS-VALID
              PERFORM MATCH-INVOICE-LINE
              PERFORM WRITE-INVOICE-LINE
           ELSE
              PERFORM SAVE-REJECTED-TRANS
           END-IF
           .

       VALIDATE-INVOICE-LINE.
           SET AP-TRANS-VALID TO TRUE
           EVALUATE TRUE
              WHEN APT-LINE-NUMBER IS NOT NUMERIC
                    OR APT-INVOICE-DATE IS NOT NUMERIC
                    OR APT-PO-NUMBER IS NOT NUMERIC
                    OR APT-QTY-BILLED IS NOT NUMERIC
                    OR APT-UNIT-PRICE IS NOT NUMERIC
                 MOVE "NON-NUMERIC FIELD" TO AP-REJECT-TEXT
                 SET AP-TRANS-INVALID TO TRUE
              WHEN FUNCTION INTEGER-OF-DATE(APT-INVOICE-DATE) = ZEROS
                 MOVE "INVALID INVOICE DATE" TO AP-REJECT-TEXT
                 SET AP-TRANS-INVALID TO TRUE
              WHEN APT-INVOICE-NUMBER = SPACES
                 MOVE "INVOICE NUMBER REQUIRED" TO AP-REJECT-TEXT
                 SET AP-TRANS-INVALID TO TRUE
              WHEN APT-QTY-BILLED = ZEROS
                 MOVE "ZERO QUANTITY BILLED" TO AP-REJECT-TEXT
                 SET AP-TRANS-INVALID TO TRUE
           END-EVALUATE
           IF AP-TRANS-VALID
              MOVE APT-VENDOR-ID TO VM-VENDOR-ID
              READ VENDOR-MASTER-FILE
                 INVALID KEY
                    MOVE "VENDOR NOT ON MASTER" TO AP-REJECT-TEXT
                    SET AP-TRANS-INVALID TO TRUE
              END-READ
           END-IF
           IF AP-TRANS-VALID
              MOVE APT-VENDOR-ID TO AP-VENDOR-ID
              MOVE APT-INVOICE-NUMBER TO AP-INVOICE-NUMBER
              MOVE APT-LINE-NUMBER TO AP-LINE-NUMBER
              READ AP-INVOICE-FILE
                 NOT INVALID KEY
                    MOVE "DUPLICATE INVOICE LINE" TO AP-REJECT-TEXT
                    SET AP-TRANS-INVALID TO TRUE
              END-READ
           END-IF
           IF AP-TRANS-VALID
              MOVE APT-PO-NUMBER TO OPO-PO-NUMBER
              READ OPEN-PO-FILE
                 INVALID KEY
                    MOVE "PO NOT ON FILE" TO AP-REJECT-TEXT
                    SET AP-TRANS-INVALID TO TRUE
                 NOT INVALID KEY
                    IF OPO-VENDOR-ID NOT = APT-VENDOR-ID
                       MOVE "PO BELONGS TO ANOTHER VENDOR" TO
                          AP-REJECT-TEXT
                       SET AP-TRANS-INVALID TO TRUE
                    ELSE
                       IF OPO-ITEM-ID NOT = APT-ITEM-ID
                          MOVE "ITEM NOT ON PO" TO AP-REJECT-TEXT
                          SET AP-TRANS-INVALID TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-IF
           IF AP-TRANS-VALID
              MOVE OPO-SHOP-ID TO INV-SHOP-ID
              MOVE APT-ITEM-ID TO INV-ITEM-ID
              READ INVENTORY-FILE
                 INVALID KEY
                    MOVE "ITEM NOT ON INVENTORY" TO AP-REJECT-TEXT
                    SET AP-TRANS-INVALID TO TRUE
              END-READ
           END-IF
           .

       MATCH-INVOICE-LINE.
           PERFORM ACCUMULATE-PO-BILLED
           COMPUTE PO-QTY-AVAILABLE =
              OPO-QTY-RECEIVED - PO-BILLED-TO-DATE
           IF APT-QTY-BILLED > PO-QTY-AVAILABLE
              SET QTY-NOT-MATCHED TO TRUE
           ELSE
              SET QTY-MATCHED TO TRUE
           END-IF
           COMPUTE PRICE-ALLOWED-VARIANCE ROUNDED =
              INV-UNIT-COST * PRICE-TOLERANCE-RATE
           COMPUTE PRICE-VARIANCE-AMOUNT =
              APT-UNIT-PRICE - INV-UNIT-COST
           IF PRICE-VARIANCE-AMOUNT > PRICE-ALLOWED-VARIANCE
                 OR PRICE-VARIANCE-AMOUNT <
                    (ZEROS - PRICE-ALLOWED-VARIANCE)
              SET PRICE-NOT-MATCHED TO TRUE
           ELSE
              SET PRICE-MATCHED TO TRUE
           END-IF
           .

       ACCUMULATE-PO-BILLED.
           MOVE ZEROS TO PO-BILLED-TO-DATE
           MOVE "N" TO PRIOR-LINE-EOF-SWITCH
           MOVE APT-VENDOR-ID TO AP-VENDOR-ID
           MOVE LOW-VALUES TO AP-INVOICE-NUMBER
           MOVE ZEROS TO AP-LINE-NUMBER
           START AP-INVOICE-FILE KEY IS NOT LESS THAN AP-INVOICE-KEY
              INVALID KEY
                 SET END-OF-PRIOR-VENDOR-LINES TO TRUE
           END-START
           IF NOT END-OF-PRIOR-VENDOR-LINES
              PERFORM READ-NEXT-PRIOR-LINE
           END-IF
           PERFORM ADD-PRIOR-LINE-BILLED
              UNTIL END-OF-PRIOR-VENDOR-LINES
           .

       ADD-PRIOR-LINE-BILLED.
           IF AP-PO-NUMBER = APT-PO-NUMBER
                 AND NOT AP-LINE-HELD
              COMPUTE PO-BILLED-TO-DATE =
                 PO-BILLED-TO-DATE + AP-QTY-BILLED
           END-IF
           PERFORM READ-NEXT-PRIOR-LINE
           .

       READ-NEXT-PRIOR-LINE.
           READ AP-INVOICE-FILE NEXT RECORD
              AT END
                 SET END-OF-PRIOR-VENDOR-LINES TO TRUE
           END-READ
           IF NOT END-OF-PRIOR-VENDOR-LINES
                 AND AP-VENDOR-ID NOT = APT-VENDOR-ID
              SET END-OF-PRIOR-VENDOR-LINES TO TRUE
           END-IF
           .

       WRITE-INVOICE-LINE.
           MOVE APT-VENDOR-ID TO AP-VENDOR-ID
           MOVE APT-INVOICE-NUMBER TO AP-INVOICE-NUMBER
           MOVE APT-LINE-NUMBER TO AP-LINE-NUMBER
           MOVE APT-INVOICE-DATE TO AP-INVOICE-DATE
           MOVE APT-PO-NUMBER TO AP-PO-NUMBER
           MOVE APT-ITEM-ID TO AP-ITEM-ID
           MOVE APT-QTY-BILLED TO AP-QTY-BILLED
           MOVE APT-UNIT-PRICE TO AP-UNIT-PRICE
           COMPUTE AP-LINE-AMOUNT = APT-QTY-BILLED * APT-UNIT-PRICE
           MOVE ZEROS TO AP-CHECK-NUMBER
           MOVE ZEROS TO AP-PAID-DATE
           MOVE SPACES TO AP-RELEASED-BY
           EVALUATE TRUE
              WHEN QTY-MATCHED AND PRICE-MATCHED
                 SET AP-LINE-APPROVED TO TRUE
                 MOVE SPACES TO AP-HOLD-REASON
              WHEN QTY-NOT-MATCHED AND PRICE-NOT-MATCHED
                 SET AP-LINE-HELD TO TRUE
                 MOVE "Q+P" TO AP-HOLD-REASON
              WHEN QTY-NOT-MATCHED
                 SET AP-LINE-HELD TO TRUE
                 MOVE "QTY" TO AP-HOLD-REASON
              WHEN OTHER
                 SET AP-LINE-HELD TO TRUE
                 MOVE "PRC" TO AP-HOLD-REASON
           END-EVALUATE
           WRITE AP-INVOICE-REC
           PERFORM WRITE-ENTRY-DETAIL
           IF AP-LINE-HELD
              PERFORM SAVE-HELD-LINE
              COMPUTE HELD-COUNT = HELD-COUNT + 1
              COMPUTE HELD-AMOUNT = HELD-AMOUNT + AP-LINE-AMOUNT
           ELSE
              COMPUTE APPROVED-COUNT = APPROVED-COUNT + 1
              COMPUTE APPROVED-AMOUNT =
                 APPROVED-AMOUNT + AP-LINE-AMOUNT
           END-IF
           .

       RELEASE-HELD-LINE.
           MOVE APT-VENDOR-ID TO AP-VENDOR-ID
           MOVE APT-INVOICE-NUMBER TO AP-INVOICE-NUMBER
           IF APT-LINE-NUMBER IS NUMERIC
              MOVE APT-LINE-NUMBER TO AP-LINE-NUMBER
           ELSE
              MOVE ZEROS TO AP-LINE-NUMBER
           END-IF
           READ AP-INVOICE-FILE
              INVALID KEY
                 MOVE "INVOICE LINE NOT ON FILE" TO AP-REJECT-TEXT
                 PERFORM SAVE-REJECTED-TRANS
              NOT INVALID KEY
                 IF AP-LINE-HELD
                    SET AP-LINE-APPROVED TO TRUE
                    MOVE SPACES TO AP-HOLD-REASON
                    MOVE SIGNON-OPERATOR-ID TO AP-RELEASED-BY
                    REWRITE AP-INVOICE-REC
                    PERFORM WRITE-ENTRY-DETAIL
                    COMPUTE RELEASED-COUNT = RELEASED-COUNT + 1
                 ELSE
                    MOVE "INVOICE LINE NOT ON HOLD" TO AP-REJECT-TEXT
                    PERFORM SAVE-REJECTED-TRANS
                 END-IF
           END-READ
           .

       REJECT-UNAUTHORIZED-RELEASE.
           MOVE SIGNON-ERROR-TEXT TO AP-REJECT-TEXT
           PERFORM SAVE-REJECTED-TRANS
           MOVE SPACES TO SECURITY-KEY-DATA
           STRING APT-VENDOR-ID APT-INVOICE-NUMBER APT-LINE-NUMBER
              DELIMITED BY SIZE INTO SECURITY-KEY-DATA
           END-STRING
           PERFORM WRITE-SECURITY-VIOLATION
           .

       WRITE-ENTRY-DETAIL.
           MOVE AP-VENDOR-ID TO PRN-APE-VENDOR-ID
           MOVE AP-INVOICE-NUMBER TO PRN-APE-INVOICE-NUMBER
           MOVE AP-LINE-NUMBER TO PRN-APE-LINE-NUMBER
           MOVE AP-PO-NUMBER TO PRN-APE-PO-NUMBER
           MOVE AP-ITEM-ID TO PRN-APE-ITEM-ID
           MOVE AP-QTY-BILLED TO PRN-APE-QTY-BILLED
           MOVE AP-UNIT-PRICE TO PRN-APE-UNIT-PRICE
           MOVE AP-LINE-AMOUNT TO PRN-APE-LINE-AMOUNT
           MOVE AP-LINE-STATUS TO PRN-APE-STATUS
           WRITE AP-ENTRY-PRINT-LINE FROM PRN-AP-ENTRY-DETAIL-LINE
           .

       SAVE-HELD-LINE.
           MOVE AP-VENDOR-ID TO PRN-HLD-VENDOR-ID
           MOVE AP-INVOICE-NUMBER TO PRN-HLD-INVOICE-NUMBER
           MOVE AP-LINE-NUMBER TO PRN-HLD-LINE-NUMBER
           MOVE AP-PO-NUMBER TO PRN-HLD-PO-NUMBER
           MOVE AP-ITEM-ID TO PRN-HLD-ITEM-ID
           MOVE AP-QTY-BILLED TO PRN-HLD-QTY-BILLED
           IF PO-QTY-AVAILABLE > ZEROS
              MOVE PO-QTY-AVAILABLE TO PRN-HLD-QTY-AVAILABLE
           ELSE
              MOVE ZEROS TO PRN-HLD-QTY-AVAILABLE
           END-IF
           MOVE AP-UNIT-PRICE TO PRN-HLD-UNIT-PRICE
           MOVE INV-UNIT-COST TO PRN-HLD-UNIT-COST
           MOVE AP-HOLD-REASON TO PRN-HLD-REASON
           IF HOLD-INDEX < 200
              COMPUTE HOLD-INDEX = HOLD-INDEX + 1
              MOVE PRN-HOLD-DETAIL-LINE TO
                 HOLD-PRINT-IMAGE(HOLD-INDEX)
           END-IF
           .

       WRITE-HOLD-SECTION.
           IF HOLD-INDEX > ZEROS
              MOVE SPACES TO AP-ENTRY-PRINT-LINE
              WRITE AP-ENTRY-PRINT-LINE
              WRITE AP-ENTRY-PRINT-LINE FROM HOLD-SECTION-HEADING
              WRITE AP-ENTRY-PRINT-LINE FROM HOLD-COLUMN-HEADING
              MOVE ZEROS TO HOLD-PRINT-INDEX
              PERFORM WRITE-HOLD-DETAIL
                 UNTIL HOLD-PRINT-INDEX >= HOLD-INDEX
           END-IF
           .

       WRITE-HOLD-DETAIL.
           COMPUTE HOLD-PRINT-INDEX = HOLD-PRINT-INDEX + 1
           WRITE AP-ENTRY-PRINT-LINE FROM
              HOLD-PRINT-IMAGE(HOLD-PRINT-INDEX)
           .

       SAVE-REJECTED-TRANS.
           MOVE APT-ACTION TO PRN-REJ-ACTION
           MOVE APT-VENDOR-ID TO PRN-REJ-VENDOR-ID
           MOVE APT-INVOICE-NUMBER TO PRN-REJ-INVOICE-NUMBER
           MOVE APT-LINE-NUMBER TO PRN-REJ-LINE-NUMBER
           MOVE AP-REJECT-TEXT TO PRN-REJ-REASON-TEXT
           IF REJECT-INDEX < 200
              COMPUTE REJECT-INDEX = REJECT-INDEX + 1
              MOVE PRN-REJECT-DETAIL-LINE TO
                 REJ-PRINT-IMAGE(REJECT-INDEX)
           END-IF
           COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1
           .

       WRITE-REJECT-SECTION.
           IF REJECT-INDEX > ZEROS
              MOVE SPACES TO AP-ENTRY-PRINT-LINE
              WRITE AP-ENTRY-PRINT-LINE
              WRITE AP-ENTRY-PRINT-LINE FROM REJECT-SECTION-HEADING
              MOVE ZEROS TO REJECT-PRINT-INDEX
              PERFORM WRITE-REJECT-DETAIL
                 UNTIL REJECT-PRINT-INDEX >= REJECT-INDEX
           END-IF
           .

       WRITE-REJECT-DETAIL.
           COMPUTE REJECT-PRINT-INDEX = REJECT-PRINT-INDEX + 1
           WRITE AP-ENTRY-PRINT-LINE FROM
              REJ-PRINT-IMAGE(REJECT-PRINT-INDEX)
           .

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO AP-ENTRY-PRINT-LINE
           WRITE AP-ENTRY-PRINT-LINE
           MOVE APPROVED-COUNT TO PRN-APPROVED-COUNT
           MOVE APPROVED-AMOUNT TO PRN-APPROVED-AMOUNT
           WRITE AP-ENTRY-PRINT-LINE FROM PRN-ENTERED-TOTAL-LINE
           MOVE HELD-COUNT TO PRN-HELD-COUNT
           MOVE HELD-AMOUNT TO PRN-HELD-AMOUNT
           WRITE AP-ENTRY-PRINT-LINE FROM PRN-HELD-TOTAL-LINE
           MOVE RELEASED-COUNT TO PRN-RELEASED-COUNT
           WRITE AP-ENTRY-PRINT-LINE FROM PRN-RELEASED-TOTAL-LINE
           MOVE REJECTED-COUNT TO PRN-REJECTED-COUNT
           WRITE AP-ENTRY-PRINT-LINE FROM PRN-REJECTED-TOTAL-LINE
           .

       READ-AP-INVOICE-TRANS.
           READ AP-INVOICE-TRANS-FILE
           AT END
              SET END-OF-AP-INVOICE-TRANS TO TRUE
           END-READ
           .

       SIGN-ON-OPERATOR.
           ACCEPT SIGNON-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           ACCEPT SIGNON-PASSWORD FROM ENVIRONMENT "OPERATOR_PASSWORD"
           SET SIGNON-UNKNOWN TO TRUE
           MOVE "N" TO OPERATOR-AUTHORITY-SWITCH
           OPEN INPUT OPERATOR-MASTER-FILE
           IF SIGNON-OPERATOR-ID NOT = SPACES
              MOVE SIGNON-OPERATOR-ID TO OP-OPERATOR-ID
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    SET SIGNON-UNKNOWN TO TRUE
                 NOT INVALID KEY
                    PERFORM VERIFY-OPERATOR-SIGNON
              END-READ
           END-IF
           CLOSE OPERATOR-MASTER-FILE
           EVALUATE TRUE
              WHEN SIGNON-UNKNOWN
                 MOVE "OPERATOR NOT ON FILE" TO SIGNON-ERROR-TEXT
              WHEN SIGNON-INVALID-PASSWORD
                 MOVE "OPERATOR SIGN-ON FAILED" TO SIGNON-ERROR-TEXT
              WHEN SIGNON-INACTIVE
                 MOVE "OPERATOR INACTIVE" TO SIGNON-ERROR-TEXT
              WHEN NOT OPERATOR-AUTHORIZED
                 MOVE "OPERATOR NOT AUTHORIZED" TO SIGNON-ERROR-TEXT
           END-EVALUATE
           IF SIGNON-VALID
              MOVE "F" TO SECURITY-VIOLATION-CODE
           ELSE
              MOVE SIGNON-STATUS TO SECURITY-VIOLATION-CODE
           END-IF
           OPEN EXTEND SECURITY-LOG-FILE
           .

       VERIFY-OPERATOR-SIGNON.
           EVALUATE TRUE
              WHEN OP-PASSWORD NOT = SIGNON-PASSWORD
                 SET SIGNON-INVALID-PASSWORD TO TRUE
              WHEN NOT OP-ACTIVE
                 SET SIGNON-INACTIVE TO TRUE
              WHEN OTHER
                 SET SIGNON-VALID TO TRUE
                 PERFORM CHECK-OPERATOR-FUNCTION
                    VARYING OPERATOR-FUNCTION-INDEX FROM 1 BY 1
                    UNTIL OPERATOR-FUNCTION-INDEX > 12
           END-EVALUATE
           .

       CHECK-OPERATOR-FUNCTION.
           IF OP-FUNCTION-CODE(OPERATOR-FUNCTION-INDEX) =
                 SECURITY-FUNCTION-CODE
              SET OPERATOR-AUTHORIZED TO TRUE
           END-IF
           .

       WRITE-SECURITY-VIOLATION.
           ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT SECURITY-TIME FROM TIME
           COMPUTE SL-LOG-TIME = SECURITY-TIME / 100
           MOVE SECURITY-PROGRAM-NAME TO SL-PROGRAM-NAME
           MOVE SIGNON-OPERATOR-ID TO SL-OPERATOR-ID
           MOVE SECURITY-FUNCTION-CODE TO SL-FUNCTION-CODE
           MOVE SECURITY-VIOLATION-CODE TO SL-VIOLATION-CODE
           MOVE SECURITY-KEY-DATA TO SL-KEY-DATA
           WRITE SECURITY-LOG-REC
           .
