           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS INV-KEY.
           SELECT ADJUST-TRANS-FILE ASSIGN TO "inventory_adjust.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-MASTER-FILE ASSIGN TO
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OPO-PO-NUMBER.
           SELECT OPTIONAL DEBIT-MEMO-FILE ASSIGN TO
                 "vendor_debit_memo.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DM-MEMO-KEY.
           SELECT OPTIONAL SHOP-MASTER-FILE ASSIGN TO "shop_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SM-SHOP-ID.
           SELECT OPTIONAL TRANSFER-FILE ASSIGN TO
                 "inventory_transfer.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS TR-TRANSFER-NUMBER.
           SELECT OPTIONAL SPECIAL-ORDER-FILE ASSIGN TO
                 "special_order.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SO-ORDER-NUMBER.
           SELECT ITEM-MASTER-FILE ASSIGN TO "item_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IM-ITEM-ID.
           SELECT OPTIONAL SERIAL-REGISTRY-FILE ASSIGN TO
                 "serial_registry.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SR-KEY.
           SELECT ADJUST-REPORT-FILE ASSIGN TO "inventory_adjust.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SYSTEM-STATUS-FILE ASSIGN TO
                 "system_status.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO
                 "operator_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS OP-OPERATOR-ID.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO
                 "security_log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       01 INVENTORY-REC.
          05 INV-KEY.
             10 INV-SHOP-ID             PIC X(5).
             10 INV-ITEM-ID             PIC X(8).
          05 INV-QTY-ON-HAND            PIC S9(7).
          05 INV-REORDER-POINT          PIC 9(7).
          05 INV-VENDOR-ID              PIC X(5).
             88 IS-STOCK-RECEIPT                       VALUE "R".
             88 IS-COUNT-ADJUSTMENT                    VALUE "C".
             88 IS-DAMAGE-WRITE-OFF                    VALUE "D".
             88 IS-VENDOR-RETURN                       VALUE "V".
             88 IS-TRANSFER-SHIPPED                    VALUE "S".
             88 IS-TRANSFER-RECEIVED                   VALUE "T".
          05 ADJ-QTY                    PIC 9(7).
          05 ADJ-REFERENCE              PIC X(10).
          05 ADJ-REASON-CODE            PIC X(3).
          05 ADJ-UNIT-COST              PIC 9(5)V99.
          05 ADJ-RETURN-AUTH            PIC X(10).
          05 ADJ-SHOP-ID                PIC X(5).
          05 ADJ-TO-SHOP-ID             PIC X(5).
          05 ADJ-SERIAL-NUMBER          PIC X(10).
       FD  VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-REC.
          05 VM-VENDOR-ID               PIC X(5).
          05 OPO-STATUS                 PIC X.
             88 OPEN-PO-OUTSTANDING                    VALUE "O".
             88 OPEN-PO-CLOSED                         VALUE "C".
          05 OPO-SHOP-ID                PIC X(5).
       FD  SPECIAL-ORDER-FILE.
       01 SPECIAL-ORDER-REC.
          05 SO-ORDER-NUMBER            PIC 9(6).
          05 SO-MEMBER-ID               PIC X(5).
          05 SO-SHOP-ID                 PIC X(5).
          05 SO-ITEM-ID                 PIC X(8).
          05 SO-VENDOR-ID               PIC X(5).
          05 SO-QTY-ORDERED             PIC 9(3).
          05 SO-UNIT-PRICE              PIC 9(5)V99.
          05 SO-DEPOSIT-HELD            PIC 9(7)V99.
          05 SO-DEPOSIT-APPLIED         PIC 9(7)V99.
          05 SO-ORDER-DATE              PIC 9(8).
          05 SO-PO-NUMBER               PIC 9(6).
          05 SO-READY-DATE              PIC 9(8).
          05 SO-CLOSED-DATE             PIC 9(8).
          05 SO-STATUS                  PIC X.
             88 SO-ON-ORDER                            VALUE "P".
             88 SO-READY-FOR-PICKUP                    VALUE "R".
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
       FD  SHOP-MASTER-FILE.
       01 SHOP-MASTER-REC.
          05 SM-SHOP-ID                 PIC X(5).
          05 SM-SHOP-LOCATION           PIC X(30).
       FD  TRANSFER-FILE.
       01 TRANSFER-REC.
          05 TR-TRANSFER-NUMBER         PIC X(10).
          05 TR-FROM-SHOP-ID            PIC X(5).
          05 TR-TO-SHOP-ID              PIC X(5).
          05 TR-ITEM-ID                 PIC X(8).
          05 TR-VENDOR-ID               PIC X(5).
          05 TR-QTY-SHIPPED             PIC 9(7).
          05 TR-QTY-RECEIVED            PIC 9(7).
          05 TR-UNIT-COST               PIC 9(5)V99.
          05 TR-SHIP-DATE               PIC 9(8).
          05 TR-RECEIVED-DATE           PIC 9(8).
          05 TR-STATUS                  PIC X.
             88 TRANSFER-IN-TRANSIT                    VALUE "S".
             88 TRANSFER-RECEIVED                      VALUE "R".
       FD  ITEM-MASTER-FILE.
       01 ITEM-MASTER-REC.
          05 IM-ITEM-ID                 PIC X(8).
          05 IM-ITEM-DESCRIPTION        PIC X(20).
          05 IM-ITEM-CATEGORY           PIC X(10).
          05 IM-SELLING-PRICE           PIC 9(5)V99.
          05 IM-TAXABLE-FLAG            PIC X.
          05 IM-TAX-RATE                PIC 9V9999.
          05 IM-SERIAL-FLAG             PIC X.
          05 IM-WARRANTY-MONTHS         PIC 9(3).
       FD  SERIAL-REGISTRY-FILE.
       01 SERIAL-REGISTRY-REC.
          05 SR-KEY.
             10 SR-ITEM-ID              PIC X(8).
             10 SR-SERIAL-NUMBER        PIC X(10).
          05 SR-SHOP-ID                 PIC X(5).
          05 SR-VENDOR-ID               PIC X(5).
          05 SR-PO-REFERENCE            PIC X(10).
          05 SR-RECEIVED-DATE           PIC 9(8).
          05 SR-STATUS                  PIC X.
             88 SR-IN-STOCK                            VALUE "I".
             88 SR-IN-TRANSIT                          VALUE "T".
             88 SR-SOLD                                VALUE "S".
             88 SR-RETURNED-TO-VENDOR                  VALUE "V".
             88 SR-WRITTEN-OFF                         VALUE "D".
          05 SR-MEMBER-ID               PIC X(5).
          05 SR-SALE-DATE               PIC 9(8).
          05 SR-SALE-CLERK-ID           PIC X(3).
          05 SR-WARRANTY-EXPIRY-DATE    PIC 9(8).
          05 SR-LAST-ACTIVITY-DATE      PIC 9(8).
       FD  ADJUST-REPORT-FILE.
       01 ADJUST-PRINT-LINE             PIC X(80).
       FD  SYSTEM-STATUS-FILE.
       01 SYSTEM-STATUS-REC.
          88 END-OF-SYSTEM-STATUS                      VALUE HIGH-VALUES
          05 SS-STATUS-DATE             PIC 9(8).
          05 FILLER                     PIC X.
          05 SS-STATUS-TIME             PIC 9(6).
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
       01 STATUS-OVERRIDE-TEXT          PIC X          VALUE SPACE.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - Inventory Posting Register".
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Shop  ItemID   Typ     Qty Reference  Rsn  Before OH  Afte
      -      "r OH Serial".
       01 REJECT-SECTION-HEADING        PIC X(30)      VALUE
             "REJECTED TRANSACTIONS".
       01 PRN-ADJUST-DETAIL-LINE.
          05 PRN-ADJ-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-ADJ-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-ADJ-TYPE               PIC X.
          05 PRN-ADJ-BEFORE-QTY         PIC -(7)9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRN-ADJ-AFTER-QTY          PIC -(7)9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRN-ADJ-SERIAL-NUMBER      PIC X(10).
       01 PRN-REJECT-DETAIL-LINE.
          05 PRN-REJ-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REJ-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-REJ-TYPE               PIC X.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 REJECT-TABLE.
          05 REJECT-ENTRY               OCCURS 200 TIMES.
             10 REJ-PRINT-IMAGE         PIC X(70).
       01 REJECT-INDEX                  PIC 9(3)       VALUE ZEROS.
       01 REJECT-PRINT-INDEX            PIC 9(3)       VALUE ZEROS.
       01 ADJUST-REJECT-TEXT            PIC X(25)      VALUE SPACES.
          88 ADJUST-VENDOR-FOUND                       VALUE "Y".
          88 ADJUST-VENDOR-NOT-FOUND                   VALUE "N".
       01 PO-FLAG-SECTION-HEADING       PIC X(30)      VALUE
             "RECEIPT MATCH EXCEPTIONS".
       01 PRN-PO-FLAG-LINE.
          05 PRN-POF-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-POF-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-POF-REFERENCE          PIC X(10).
       01 PO-FLAG-INDEX                 PIC 9(3)       VALUE ZEROS.
       01 PO-FLAG-PRINT-INDEX           PIC 9(3)       VALUE ZEROS.
       01 PO-RECEIVED-TOTAL             PIC 9(7)       VALUE ZEROS.
       01 PO-RETURNED-TO-DATE           PIC 9(7)       VALUE ZEROS.
       01 PO-QTY-RETURNABLE             PIC S9(7)      VALUE ZEROS.
       01 PRIOR-MEMO-EOF-SWITCH         PIC X          VALUE "N".
          88 END-OF-PRIOR-VENDOR-MEMOS                 VALUE "Y".
       01 ADJUST-RUN-DATE               PIC 9(8)       VALUE ZEROS.
       01 ADJUST-VALID-SWITCH           PIC X          VALUE "Y".
          88 ADJUST-TRANS-VALID                        VALUE "Y".
          88 ADJUST-TRANS-INVALID                      VALUE "N".
       01 DEBIT-MEMO-COUNT              PIC 9(5)       VALUE ZEROS.
       01 DEBIT-MEMO-TOTAL              PIC 9(9)V99    VALUE ZEROS.
       01 DEBIT-MEMO-SECTION-HEADING    PIC X(30)      VALUE
             "VENDOR DEBIT MEMOS RAISED".
       01 PRN-DEBIT-MEMO-LINE.
          05 PRN-DM-VENDOR-ID           PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-DM-RETURN-AUTH         PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-DM-PO-NUMBER           PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-DM-ITEM-ID             PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-DM-QTY                 PIC Z(6)9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-DM-AMOUNT              PIC Z,ZZZ,ZZ9.99.
       01 DEBIT-MEMO-TABLE.
          05 DEBIT-MEMO-ENTRY           OCCURS 200 TIMES.
             10 DMT-PRINT-IMAGE         PIC X(60).
       01 DEBIT-MEMO-INDEX              PIC 9(3)       VALUE ZEROS.
       01 DEBIT-MEMO-PRINT-INDEX        PIC 9(3)       VALUE ZEROS.
       01 PRN-DEBIT-MEMO-TOTAL-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Debit memos raised        ".
          05 PRN-DEBIT-MEMO-COUNT       PIC ZZZZ9.
          05 FILLER                     PIC X(9)  VALUE "  Total  ".
          05 PRN-DEBIT-MEMO-TOTAL       PIC $$,$$$,$$9.99.
       01 SPECIAL-ORDER-PO-TABLE.
          05 SPECIAL-ORDER-PO-ENTRY     OCCURS 500 TIMES.
             10 SOP-ORDER-NUMBER        PIC 9(6).
             10 SOP-PO-NUMBER           PIC 9(6).
       01 SPECIAL-ORDER-PO-COUNT        PIC 9(3)       VALUE ZEROS.
       01 SPECIAL-ORDER-PO-INDEX        PIC 9(3)       VALUE ZEROS.
       01 SPECIAL-ORDER-EOF-SWITCH      PIC X          VALUE "N".
          88 END-OF-SPECIAL-ORDERS                     VALUE "Y".
       01 SPECIAL-ORDER-MATCH-SWITCH    PIC X          VALUE "N".
          88 SPECIAL-ORDER-MATCHED                     VALUE "Y".
       01 READY-SECTION-HEADING         PIC X(40)      VALUE
             "SPECIAL ORDERS READY FOR PICKUP".
       01 PRN-READY-LINE.
          05 PRN-RDY-ORDER-NUMBER       PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RDY-MEMBER-ID          PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RDY-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RDY-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RDY-QTY                PIC ZZ9.
          05 FILLER                     PIC X(4)       VALUE " PO ".
          05 PRN-RDY-PO-NUMBER          PIC 9(6).
          05 FILLER                     PIC X(10)      VALUE
                " DEPOSIT ".
          05 PRN-RDY-DEPOSIT-HELD       PIC ZZZ,ZZ9.99.
       01 READY-TABLE.
          05 READY-ENTRY                OCCURS 200 TIMES.
             10 RDY-PRINT-IMAGE         PIC X(70).
       01 READY-INDEX                   PIC 9(3)       VALUE ZEROS.
       01 READY-PRINT-INDEX             PIC 9(3)       VALUE ZEROS.
       01 SPECIAL-ORDER-READY-COUNT     PIC 9(5)       VALUE ZEROS.
       01 PRN-READY-TOTAL-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Special orders ready      ".
          05 PRN-READY-COUNT            PIC ZZZZ9.
       01 TRANSFER-SHIPPED-COUNT        PIC 9(5)       VALUE ZEROS.
       01 TRANSFER-RECEIVED-COUNT       PIC 9(5)       VALUE ZEROS.
       01 PRN-SHIPPED-TOTAL-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Transfers shipped         ".
          05 PRN-SHIPPED-COUNT          PIC ZZZZ9.
       01 PRN-RECEIVED-TOTAL-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Transfers received        ".
          05 PRN-RECEIVED-COUNT         PIC ZZZZ9.
       01 ADJUST-SERIAL-SWITCH          PIC X          VALUE "N".
          88 ADJUST-ITEM-SERIALIZED                    VALUE "Y".
       01 SERIAL-REGISTERED-SWITCH      PIC X          VALUE "N".
          88 SERIAL-ON-REGISTRY                        VALUE "Y".
       01 SECURITY-PROGRAM-NAME         PIC X(20)      VALUE
             "INVENTORY-ADJUST".
       01 SECURITY-FUNCTION-CODE        PIC X(4)       VALUE "INVA".
       01 SIGNON-OPERATOR-ID            PIC X(8)       VALUE SPACES.
       01 SIGNON-PASSWORD               PIC X(8)       VALUE SPACES.
       01 SIGNON-STATUS                 PIC X          VALUE "U".
          88 SIGNON-VALID                              VALUE "V".
          88 SIGNON-UNKNOWN                            VALUE "U".
          88 SIGNON-INVALID-PASSWORD                   VALUE "P".
          88 SIGNON-INACTIVE                           VALUE "I".
       01 OPERATOR-AUTHORITY-SWITCH     PIC X          VALUE "N".
          88 OPERATOR-AUTHORIZED                       VALUE "Y".
       01 OVERRIDE-AUTHORITY-SWITCH     PIC X          VALUE "N".
          88 OPERATOR-MAY-OVERRIDE                     VALUE "Y".
       01 OVERRIDE-FUNCTION-CODE        PIC X(4)       VALUE "SOVR".
       01 OPERATOR-FUNCTION-INDEX       PIC 9(2)       VALUE ZEROS.
       01 SIGNON-ERROR-TEXT             PIC X(30)      VALUE SPACES.
       01 SECURITY-VIOLATION-CODE       PIC X          VALUE SPACE.
       01 SECURITY-KEY-DATA             PIC X(18)      VALUE SPACES.
       01 SECURITY-TIME                 PIC 9(8)       VALUE ZEROS.

       PROCEDURE DIVISION.
       INVENTORY-ADJUST-PROCESS.
           PERFORM SIGN-ON-OPERATOR
           PERFORM CHECK-SYSTEM-STATUS
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO ADJUST-RUN-DATE
           ELSE
              ACCEPT ADJUST-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN I-O INVENTORY-FILE
           OPEN INPUT ADJUST-TRANS-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           OPEN I-O OPEN-PO-FILE
           OPEN I-O DEBIT-MEMO-FILE
           OPEN INPUT SHOP-MASTER-FILE
           OPEN I-O TRANSFER-FILE
           OPEN I-O SPECIAL-ORDER-FILE
           OPEN INPUT ITEM-MASTER-FILE
           OPEN I-O SERIAL-REGISTRY-FILE
           PERFORM LOAD-SPECIAL-ORDER-POS
           OPEN OUTPUT ADJUST-REPORT-FILE
           WRITE ADJUST-PRINT-LINE FROM PAGE-HEADER
           WRITE ADJUST-PRINT-LINE FROM COLUMN-HEADING
           PERFORM READ-ADJUST-TRANS
           PERFORM POST-ADJUST-TRANS UNTIL END-OF-ADJUST-TRANS
           PERFORM WRITE-PO-FLAG-SECTION
           PERFORM WRITE-DEBIT-MEMO-SECTION
           PERFORM WRITE-READY-SECTION
           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE INVENTORY-FILE, ADJUST-TRANS-FILE,
                 VENDOR-MASTER-FILE, OPEN-PO-FILE, DEBIT-MEMO-FILE,
                 SHOP-MASTER-FILE, TRANSFER-FILE, SPECIAL-ORDER-FILE,
                 ITEM-MASTER-FILE, SERIAL-REGISTRY-FILE,
                 ADJUST-REPORT-FILE, SECURITY-LOG-FILE
           GOBACK
           .

              ACCEPT STATUS-OVERRIDE-TEXT FROM ENVIRONMENT
                 "SYSTEM_STATUS_OVERRIDE"
              IF STATUS-OVERRIDE-TEXT = "Y"
                    AND OPERATOR-MAY-OVERRIDE
                 DISPLAY "INVENTORY-ADJUST: BATCH IN PROGRESS - "
                    "OPERATOR OVERRIDE IN EFFECT"
              ELSE
                 IF STATUS-OVERRIDE-TEXT = "Y"
                    DISPLAY "INVENTORY-ADJUST: OPERATOR NOT "
                       "AUTHORIZED TO OVERRIDE"
                    MOVE "O" TO SECURITY-VIOLATION-CODE
                    MOVE "BATCH OVERRIDE" TO SECURITY-KEY-DATA
                    PERFORM WRITE-SECURITY-VIOLATION
                 END-IF
                 CLOSE SECURITY-LOG-FILE
                 DISPLAY "INVENTORY-ADJUST: BATCH STREAM IN "
                    "PROGRESS - TRY AGAIN LATER"
                 MOVE 8 TO RETURN-CODE
           .

       POST-ADJUST-TRANS.
           IF NOT OPERATOR-AUTHORIZED
              PERFORM REJECT-UNAUTHORIZED-TRANS
           ELSE
           IF NOT IS-STOCK-RECEIPT AND NOT IS-COUNT-ADJUSTMENT
                 AND NOT IS-DAMAGE-WRITE-OFF AND NOT IS-VENDOR-RETURN
                 AND NOT IS-TRANSFER-SHIPPED
                 AND NOT IS-TRANSFER-RECEIVED
              MOVE "INVALID TRANSACTION TYPE" TO ADJUST-REJECT-TEXT
              PERFORM SAVE-REJECTED-TRANS
           ELSE
              MOVE "NON-NUMERIC QUANTITY" TO ADJUST-REJECT-TEXT
              PERFORM SAVE-REJECTED-TRANS
           ELSE
              MOVE ADJ-SHOP-ID TO SM-SHOP-ID
              READ SHOP-MASTER-FILE
                 INVALID KEY
                    MOVE "UNKNOWN SHOP ID" TO ADJUST-REJECT-TEXT
                    PERFORM SAVE-REJECTED-TRANS
                 NOT INVALID KEY
                    IF IS-TRANSFER-RECEIVED
                       PERFORM RECEIVE-STOCK-TRANSFER
                    ELSE
                       PERFORM POST-SHOP-ITEM-TRANS
                    END-IF
              END-READ
           END-IF
           END-IF
           END-IF
           PERFORM READ-ADJUST-TRANS
           .

       REJECT-UNAUTHORIZED-TRANS.
           MOVE SIGNON-ERROR-TEXT TO ADJUST-REJECT-TEXT
           PERFORM SAVE-REJECTED-TRANS
           MOVE SPACES TO SECURITY-KEY-DATA
           STRING ADJ-SHOP-ID " " ADJ-ITEM-ID " " ADJ-TRANS-TYPE
              DELIMITED BY SIZE INTO SECURITY-KEY-DATA
           END-STRING
           PERFORM WRITE-SECURITY-VIOLATION
           .

       POST-SHOP-ITEM-TRANS.
           MOVE ADJ-SHOP-ID TO INV-SHOP-ID
           MOVE ADJ-ITEM-ID TO INV-ITEM-ID
           READ INVENTORY-FILE
              INVALID KEY
                 MOVE "ITEM NOT STOCKED AT SHOP" TO ADJUST-REJECT-TEXT
                 PERFORM SAVE-REJECTED-TRANS
              NOT INVALID KEY
                 PERFORM VALIDATE-ADJUST-VENDOR
                 IF ADJUST-VENDOR-FOUND
                    EVALUATE TRUE
                       WHEN IS-VENDOR-RETURN
                          PERFORM VALIDATE-VENDOR-RETURN
                       WHEN IS-TRANSFER-SHIPPED
                          PERFORM VALIDATE-TRANSFER-SHIPMENT
                       WHEN OTHER
                          SET ADJUST-TRANS-VALID TO TRUE
                    END-EVALUATE
                    IF ADJUST-TRANS-VALID
                       PERFORM VALIDATE-ADJUST-SERIAL
                    END-IF
                    IF ADJUST-TRANS-VALID
                       PERFORM APPLY-ADJUST-TRANS
                    ELSE
                       PERFORM SAVE-REJECTED-TRANS
                    END-IF
                 ELSE
                    MOVE "VENDOR NOT ON MASTER" TO ADJUST-REJECT-TEXT
                    PERFORM SAVE-REJECTED-TRANS
                 END-IF
           END-READ
           .

       VALIDATE-ADJUST-VENDOR.
           SET ADJUST-VENDOR-NOT-FOUND TO TRUE
           MOVE INV-VENDOR-ID TO VM-VENDOR-ID
           END-READ
           .

       VALIDATE-VENDOR-RETURN.
           SET ADJUST-TRANS-VALID TO TRUE
           EVALUATE TRUE
              WHEN ADJ-RETURN-AUTH = SPACES
                 MOVE "RETURN AUTH REQUIRED" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
              WHEN ADJ-REFERENCE(1:6) IS NOT NUMERIC
                 MOVE "RETURN WITHOUT PO" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
              WHEN ADJ-QTY > INV-QTY-ON-HAND
                 MOVE "RETURN EXCEEDS ON HAND" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
           END-EVALUATE
           IF ADJUST-TRANS-VALID
              MOVE ADJ-REFERENCE(1:6) TO OPO-PO-NUMBER
              READ OPEN-PO-FILE
                 INVALID KEY
                    MOVE "ORIGINAL PO NOT ON FILE" TO
                       ADJUST-REJECT-TEXT
                    SET ADJUST-TRANS-INVALID TO TRUE
                 NOT INVALID KEY
                    IF OPO-ITEM-ID NOT = ADJ-ITEM-ID
                       MOVE "PO ITEM MISMATCH" TO ADJUST-REJECT-TEXT
                       SET ADJUST-TRANS-INVALID TO TRUE
                    ELSE
                       PERFORM ACCUMULATE-PO-RETURNED
                       COMPUTE PO-QTY-RETURNABLE =
                          OPO-QTY-RECEIVED - PO-RETURNED-TO-DATE
                       IF ADJ-QTY > PO-QTY-RETURNABLE
                          MOVE "RETURN EXCEEDS PO RECEIPT" TO
                             ADJUST-REJECT-TEXT
                          SET ADJUST-TRANS-INVALID TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-IF
           IF ADJUST-TRANS-VALID
              MOVE OPO-VENDOR-ID TO DM-VENDOR-ID
              MOVE ADJ-RETURN-AUTH TO DM-RETURN-AUTH
              READ DEBIT-MEMO-FILE
                 NOT INVALID KEY
                    MOVE "DUPLICATE RETURN AUTH" TO ADJUST-REJECT-TEXT
                    SET ADJUST-TRANS-INVALID TO TRUE
              END-READ
           END-IF
           .

       ACCUMULATE-PO-RETURNED.
           MOVE ZEROS TO PO-RETURNED-TO-DATE
           MOVE "N" TO PRIOR-MEMO-EOF-SWITCH
           MOVE OPO-VENDOR-ID TO DM-VENDOR-ID
           MOVE LOW-VALUES TO DM-RETURN-AUTH
           START DEBIT-MEMO-FILE KEY IS NOT LESS THAN DM-MEMO-KEY
              INVALID KEY
                 SET END-OF-PRIOR-VENDOR-MEMOS TO TRUE
           END-START
           IF NOT END-OF-PRIOR-VENDOR-MEMOS
              PERFORM READ-NEXT-PRIOR-MEMO
           END-IF
           PERFORM ADD-PRIOR-MEMO-RETURNED
              UNTIL END-OF-PRIOR-VENDOR-MEMOS
           .

       ADD-PRIOR-MEMO-RETURNED.
           IF DM-PO-NUMBER = OPO-PO-NUMBER
                 AND DM-ITEM-ID = OPO-ITEM-ID
              COMPUTE PO-RETURNED-TO-DATE =
                 PO-RETURNED-TO-DATE + DM-QTY-RETURNED
           END-IF
           PERFORM READ-NEXT-PRIOR-MEMO
           .

       READ-NEXT-PRIOR-MEMO.
           READ DEBIT-MEMO-FILE NEXT RECORD
              AT END
                 SET END-OF-PRIOR-VENDOR-MEMOS TO TRUE
           END-READ
           IF NOT END-OF-PRIOR-VENDOR-MEMOS
                 AND DM-VENDOR-ID NOT = OPO-VENDOR-ID
              SET END-OF-PRIOR-VENDOR-MEMOS TO TRUE
           END-IF
           .

       VALIDATE-TRANSFER-SHIPMENT.
           SET ADJUST-TRANS-VALID TO TRUE
           EVALUATE TRUE
              WHEN ADJ-REFERENCE = SPACES
                 MOVE "TRANSFER NUMBER REQUIRED" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
              WHEN ADJ-QTY = ZEROS
                 MOVE "ZERO TRANSFER QUANTITY" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
              WHEN ADJ-TO-SHOP-ID = ADJ-SHOP-ID
                 MOVE "TRANSFER TO SAME SHOP" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
              WHEN ADJ-QTY > INV-QTY-ON-HAND
                 MOVE "TRANSFER EXCEEDS ON HAND" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
           END-EVALUATE
           IF ADJUST-TRANS-VALID
              MOVE ADJ-TO-SHOP-ID TO SM-SHOP-ID
              READ SHOP-MASTER-FILE
                 INVALID KEY
                    MOVE "UNKNOWN RECEIVING SHOP" TO ADJUST-REJECT-TEXT
                    SET ADJUST-TRANS-INVALID TO TRUE
              END-READ
           END-IF
           IF ADJUST-TRANS-VALID
              MOVE ADJ-REFERENCE TO TR-TRANSFER-NUMBER
              READ TRANSFER-FILE
                 NOT INVALID KEY
                    MOVE "DUPLICATE TRANSFER NUMBER" TO
                       ADJUST-REJECT-TEXT
                    SET ADJUST-TRANS-INVALID TO TRUE
              END-READ
           END-IF
           .

       VALIDATE-ADJUST-SERIAL.
           MOVE "N" TO ADJUST-SERIAL-SWITCH
           MOVE "N" TO SERIAL-REGISTERED-SWITCH
           IF NOT IS-COUNT-ADJUSTMENT
              MOVE ADJ-ITEM-ID TO IM-ITEM-ID
              READ ITEM-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF IM-SERIAL-FLAG = "Y"
                       SET ADJUST-ITEM-SERIALIZED TO TRUE
                    END-IF
              END-READ
           END-IF
           IF ADJUST-ITEM-SERIALIZED
              EVALUATE TRUE
                 WHEN ADJ-SERIAL-NUMBER = SPACES
                    MOVE "SERIAL NUMBER REQUIRED" TO ADJUST-REJECT-TEXT
                    SET ADJUST-TRANS-INVALID TO TRUE
                 WHEN ADJ-QTY NOT = 1
                    MOVE "SERIAL QTY MUST BE ONE" TO ADJUST-REJECT-TEXT
                    SET ADJUST-TRANS-INVALID TO TRUE
              END-EVALUATE
           END-IF
           IF ADJUST-ITEM-SERIALIZED AND ADJUST-TRANS-VALID
              MOVE ADJ-ITEM-ID TO SR-ITEM-ID
              MOVE ADJ-SERIAL-NUMBER TO SR-SERIAL-NUMBER
              READ SERIAL-REGISTRY-FILE
                 INVALID KEY
                    IF NOT IS-STOCK-RECEIPT
                       MOVE "SERIAL NOT ON REGISTRY" TO
                          ADJUST-REJECT-TEXT
                       SET ADJUST-TRANS-INVALID TO TRUE
                    END-IF
                 NOT INVALID KEY
                    SET SERIAL-ON-REGISTRY TO TRUE
                    PERFORM VALIDATE-SERIAL-STATUS
              END-READ
           END-IF
           .

       VALIDATE-SERIAL-STATUS.
           EVALUATE TRUE
              WHEN IS-STOCK-RECEIPT
                 IF NOT SR-RETURNED-TO-VENDOR
                    MOVE "SERIAL ALREADY REGISTERED" TO
                       ADJUST-REJECT-TEXT
                    SET ADJUST-TRANS-INVALID TO TRUE
                 END-IF
              WHEN IS-TRANSFER-RECEIVED
                 IF NOT SR-IN-TRANSIT
                    MOVE "SERIAL NOT IN TRANSIT" TO ADJUST-REJECT-TEXT
                    SET ADJUST-TRANS-INVALID TO TRUE
                 END-IF
              WHEN NOT SR-IN-STOCK
                 MOVE "SERIAL NOT IN STOCK" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
              WHEN SR-SHOP-ID NOT = ADJ-SHOP-ID
                 MOVE "SERIAL AT ANOTHER SHOP" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
           END-EVALUATE
           .

       POST-ADJUST-SERIAL.
           MOVE ADJ-ITEM-ID TO SR-ITEM-ID
           MOVE ADJ-SERIAL-NUMBER TO SR-SERIAL-NUMBER
           MOVE ADJUST-RUN-DATE TO SR-LAST-ACTIVITY-DATE
           EVALUATE TRUE
              WHEN IS-STOCK-RECEIPT
                 PERFORM REGISTER-RECEIVED-SERIAL
              WHEN IS-DAMAGE-WRITE-OFF
                 SET SR-WRITTEN-OFF TO TRUE
                 REWRITE SERIAL-REGISTRY-REC
              WHEN IS-VENDOR-RETURN
                 SET SR-RETURNED-TO-VENDOR TO TRUE
                 REWRITE SERIAL-REGISTRY-REC
              WHEN IS-TRANSFER-SHIPPED
                 SET SR-IN-TRANSIT TO TRUE
                 REWRITE SERIAL-REGISTRY-REC
              WHEN IS-TRANSFER-RECEIVED
                 SET SR-IN-STOCK TO TRUE
                 MOVE ADJ-SHOP-ID TO SR-SHOP-ID
                 REWRITE SERIAL-REGISTRY-REC
           END-EVALUATE
           .

       REGISTER-RECEIVED-SERIAL.
           MOVE ADJ-SHOP-ID TO SR-SHOP-ID
           MOVE INV-VENDOR-ID TO SR-VENDOR-ID
           MOVE ADJ-REFERENCE TO SR-PO-REFERENCE
           MOVE ADJUST-RUN-DATE TO SR-RECEIVED-DATE
           SET SR-IN-STOCK TO TRUE
           MOVE SPACES TO SR-MEMBER-ID
           MOVE ZEROS TO SR-SALE-DATE
           MOVE SPACES TO SR-SALE-CLERK-ID
           MOVE ZEROS TO SR-WARRANTY-EXPIRY-DATE
           IF SERIAL-ON-REGISTRY
              REWRITE SERIAL-REGISTRY-REC
           ELSE
              WRITE SERIAL-REGISTRY-REC
           END-IF
           .

       APPLY-ADJUST-TRANS.
           MOVE INV-QTY-ON-HAND TO PRN-ADJ-BEFORE-QTY
           EVALUATE TRUE
                 MOVE ADJ-QTY TO INV-QTY-ON-HAND
              WHEN IS-DAMAGE-WRITE-OFF
                 COMPUTE INV-QTY-ON-HAND = INV-QTY-ON-HAND - ADJ-QTY
              WHEN IS-VENDOR-RETURN
                 COMPUTE INV-QTY-ON-HAND = INV-QTY-ON-HAND - ADJ-QTY
              WHEN IS-TRANSFER-SHIPPED
                 COMPUTE INV-QTY-ON-HAND = INV-QTY-ON-HAND - ADJ-QTY
           END-EVALUATE
           REWRITE INVENTORY-REC
           IF IS-STOCK-RECEIPT
              PERFORM MATCH-RECEIPT-TO-PO
           END-IF
           IF IS-VENDOR-RETURN
              PERFORM WRITE-VENDOR-DEBIT-MEMO
           END-IF
           IF IS-TRANSFER-SHIPPED
              PERFORM WRITE-STOCK-TRANSFER
           END-IF
           IF ADJUST-ITEM-SERIALIZED
              PERFORM POST-ADJUST-SERIAL
           END-IF
           PERFORM WRITE-ADJUST-DETAIL
           .

       WRITE-ADJUST-DETAIL.
           MOVE ADJ-SHOP-ID TO PRN-ADJ-SHOP-ID
           MOVE ADJ-ITEM-ID TO PRN-ADJ-ITEM-ID
           MOVE ADJ-TRANS-TYPE TO PRN-ADJ-TYPE
           MOVE ADJ-QTY TO PRN-ADJ-QTY
           MOVE ADJ-REFERENCE TO PRN-ADJ-REFERENCE
           MOVE ADJ-REASON-CODE TO PRN-ADJ-REASON
           MOVE INV-QTY-ON-HAND TO PRN-ADJ-AFTER-QTY
           MOVE ADJ-SERIAL-NUMBER TO PRN-ADJ-SERIAL-NUMBER
           WRITE ADJUST-PRINT-LINE FROM PRN-ADJUST-DETAIL-LINE
           COMPUTE POSTED-COUNT = POSTED-COUNT + 1
           .

       WRITE-STOCK-TRANSFER.
           MOVE ADJ-REFERENCE TO TR-TRANSFER-NUMBER
           MOVE ADJ-SHOP-ID TO TR-FROM-SHOP-ID
           MOVE ADJ-TO-SHOP-ID TO TR-TO-SHOP-ID
           MOVE ADJ-ITEM-ID TO TR-ITEM-ID
           MOVE INV-VENDOR-ID TO TR-VENDOR-ID
           MOVE ADJ-QTY TO TR-QTY-SHIPPED
           MOVE ZEROS TO TR-QTY-RECEIVED
           MOVE INV-UNIT-COST TO TR-UNIT-COST
           MOVE ADJUST-RUN-DATE TO TR-SHIP-DATE
           MOVE ZEROS TO TR-RECEIVED-DATE
           SET TRANSFER-IN-TRANSIT TO TRUE
           WRITE TRANSFER-REC
           COMPUTE TRANSFER-SHIPPED-COUNT = TRANSFER-SHIPPED-COUNT + 1
           .

       RECEIVE-STOCK-TRANSFER.
           MOVE ADJ-REFERENCE TO TR-TRANSFER-NUMBER
           READ TRANSFER-FILE
              INVALID KEY
                 MOVE "TRANSFER NOT ON FILE" TO ADJUST-REJECT-TEXT
                 PERFORM SAVE-REJECTED-TRANS
              NOT INVALID KEY
                 PERFORM VALIDATE-TRANSFER-RECEIPT
                 IF ADJUST-TRANS-VALID
                    PERFORM VALIDATE-ADJUST-SERIAL
                 END-IF
                 IF ADJUST-TRANS-VALID
                    PERFORM APPLY-TRANSFER-RECEIPT
                 ELSE
                    PERFORM SAVE-REJECTED-TRANS
                 END-IF
           END-READ
           .

       VALIDATE-TRANSFER-RECEIPT.
           SET ADJUST-TRANS-VALID TO TRUE
           EVALUATE TRUE
              WHEN NOT TRANSFER-IN-TRANSIT
                 MOVE "TRANSFER ALREADY RECEIVED" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
              WHEN TR-TO-SHOP-ID NOT = ADJ-SHOP-ID
                 MOVE "TRANSFER FOR ANOTHER SHOP" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
              WHEN TR-ITEM-ID NOT = ADJ-ITEM-ID
                 MOVE "TRANSFER ITEM MISMATCH" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
              WHEN ADJ-QTY > TR-QTY-SHIPPED
                 MOVE "RECEIPT EXCEEDS SHIPMENT" TO ADJUST-REJECT-TEXT
                 SET ADJUST-TRANS-INVALID TO TRUE
           END-EVALUATE
           .

       APPLY-TRANSFER-RECEIPT.
           MOVE ADJ-SHOP-ID TO INV-SHOP-ID
           MOVE ADJ-ITEM-ID TO INV-ITEM-ID
           READ INVENTORY-FILE
              INVALID KEY
                 MOVE ZEROS TO PRN-ADJ-BEFORE-QTY
                 MOVE ADJ-SHOP-ID TO INV-SHOP-ID
                 MOVE ADJ-ITEM-ID TO INV-ITEM-ID
                 MOVE ADJ-QTY TO INV-QTY-ON-HAND
                 MOVE ZEROS TO INV-REORDER-POINT
                 MOVE TR-VENDOR-ID TO INV-VENDOR-ID
                 MOVE ZEROS TO INV-REORDER-QTY
                 MOVE ZEROS TO INV-LAST-COUNT-DATE
                 MOVE TR-UNIT-COST TO INV-UNIT-COST
                 WRITE INVENTORY-REC
              NOT INVALID KEY
                 MOVE INV-QTY-ON-HAND TO PRN-ADJ-BEFORE-QTY
                 COMPUTE INV-QTY-ON-HAND = INV-QTY-ON-HAND + ADJ-QTY
                 REWRITE INVENTORY-REC
           END-READ
           MOVE ADJ-QTY TO TR-QTY-RECEIVED
           MOVE ADJUST-RUN-DATE TO TR-RECEIVED-DATE
           SET TRANSFER-RECEIVED TO TRUE
           REWRITE TRANSFER-REC
           IF TR-QTY-RECEIVED < TR-QTY-SHIPPED
              MOVE "TRANSFER SHORT RECEIPT" TO PRN-POF-REASON-TEXT
              PERFORM SAVE-PO-FLAG
           END-IF
           COMPUTE TRANSFER-RECEIVED-COUNT =
              TRANSFER-RECEIVED-COUNT + 1
           IF ADJUST-ITEM-SERIALIZED
              PERFORM POST-ADJUST-SERIAL
           END-IF
           PERFORM WRITE-ADJUST-DETAIL
           .

       MATCH-RECEIPT-TO-PO.
           IF ADJ-REFERENCE(1:6) IS NOT NUMERIC
              MOVE "RECEIPT WITHOUT PO" TO PRN-POF-REASON-TEXT
              MOVE "PO ITEM MISMATCH" TO PRN-POF-REASON-TEXT
              PERFORM SAVE-PO-FLAG
           ELSE
              IF OPO-SHOP-ID NOT = ADJ-SHOP-ID
                 MOVE "RECEIVED AT OTHER SHOP" TO PRN-POF-REASON-TEXT
                 PERFORM SAVE-PO-FLAG
              END-IF
              COMPUTE PO-RECEIVED-TOTAL =
                 OPO-QTY-RECEIVED + ADJ-QTY
              IF PO-RECEIVED-TOTAL > OPO-QTY-ORDERED
                 SET OPEN-PO-CLOSED TO TRUE
              END-IF
              REWRITE OPEN-PO-REC
              IF OPEN-PO-CLOSED AND SPECIAL-ORDER-PO-COUNT > ZEROS
                 PERFORM MARK-SPECIAL-ORDER-READY
              END-IF
           END-IF
           .

       LOAD-SPECIAL-ORDER-POS.
           MOVE ZEROS TO SO-ORDER-NUMBER
           START SPECIAL-ORDER-FILE KEY IS NOT LESS THAN SO-ORDER-NUMBER
              INVALID KEY
                 SET END-OF-SPECIAL-ORDERS TO TRUE
           END-START
           IF NOT END-OF-SPECIAL-ORDERS
              PERFORM READ-NEXT-SPECIAL-ORDER
           END-IF
           PERFORM LOAD-SPECIAL-ORDER-PO UNTIL END-OF-SPECIAL-ORDERS
           .

       LOAD-SPECIAL-ORDER-PO.
           IF SO-ON-ORDER AND SPECIAL-ORDER-PO-COUNT < 500
              COMPUTE SPECIAL-ORDER-PO-COUNT =
                 SPECIAL-ORDER-PO-COUNT + 1
              MOVE SO-ORDER-NUMBER TO
                 SOP-ORDER-NUMBER(SPECIAL-ORDER-PO-COUNT)
              MOVE SO-PO-NUMBER TO SOP-PO-NUMBER(SPECIAL-ORDER-PO-COUNT)
           END-IF
           PERFORM READ-NEXT-SPECIAL-ORDER
           .

       READ-NEXT-SPECIAL-ORDER.
           READ SPECIAL-ORDER-FILE NEXT RECORD
              AT END
                 SET END-OF-SPECIAL-ORDERS TO TRUE
           END-READ
           .

       MARK-SPECIAL-ORDER-READY.
           MOVE "N" TO SPECIAL-ORDER-MATCH-SWITCH
           MOVE ZEROS TO SPECIAL-ORDER-PO-INDEX
           PERFORM FIND-SPECIAL-ORDER-PO
              UNTIL SPECIAL-ORDER-MATCHED
                 OR SPECIAL-ORDER-PO-INDEX >= SPECIAL-ORDER-PO-COUNT
           IF SPECIAL-ORDER-MATCHED
              MOVE SOP-ORDER-NUMBER(SPECIAL-ORDER-PO-INDEX) TO
                 SO-ORDER-NUMBER
              MOVE ZEROS TO SOP-PO-NUMBER(SPECIAL-ORDER-PO-INDEX)
              READ SPECIAL-ORDER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM SET-SPECIAL-ORDER-READY
              END-READ
           END-IF
           .

       FIND-SPECIAL-ORDER-PO.
           COMPUTE SPECIAL-ORDER-PO-INDEX = SPECIAL-ORDER-PO-INDEX + 1
           IF SOP-PO-NUMBER(SPECIAL-ORDER-PO-INDEX) = OPO-PO-NUMBER
              SET SPECIAL-ORDER-MATCHED TO TRUE
           END-IF
           .

       SET-SPECIAL-ORDER-READY.
           IF SO-ON-ORDER
              SET SO-READY-FOR-PICKUP TO TRUE
              MOVE ADJUST-RUN-DATE TO SO-READY-DATE
              REWRITE SPECIAL-ORDER-REC
              COMPUTE SPECIAL-ORDER-READY-COUNT =
                 SPECIAL-ORDER-READY-COUNT + 1
              MOVE SO-ORDER-NUMBER TO PRN-RDY-ORDER-NUMBER
              MOVE SO-MEMBER-ID TO PRN-RDY-MEMBER-ID
              MOVE SO-SHOP-ID TO PRN-RDY-SHOP-ID
              MOVE SO-ITEM-ID TO PRN-RDY-ITEM-ID
              MOVE SO-QTY-ORDERED TO PRN-RDY-QTY
              MOVE SO-PO-NUMBER TO PRN-RDY-PO-NUMBER
              MOVE SO-DEPOSIT-HELD TO PRN-RDY-DEPOSIT-HELD
              IF READY-INDEX < 200
                 COMPUTE READY-INDEX = READY-INDEX + 1
                 MOVE PRN-READY-LINE TO RDY-PRINT-IMAGE(READY-INDEX)
              END-IF
           END-IF
           .

       WRITE-READY-SECTION.
           IF READY-INDEX > ZEROS
              MOVE SPACES TO ADJUST-PRINT-LINE
              WRITE ADJUST-PRINT-LINE
              WRITE ADJUST-PRINT-LINE FROM READY-SECTION-HEADING
              MOVE ZEROS TO READY-PRINT-INDEX
              PERFORM WRITE-READY-DETAIL
                 UNTIL READY-PRINT-INDEX >= READY-INDEX
           END-IF
           .

       WRITE-READY-DETAIL.
           COMPUTE READY-PRINT-INDEX = READY-PRINT-INDEX + 1
           WRITE ADJUST-PRINT-LINE FROM
              RDY-PRINT-IMAGE(READY-PRINT-INDEX)
           .

       WRITE-VENDOR-DEBIT-MEMO.
           MOVE OPO-VENDOR-ID TO DM-VENDOR-ID
           MOVE ADJ-RETURN-AUTH TO DM-RETURN-AUTH
           MOVE OPO-PO-NUMBER TO DM-PO-NUMBER
           MOVE ADJ-ITEM-ID TO DM-ITEM-ID
           MOVE ADJ-QTY TO DM-QTY-RETURNED
           MOVE INV-UNIT-COST TO DM-UNIT-COST
           COMPUTE DM-MEMO-AMOUNT = ADJ-QTY * INV-UNIT-COST
           MOVE ADJUST-RUN-DATE TO DM-RETURN-DATE
           SET DEBIT-MEMO-OPEN TO TRUE
           MOVE ZEROS TO DM-APPLIED-CHECK
           MOVE ZEROS TO DM-APPLIED-DATE
           MOVE DM-MEMO-AMOUNT TO DM-OPEN-BALANCE
           WRITE DEBIT-MEMO-REC
           COMPUTE DEBIT-MEMO-COUNT = DEBIT-MEMO-COUNT + 1
           COMPUTE DEBIT-MEMO-TOTAL = DEBIT-MEMO-TOTAL + DM-MEMO-AMOUNT
           MOVE DM-VENDOR-ID TO PRN-DM-VENDOR-ID
           MOVE DM-RETURN-AUTH TO PRN-DM-RETURN-AUTH
           MOVE DM-PO-NUMBER TO PRN-DM-PO-NUMBER
           MOVE DM-ITEM-ID TO PRN-DM-ITEM-ID
           MOVE DM-QTY-RETURNED TO PRN-DM-QTY
           MOVE DM-MEMO-AMOUNT TO PRN-DM-AMOUNT
           IF DEBIT-MEMO-INDEX < 200
              COMPUTE DEBIT-MEMO-INDEX = DEBIT-MEMO-INDEX + 1
              MOVE PRN-DEBIT-MEMO-LINE TO
                 DMT-PRINT-IMAGE(DEBIT-MEMO-INDEX)
           END-IF
           .

       WRITE-DEBIT-MEMO-SECTION.
           IF DEBIT-MEMO-INDEX > ZEROS
              MOVE SPACES TO ADJUST-PRINT-LINE
              WRITE ADJUST-PRINT-LINE
              WRITE ADJUST-PRINT-LINE FROM DEBIT-MEMO-SECTION-HEADING
              MOVE ZEROS TO DEBIT-MEMO-PRINT-INDEX
              PERFORM WRITE-DEBIT-MEMO-DETAIL
                 UNTIL DEBIT-MEMO-PRINT-INDEX >= DEBIT-MEMO-INDEX
           END-IF
           .

       WRITE-DEBIT-MEMO-DETAIL.
           COMPUTE DEBIT-MEMO-PRINT-INDEX = DEBIT-MEMO-PRINT-INDEX + 1
           WRITE ADJUST-PRINT-LINE FROM
              DMT-PRINT-IMAGE(DEBIT-MEMO-PRINT-INDEX)
           .

       SAVE-PO-FLAG.
           MOVE ADJ-SHOP-ID TO PRN-POF-SHOP-ID
           MOVE ADJ-ITEM-ID TO PRN-POF-ITEM-ID
           MOVE ADJ-REFERENCE TO PRN-POF-REFERENCE
           IF PO-FLAG-INDEX < 200
           .

       SAVE-REJECTED-TRANS.
           MOVE ADJ-SHOP-ID TO PRN-REJ-SHOP-ID
           MOVE ADJ-ITEM-ID TO PRN-REJ-ITEM-ID
           MOVE ADJ-TRANS-TYPE TO PRN-REJ-TYPE
           IF ADJ-QTY IS NUMERIC
           WRITE ADJUST-PRINT-LINE FROM PRN-POSTED-TOTAL-LINE
           MOVE REJECTED-COUNT TO PRN-REJECTED-COUNT
           WRITE ADJUST-PRINT-LINE FROM PRN-REJECTED-TOTAL-LINE
           IF DEBIT-MEMO-COUNT > ZEROS
              MOVE DEBIT-MEMO-COUNT TO PRN-DEBIT-MEMO-COUNT
              MOVE DEBIT-MEMO-TOTAL TO PRN-DEBIT-MEMO-TOTAL
              WRITE ADJUST-PRINT-LINE FROM PRN-DEBIT-MEMO-TOTAL-LINE
           END-IF
           IF TRANSFER-SHIPPED-COUNT > ZEROS
              MOVE TRANSFER-SHIPPED-COUNT TO PRN-SHIPPED-COUNT
              WRITE ADJUST-PRINT-LINE FROM PRN-SHIPPED-TOTAL-LINE
           END-IF
           IF TRANSFER-RECEIVED-COUNT > ZEROS
              MOVE TRANSFER-RECEIVED-COUNT TO PRN-RECEIVED-COUNT
              WRITE ADJUST-PRINT-LINE FROM PRN-RECEIVED-TOTAL-LINE
           END-IF
           IF SPECIAL-ORDER-READY-COUNT > ZEROS
              MOVE SPECIAL-ORDER-READY-COUNT TO PRN-READY-COUNT
              WRITE ADJUST-PRINT-LINE FROM PRN-READY-TOTAL-LINE
           END-IF
           .

       READ-ADJUST-TRANS.
              SET END-OF-ADJUST-TRANS TO TRUE
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
           IF OP-FUNCTION-CODE(OPERATOR-FUNCTION-INDEX) =
                 OVERRIDE-FUNCTION-CODE
              SET OPERATOR-MAY-OVERRIDE TO TRUE
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
