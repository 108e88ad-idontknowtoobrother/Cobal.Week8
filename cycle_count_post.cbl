           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS INV-KEY.
           SELECT COUNT-TRANS-FILE ASSIGN TO "cycle_counts.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COUNT-AUDIT-FILE ASSIGN TO
                 "cycle_count_audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOP-MASTER-FILE ASSIGN TO "shop_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SM-SHOP-ID.
           SELECT ITEM-MASTER-FILE ASSIGN TO "item_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IM-ITEM-ID.
           SELECT OPTIONAL SERIAL-REGISTRY-FILE ASSIGN TO
                 "serial_registry.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SR-KEY.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "cycle_count.rpt"
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
       FD  INVENTORY-FILE.
       01 INVENTORY-REC.
          05 INV-KEY.
             10 INV-SHOP-ID             PIC X(5).
             10 INV-ITEM-ID             PIC X(8).
          05 INV-QTY-ON-HAND            PIC S9(7).
          05 INV-REORDER-POINT          PIC 9(7).
          05 INV-VENDOR-ID              PIC X(5).
          05 CC-COUNT-DATE              PIC 9(8).
          05 CC-APPROVED-FLAG           PIC X.
             88 COUNT-APPROVED                         VALUE "Y".
          05 CC-SHOP-ID                 PIC X(5).
       FD  COUNT-AUDIT-FILE.
       01 COUNT-AUDIT-REC.
          05 AUD-COUNT-DATE             PIC 9(8).
          05 AUD-COUNTED-QTY            PIC 9(7).
          05 AUD-VARIANCE-QTY           PIC S9(7)
                SIGN IS TRAILING SEPARATE CHARACTER.
          05 AUD-SHOP-ID                PIC X(5).
          05 AUD-OPERATOR-ID            PIC X(8).
       FD  SHOP-MASTER-FILE.
       01 SHOP-MASTER-REC.
          05 SM-SHOP-ID                 PIC X(5).
          05 SM-SHOP-LOCATION           PIC X(30).
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
       FD  VARIANCE-REPORT-FILE.
       01 VARIANCE-PRINT-LINE           PIC X(90).
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
             "Rolling Greens Pro Shop - Cycle Count Variance Register".
       01 COLUMN-HEADING                PIC X(85)      VALUE
             "Shop  ItemID   Count Date   On Hand   Counted  Variance   
      -      "Ext Variance  Disposition".
       01 PRN-VARIANCE-DETAIL-LINE.
          05 PRN-VAR-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-VAR-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-VAR-COUNT-DATE         PIC 9(8).
          05 FILLER                     PIC X(26)      VALUE
                "Counts rejected           ".
          05 PRN-REJECTED-COUNT         PIC ZZZZ9.
       01 SERIAL-SECTION-HEADING        PIC X(30)      VALUE
             "SERIALIZED STOCK CHECK".
       01 SERIAL-COLUMN-HEADING         PIC X(50)      VALUE
             "Shop  ItemID     Counted  In Stock  Difference".
       01 PRN-SERIAL-CHECK-LINE.
          05 PRN-SER-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SER-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRN-SER-COUNTED            PIC Z(6)9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SER-IN-STOCK           PIC Z(7)9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SER-DIFFERENCE         PIC -(9)9.
       01 SERIAL-CHECK-TABLE.
          05 SERIAL-CHECK-ENTRY         OCCURS 200 TIMES.
             10 SCK-PRINT-IMAGE         PIC X(50).
       01 SERIAL-CHECK-INDEX            PIC 9(3)       VALUE ZEROS.
       01 SERIAL-CHECK-PRINT-INDEX      PIC 9(3)       VALUE ZEROS.
       01 SERIAL-VARIANCE-COUNT         PIC 9(5)       VALUE ZEROS.
       01 SERIAL-IN-STOCK-COUNT         PIC 9(7)       VALUE ZEROS.
       01 SERIAL-DIFFERENCE-QTY         PIC S9(7)      VALUE ZEROS.
       01 SERIAL-REGISTRY-EOF-SWITCH    PIC X          VALUE "N".
          88 END-OF-SERIAL-ITEM                        VALUE "Y".
       01 PRN-SERIAL-TOTAL-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Serialized differences    ".
          05 PRN-SERIAL-VARIANCE-COUNT  PIC ZZZZ9.
       01 COUNT-VARIANCE-QTY            PIC S9(7)      VALUE ZEROS.
       01 COUNT-VARIANCE-VALUE          PIC S9(8)V99   VALUE ZEROS.
       01 POSTED-COUNT                  PIC 9(5)       VALUE ZEROS.
       01 REVIEW-COUNT                  PIC 9(5)       VALUE ZEROS.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 SECURITY-PROGRAM-NAME         PIC X(20)      VALUE
             "CYCLE-COUNT-POST".
       01 SECURITY-FUNCTION-CODE        PIC X(4)       VALUE "CCNT".
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
       CYCLE-COUNT-POST-PROCESS.
           PERFORM SIGN-ON-OPERATOR
           OPEN I-O INVENTORY-FILE
           OPEN INPUT SHOP-MASTER-FILE
           OPEN INPUT ITEM-MASTER-FILE
           OPEN INPUT SERIAL-REGISTRY-FILE
           OPEN INPUT COUNT-TRANS-FILE
           OPEN EXTEND COUNT-AUDIT-FILE
           OPEN OUTPUT VARIANCE-REPORT-FILE
           WRITE VARIANCE-PRINT-LINE FROM COLUMN-HEADING
           PERFORM READ-COUNT-TRANS
           PERFORM POST-COUNT-TRANS UNTIL END-OF-COUNT-TRANS
           PERFORM WRITE-SERIAL-CHECK-SECTION
           MOVE SPACES TO VARIANCE-PRINT-LINE
           WRITE VARIANCE-PRINT-LINE
           MOVE POSTED-COUNT TO PRN-POSTED-COUNT
           WRITE VARIANCE-PRINT-LINE FROM PRN-REVIEW-TOTAL-LINE
           MOVE REJECTED-COUNT TO PRN-REJECTED-COUNT
           WRITE VARIANCE-PRINT-LINE FROM PRN-REJECTED-TOTAL-LINE
           IF SERIAL-VARIANCE-COUNT > ZEROS
              MOVE SERIAL-VARIANCE-COUNT TO PRN-SERIAL-VARIANCE-COUNT
              WRITE VARIANCE-PRINT-LINE FROM PRN-SERIAL-TOTAL-LINE
           END-IF
           CLOSE INVENTORY-FILE, COUNT-TRANS-FILE, COUNT-AUDIT-FILE,
                 SHOP-MASTER-FILE, ITEM-MASTER-FILE,
                 SERIAL-REGISTRY-FILE, VARIANCE-REPORT-FILE,
                 SECURITY-LOG-FILE
           GOBACK
           .

       POST-COUNT-TRANS.
           IF NOT OPERATOR-AUTHORIZED
              PERFORM REJECT-UNAUTHORIZED-TRANS
           ELSE
           IF CC-COUNT-QTY IS NOT NUMERIC
                 OR CC-COUNT-DATE IS NOT NUMERIC
              MOVE ZEROS TO PRN-VAR-COUNT-DATE
              MOVE ZEROS TO PRN-VAR-COUNTED
              MOVE "REJECTED - INVALID" TO PRN-VAR-DISPOSITION
              PERFORM WRITE-REJECTED-COUNT
           ELSE
              MOVE CC-SHOP-ID TO SM-SHOP-ID
              READ SHOP-MASTER-FILE
                 INVALID KEY
                    MOVE CC-COUNT-DATE TO PRN-VAR-COUNT-DATE
                    MOVE CC-COUNT-QTY TO PRN-VAR-COUNTED
                    MOVE "REJECTED - NO SHOP" TO PRN-VAR-DISPOSITION
                    PERFORM WRITE-REJECTED-COUNT
                 NOT INVALID KEY
                    PERFORM POST-SHOP-COUNT
              END-READ
           END-IF
           END-IF
           PERFORM READ-COUNT-TRANS
           .

       REJECT-UNAUTHORIZED-TRANS.
           MOVE ZEROS TO PRN-VAR-COUNT-DATE
           MOVE ZEROS TO PRN-VAR-COUNTED
           MOVE "REJECTED - NO AUTH" TO PRN-VAR-DISPOSITION
           PERFORM WRITE-REJECTED-COUNT
           MOVE SPACES TO SECURITY-KEY-DATA
           STRING CC-SHOP-ID " " CC-ITEM-ID
              DELIMITED BY SIZE INTO SECURITY-KEY-DATA
           END-STRING
           PERFORM WRITE-SECURITY-VIOLATION
           .

       POST-SHOP-COUNT.
           MOVE CC-SHOP-ID TO INV-SHOP-ID
           MOVE CC-ITEM-ID TO INV-ITEM-ID
           READ INVENTORY-FILE
              INVALID KEY
                 MOVE CC-COUNT-DATE TO PRN-VAR-COUNT-DATE
                 MOVE CC-COUNT-QTY TO PRN-VAR-COUNTED
                 MOVE "REJECTED - NO ITEM" TO PRN-VAR-DISPOSITION
                 PERFORM WRITE-REJECTED-COUNT
              NOT INVALID KEY
                 PERFORM APPLY-COUNT-TRANS
           END-READ
           .

       WRITE-REJECTED-COUNT.
           MOVE CC-SHOP-ID TO PRN-VAR-SHOP-ID
           MOVE CC-ITEM-ID TO PRN-VAR-ITEM-ID
           MOVE ZEROS TO PRN-VAR-ON-HAND
           MOVE ZEROS TO PRN-VAR-VARIANCE
           MOVE ZEROS TO PRN-VAR-EXT-VARIANCE
           WRITE VARIANCE-PRINT-LINE FROM PRN-VARIANCE-DETAIL-LINE
           COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1
           .

       APPLY-COUNT-TRANS.
           PERFORM CHECK-SERIAL-COUNT
           COMPUTE COUNT-VARIANCE-QTY =
              CC-COUNT-QTY - INV-QTY-ON-HAND
           COMPUTE COUNT-VARIANCE-VALUE =
              COUNT-VARIANCE-QTY * INV-UNIT-COST
           MOVE CC-SHOP-ID TO PRN-VAR-SHOP-ID
           MOVE CC-ITEM-ID TO PRN-VAR-ITEM-ID
           MOVE CC-COUNT-DATE TO PRN-VAR-COUNT-DATE
           MOVE INV-QTY-ON-HAND TO PRN-VAR-ON-HAND
           WRITE VARIANCE-PRINT-LINE FROM PRN-VARIANCE-DETAIL-LINE
           .

       CHECK-SERIAL-COUNT.
           MOVE CC-ITEM-ID TO IM-ITEM-ID
           READ ITEM-MASTER-FILE
              INVALID KEY
                 MOVE "N" TO IM-SERIAL-FLAG
           END-READ
           IF IM-SERIAL-FLAG = "Y"
              MOVE ZEROS TO SERIAL-IN-STOCK-COUNT
              MOVE "N" TO SERIAL-REGISTRY-EOF-SWITCH
              MOVE CC-ITEM-ID TO SR-ITEM-ID
              MOVE LOW-VALUES TO SR-SERIAL-NUMBER
              START SERIAL-REGISTRY-FILE KEY IS NOT LESS THAN SR-KEY
                 INVALID KEY
                    SET END-OF-SERIAL-ITEM TO TRUE
              END-START
              IF NOT END-OF-SERIAL-ITEM
                 PERFORM READ-NEXT-SERIAL
              END-IF
              PERFORM COUNT-SERIAL-IN-STOCK UNTIL END-OF-SERIAL-ITEM
              COMPUTE SERIAL-DIFFERENCE-QTY =
                 CC-COUNT-QTY - SERIAL-IN-STOCK-COUNT
              IF SERIAL-DIFFERENCE-QTY NOT = ZEROS
                 PERFORM SAVE-SERIAL-CHECK
              END-IF
           END-IF
           .

       COUNT-SERIAL-IN-STOCK.
           IF SR-IN-STOCK AND SR-SHOP-ID = CC-SHOP-ID
              COMPUTE SERIAL-IN-STOCK-COUNT = SERIAL-IN-STOCK-COUNT + 1
           END-IF
           PERFORM READ-NEXT-SERIAL
           .

       READ-NEXT-SERIAL.
           READ SERIAL-REGISTRY-FILE NEXT RECORD
              AT END
                 SET END-OF-SERIAL-ITEM TO TRUE
           END-READ
           IF NOT END-OF-SERIAL-ITEM AND SR-ITEM-ID NOT = CC-ITEM-ID
              SET END-OF-SERIAL-ITEM TO TRUE
           END-IF
           .

       SAVE-SERIAL-CHECK.
           MOVE CC-SHOP-ID TO PRN-SER-SHOP-ID
           MOVE CC-ITEM-ID TO PRN-SER-ITEM-ID
           MOVE CC-COUNT-QTY TO PRN-SER-COUNTED
           MOVE SERIAL-IN-STOCK-COUNT TO PRN-SER-IN-STOCK
           MOVE SERIAL-DIFFERENCE-QTY TO PRN-SER-DIFFERENCE
           IF SERIAL-CHECK-INDEX < 200
              COMPUTE SERIAL-CHECK-INDEX = SERIAL-CHECK-INDEX + 1
              MOVE PRN-SERIAL-CHECK-LINE TO
                 SCK-PRINT-IMAGE(SERIAL-CHECK-INDEX)
           END-IF
           COMPUTE SERIAL-VARIANCE-COUNT = SERIAL-VARIANCE-COUNT + 1
           .

       WRITE-SERIAL-CHECK-SECTION.
           IF SERIAL-CHECK-INDEX > ZEROS
              MOVE SPACES TO VARIANCE-PRINT-LINE
              WRITE VARIANCE-PRINT-LINE
              WRITE VARIANCE-PRINT-LINE FROM SERIAL-SECTION-HEADING
              WRITE VARIANCE-PRINT-LINE FROM SERIAL-COLUMN-HEADING
              MOVE ZEROS TO SERIAL-CHECK-PRINT-INDEX
              PERFORM WRITE-SERIAL-CHECK-DETAIL
                 UNTIL SERIAL-CHECK-PRINT-INDEX >= SERIAL-CHECK-INDEX
           END-IF
           .

       WRITE-SERIAL-CHECK-DETAIL.
           COMPUTE SERIAL-CHECK-PRINT-INDEX =
              SERIAL-CHECK-PRINT-INDEX + 1
           WRITE VARIANCE-PRINT-LINE FROM
              SCK-PRINT-IMAGE(SERIAL-CHECK-PRINT-INDEX)
           .

       WRITE-COUNT-AUDIT.
           MOVE CC-COUNT-DATE TO AUD-COUNT-DATE
           MOVE CC-ITEM-ID TO AUD-ITEM-ID
           MOVE INV-QTY-ON-HAND TO AUD-BEFORE-QTY
           MOVE CC-COUNT-QTY TO AUD-COUNTED-QTY
           MOVE COUNT-VARIANCE-QTY TO AUD-VARIANCE-QTY
           MOVE CC-SHOP-ID TO AUD-SHOP-ID
           MOVE SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID
           WRITE COUNT-AUDIT-REC
           .

              SET END-OF-COUNT-TRANS TO TRUE
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
