       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPECIAL-ORDER-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SPECIAL-ORDER-FILE ASSIGN TO
                 "special_order.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SO-ORDER-NUMBER.
           SELECT OPTIONAL SPECIAL-ORDER-CONTROL-FILE ASSIGN TO
                 "special_order_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS MEMBER-ID.
           SELECT ITEM-MASTER-FILE ASSIGN TO "item_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IM-ITEM-ID.
           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS INV-KEY.
           SELECT OPTIONAL VENDOR-MASTER-FILE ASSIGN TO
                 "vendor_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS VM-VENDOR-ID.
           SELECT SPECIAL-ORDER-TRANS-FILE ASSIGN TO
                 "special_order_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPECIAL-ORDER-REPORT-FILE ASSIGN TO
                 "special_order_maint.rpt"
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
             88 SO-ENTERED                             VALUE "E".
             88 SO-ON-ORDER                            VALUE "P".
             88 SO-READY-FOR-PICKUP                    VALUE "R".
             88 SO-COMPLETED                           VALUE "C".
             88 SO-CANCELLED                           VALUE "X".
             88 SO-OPEN                                VALUE "E" "P"
                                                             "R".
       FD  SPECIAL-ORDER-CONTROL-FILE.
       01 SPECIAL-ORDER-CONTROL-REC.
          88 END-OF-ORDER-CONTROL                      VALUE HIGH-VALUES
           .
          05 CTL-NEXT-ORDER-NUMBER      PIC 9(6).
       FD  MEMBER-FILE.
       01 MEMBER-REC.
          05 MEMBER-ID                  PIC X(5).
          05 MEMBER-NAME                PIC X(20).
          05 MEMBER-TYPE                PIC 9.
          05 MEMBER-GENDER              PIC X.
          05 MEMBER-DUES-AMOUNT         PIC 9(3)V99.
          05 MEMBER-PAYMENT-STATUS      PIC X.
          05 MEMBER-AR-BALANCE          PIC S9(5)V99.
          05 MEMBER-BILLED-DATE         PIC 9(8).
          05 MEMBER-CREDIT-LIMIT        PIC 9(5)V99.
          05 MEMBER-INSTALLMENT-PLAN    PIC X.
          05 MEMBER-PRIMARY-ID          PIC X(5).
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
       FD  VENDOR-MASTER-FILE.
       01 VENDOR-MASTER-REC.
          05 VM-VENDOR-ID               PIC X(5).
          05 VM-VENDOR-NAME             PIC X(25).
          05 VM-CONTACT-NAME            PIC X(20).
          05 VM-CONTACT-PHONE           PIC X(12).
          05 VM-PAYMENT-TERMS           PIC X(10).
          05 VM-MIN-ORDER-VALUE         PIC 9(7)V99.
       FD  SPECIAL-ORDER-TRANS-FILE.
       01 SPECIAL-ORDER-TRANS-REC.
          88 END-OF-ORDER-TRANS                        VALUE HIGH-VALUES
           .
          05 SOT-ACTION                 PIC X.
             88 IS-ADD-TRANS                           VALUE "A".
             88 IS-CANCEL-TRANS                        VALUE "X".
          05 SOT-ORDER-NUMBER           PIC X(6).
          05 SOT-MEMBER-ID              PIC X(5).
          05 SOT-SHOP-ID                PIC X(5).
          05 SOT-ITEM-ID                PIC X(8).
          05 SOT-QTY-ORDERED            PIC X(3).
          05 SOT-UNIT-PRICE             PIC X(7).
       FD  SPECIAL-ORDER-REPORT-FILE.
       01 SPECIAL-ORDER-REPORT-LINE     PIC X(90).
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
       01 ORDER-RUN-DATE                PIC 9(8)       VALUE ZEROS.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - Special Order Maintenance".
       01 NEXT-ORDER-NUMBER             PIC 9(6)       VALUE 1.
       01 ORDER-TRANS-VALID-SWITCH      PIC X          VALUE "Y".
          88 ORDER-TRANS-VALID                         VALUE "Y".
          88 ORDER-TRANS-INVALID                       VALUE "N".
       01 ORDER-ERROR-TEXT              PIC X(30)      VALUE SPACES.
       01 ORDER-QTY                     PIC 9(3)       VALUE ZEROS.
       01 ORDER-UNIT-PRICE              PIC 9(5)V99    VALUE ZEROS.
       01 ORDER-VENDOR-ID               PIC X(5)       VALUE SPACES.
       01 ADDED-COUNT                   PIC 9(5)       VALUE ZEROS.
       01 CANCELLED-COUNT               PIC 9(5)       VALUE ZEROS.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 PRN-ORDER-OK-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "PROCESSED ".
          05 PRN-OK-ACTION              PIC X.
          05 FILLER                     PIC X(7)       VALUE " ORDER=".
          05 PRN-OK-ORDER-NUMBER        PIC 9(6).
          05 FILLER                     PIC X(5)       VALUE " MBR=".
          05 PRN-OK-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X(6)       VALUE " SHOP=".
          05 PRN-OK-SHOP-ID             PIC X(5).
          05 FILLER                     PIC X(6)       VALUE " ITEM=".
          05 PRN-OK-ITEM-ID             PIC X(8).
          05 FILLER                     PIC X(5)       VALUE " QTY=".
          05 PRN-OK-QTY                 PIC ZZ9.
          05 FILLER                     PIC X(7)       VALUE " PRICE=".
          05 PRN-OK-UNIT-PRICE          PIC ZZZZ9.99.
          05 FILLER                     PIC X(5)       VALUE " DEP=".
          05 PRN-OK-DEPOSIT-HELD        PIC ZZZZZZ9.99.
       01 PRN-ORDER-ERROR-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "REJECTED  ".
          05 PRN-ERR-ACTION             PIC X.
          05 FILLER                     PIC X(7)       VALUE " ORDER=".
          05 PRN-ERR-ORDER-NUMBER       PIC X(6).
          05 FILLER                     PIC X(5)       VALUE " MBR=".
          05 PRN-ERR-MEMBER-ID          PIC X(5).
          05 FILLER                     PIC X(6)       VALUE " ITEM=".
          05 PRN-ERR-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 PRN-ERR-TEXT               PIC X(30).
       01 PRN-ORDER-TOTAL-LINE.
          05 FILLER                     PIC X(6)       VALUE "Added ".
          05 PRN-TOT-ADDED              PIC ZZZZ9.
          05 FILLER                     PIC X(12)      VALUE
                "  Cancelled ".
          05 PRN-TOT-CANCELLED          PIC ZZZZ9.
          05 FILLER                     PIC X(11)      VALUE
                "  Rejected ".
          05 PRN-TOT-REJECTED           PIC ZZZZ9.
       01 SECURITY-PROGRAM-NAME         PIC X(20)      VALUE
             "SPECIAL-ORDER-MAINT".
       01 SECURITY-FUNCTION-CODE        PIC X(4)       VALUE "SORD".
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
       SPECIAL-ORDER-MAINT-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO ORDER-RUN-DATE
           ELSE
              ACCEPT ORDER-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-ORDER-CONTROL
           OPEN I-O SPECIAL-ORDER-FILE
           OPEN INPUT MEMBER-FILE
           OPEN INPUT ITEM-MASTER-FILE
           OPEN INPUT INVENTORY-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           OPEN INPUT SPECIAL-ORDER-TRANS-FILE
           OPEN OUTPUT SPECIAL-ORDER-REPORT-FILE
           WRITE SPECIAL-ORDER-REPORT-LINE FROM PAGE-HEADER
           PERFORM READ-ORDER-TRANS
           PERFORM PROCESS-ORDER-TRANS UNTIL END-OF-ORDER-TRANS
           MOVE ADDED-COUNT TO PRN-TOT-ADDED
           MOVE CANCELLED-COUNT TO PRN-TOT-CANCELLED
           MOVE REJECTED-COUNT TO PRN-TOT-REJECTED
           MOVE SPACES TO SPECIAL-ORDER-REPORT-LINE
           WRITE SPECIAL-ORDER-REPORT-LINE
           WRITE SPECIAL-ORDER-REPORT-LINE FROM PRN-ORDER-TOTAL-LINE
           PERFORM SAVE-ORDER-CONTROL
           CLOSE SPECIAL-ORDER-FILE, MEMBER-FILE, ITEM-MASTER-FILE,
                 INVENTORY-FILE, VENDOR-MASTER-FILE,
                 SPECIAL-ORDER-TRANS-FILE, SPECIAL-ORDER-REPORT-FILE,
                 SECURITY-LOG-FILE
           GOBACK
           .

       LOAD-ORDER-CONTROL.
           OPEN INPUT SPECIAL-ORDER-CONTROL-FILE
           READ SPECIAL-ORDER-CONTROL-FILE
           AT END
              SET END-OF-ORDER-CONTROL TO TRUE
           END-READ
           IF NOT END-OF-ORDER-CONTROL
                 AND CTL-NEXT-ORDER-NUMBER IS NUMERIC
              MOVE CTL-NEXT-ORDER-NUMBER TO NEXT-ORDER-NUMBER
           END-IF
           CLOSE SPECIAL-ORDER-CONTROL-FILE
           .

       SAVE-ORDER-CONTROL.
           OPEN OUTPUT SPECIAL-ORDER-CONTROL-FILE
           MOVE NEXT-ORDER-NUMBER TO CTL-NEXT-ORDER-NUMBER
           WRITE SPECIAL-ORDER-CONTROL-REC
           CLOSE SPECIAL-ORDER-CONTROL-FILE
           .

       PROCESS-ORDER-TRANS.
           IF OPERATOR-AUTHORIZED
              PERFORM VALIDATE-ORDER-TRANS
           ELSE
              PERFORM REJECT-UNAUTHORIZED-TRANS
           END-IF
           IF ORDER-TRANS-VALID
              EVALUATE TRUE
                 WHEN IS-ADD-TRANS
                    PERFORM ADD-SPECIAL-ORDER
                 WHEN IS-CANCEL-TRANS
                    PERFORM CANCEL-SPECIAL-ORDER
              END-EVALUATE
           ELSE
              PERFORM WRITE-ORDER-ERROR
           END-IF
           PERFORM READ-ORDER-TRANS
           .

       REJECT-UNAUTHORIZED-TRANS.
           SET ORDER-TRANS-INVALID TO TRUE
           MOVE SIGNON-ERROR-TEXT TO ORDER-ERROR-TEXT
           MOVE SOT-ORDER-NUMBER TO SECURITY-KEY-DATA
           IF IS-ADD-TRANS
              MOVE SOT-MEMBER-ID TO SECURITY-KEY-DATA
           END-IF
           PERFORM WRITE-SECURITY-VIOLATION
           .

       VALIDATE-ORDER-TRANS.
           SET ORDER-TRANS-VALID TO TRUE
           MOVE SPACES TO ORDER-ERROR-TEXT
           EVALUATE TRUE
              WHEN IS-ADD-TRANS
                 PERFORM VALIDATE-ADD-ORDER
              WHEN IS-CANCEL-TRANS
                 PERFORM VALIDATE-CANCEL-ORDER
              WHEN OTHER
                 SET ORDER-TRANS-INVALID TO TRUE
                 MOVE "INVALID ACTION CODE" TO ORDER-ERROR-TEXT
           END-EVALUATE
           .

       VALIDATE-ADD-ORDER.
           IF SOT-MEMBER-ID = SPACES OR SOT-MEMBER-ID = "TRLR "
              SET ORDER-TRANS-INVALID TO TRUE
              MOVE "MEMBER NOT FOUND" TO ORDER-ERROR-TEXT
           ELSE
              MOVE SOT-MEMBER-ID TO MEMBER-ID
              READ MEMBER-FILE
                 INVALID KEY
                    SET ORDER-TRANS-INVALID TO TRUE
                    MOVE "MEMBER NOT FOUND" TO ORDER-ERROR-TEXT
              END-READ
           END-IF
           IF ORDER-TRANS-VALID
              MOVE SOT-ITEM-ID TO IM-ITEM-ID
              READ ITEM-MASTER-FILE
                 INVALID KEY
                    SET ORDER-TRANS-INVALID TO TRUE
                    MOVE "ITEM NOT ON FILE" TO ORDER-ERROR-TEXT
              END-READ
           END-IF
           IF ORDER-TRANS-VALID
              MOVE SOT-SHOP-ID TO INV-SHOP-ID
              MOVE SOT-ITEM-ID TO INV-ITEM-ID
              READ INVENTORY-FILE
                 INVALID KEY
                    SET ORDER-TRANS-INVALID TO TRUE
                    MOVE "ITEM NOT STOCKED AT SHOP" TO
                       ORDER-ERROR-TEXT
                 NOT INVALID KEY
                    MOVE INV-VENDOR-ID TO ORDER-VENDOR-ID
              END-READ
           END-IF
           IF ORDER-TRANS-VALID
              MOVE ORDER-VENDOR-ID TO VM-VENDOR-ID
              READ VENDOR-MASTER-FILE
                 INVALID KEY
                    SET ORDER-TRANS-INVALID TO TRUE
                    MOVE "ITEM VENDOR NOT ON FILE" TO ORDER-ERROR-TEXT
              END-READ
           END-IF
           IF ORDER-TRANS-VALID
              IF SOT-QTY-ORDERED IS NUMERIC
                 MOVE SOT-QTY-ORDERED TO ORDER-QTY
              ELSE
                 MOVE ZEROS TO ORDER-QTY
              END-IF
              IF ORDER-QTY = ZEROS
                 SET ORDER-TRANS-INVALID TO TRUE
                 MOVE "INVALID ORDER QUANTITY" TO ORDER-ERROR-TEXT
              END-IF
           END-IF
           IF ORDER-TRANS-VALID
              EVALUATE TRUE
                 WHEN SOT-UNIT-PRICE = SPACES
                    MOVE IM-SELLING-PRICE TO ORDER-UNIT-PRICE
                 WHEN SOT-UNIT-PRICE IS NUMERIC
                    MOVE SOT-UNIT-PRICE TO ORDER-UNIT-PRICE
                 WHEN OTHER
                    SET ORDER-TRANS-INVALID TO TRUE
                    MOVE "INVALID UNIT PRICE" TO ORDER-ERROR-TEXT
              END-EVALUATE
           END-IF
           IF ORDER-TRANS-VALID AND ORDER-UNIT-PRICE = ZEROS
              SET ORDER-TRANS-INVALID TO TRUE
              MOVE "INVALID UNIT PRICE" TO ORDER-ERROR-TEXT
           END-IF
           .

       VALIDATE-CANCEL-ORDER.
           IF SOT-ORDER-NUMBER IS NOT NUMERIC
              SET ORDER-TRANS-INVALID TO TRUE
              MOVE "ORDER NOT ON FILE" TO ORDER-ERROR-TEXT
           ELSE
              MOVE SOT-ORDER-NUMBER TO SO-ORDER-NUMBER
              READ SPECIAL-ORDER-FILE
                 INVALID KEY
                    SET ORDER-TRANS-INVALID TO TRUE
                    MOVE "ORDER NOT ON FILE" TO ORDER-ERROR-TEXT
              END-READ
           END-IF
           IF ORDER-TRANS-VALID AND NOT SO-OPEN
              SET ORDER-TRANS-INVALID TO TRUE
              MOVE "ORDER ALREADY CLOSED" TO ORDER-ERROR-TEXT
           END-IF
           .

       ADD-SPECIAL-ORDER.
           MOVE NEXT-ORDER-NUMBER TO SO-ORDER-NUMBER
           MOVE SOT-MEMBER-ID TO SO-MEMBER-ID
           MOVE SOT-SHOP-ID TO SO-SHOP-ID
           MOVE SOT-ITEM-ID TO SO-ITEM-ID
           MOVE ORDER-VENDOR-ID TO SO-VENDOR-ID
           MOVE ORDER-QTY TO SO-QTY-ORDERED
           MOVE ORDER-UNIT-PRICE TO SO-UNIT-PRICE
           MOVE ZEROS TO SO-DEPOSIT-HELD
           MOVE ZEROS TO SO-DEPOSIT-APPLIED
           MOVE ORDER-RUN-DATE TO SO-ORDER-DATE
           MOVE ZEROS TO SO-PO-NUMBER
           MOVE ZEROS TO SO-READY-DATE
           MOVE ZEROS TO SO-CLOSED-DATE
           SET SO-ENTERED TO TRUE
           WRITE SPECIAL-ORDER-REC
           COMPUTE NEXT-ORDER-NUMBER = NEXT-ORDER-NUMBER + 1
           COMPUTE ADDED-COUNT = ADDED-COUNT + 1
           PERFORM WRITE-ORDER-OK
           .

       CANCEL-SPECIAL-ORDER.
           SET SO-CANCELLED TO TRUE
           MOVE ORDER-RUN-DATE TO SO-CLOSED-DATE
           REWRITE SPECIAL-ORDER-REC
           COMPUTE CANCELLED-COUNT = CANCELLED-COUNT + 1
           PERFORM WRITE-ORDER-OK
           .

       WRITE-ORDER-OK.
           MOVE SOT-ACTION TO PRN-OK-ACTION
           MOVE SO-ORDER-NUMBER TO PRN-OK-ORDER-NUMBER
           MOVE SO-MEMBER-ID TO PRN-OK-MEMBER-ID
           MOVE SO-SHOP-ID TO PRN-OK-SHOP-ID
           MOVE SO-ITEM-ID TO PRN-OK-ITEM-ID
           MOVE SO-QTY-ORDERED TO PRN-OK-QTY
           MOVE SO-UNIT-PRICE TO PRN-OK-UNIT-PRICE
           MOVE SO-DEPOSIT-HELD TO PRN-OK-DEPOSIT-HELD
           WRITE SPECIAL-ORDER-REPORT-LINE FROM PRN-ORDER-OK-LINE
           .

       WRITE-ORDER-ERROR.
           MOVE SOT-ACTION TO PRN-ERR-ACTION
           MOVE SOT-ORDER-NUMBER TO PRN-ERR-ORDER-NUMBER
           MOVE SOT-MEMBER-ID TO PRN-ERR-MEMBER-ID
           MOVE SOT-ITEM-ID TO PRN-ERR-ITEM-ID
           MOVE ORDER-ERROR-TEXT TO PRN-ERR-TEXT
           WRITE SPECIAL-ORDER-REPORT-LINE FROM PRN-ORDER-ERROR-LINE
           COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1
           .

       READ-ORDER-TRANS.
           READ SPECIAL-ORDER-TRANS-FILE
              AT END
                 SET END-OF-ORDER-TRANS TO TRUE
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
