                 RECORD KEY IS OPO-PO-NUMBER.
           SELECT OPTIONAL PO-CONTROL-FILE ASSIGN TO "po_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPECIAL-ORDER-FILE ASSIGN TO
                 "special_order.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SO-ORDER-NUMBER.
           SELECT PO-CREATE-REPORT-FILE ASSIGN TO "po_create.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
             88 IS-PO-VENDOR-HEADER                    VALUE "V".
             88 IS-PO-ITEM-DETAIL                      VALUE "D".
          05 PO-HEADER-VENDOR-ID        PIC X(5).
          05 FILLER                     PIC X(30).
       01 PO-ITEM-DETAIL.
          05 PO-DETAIL-TYPE             PIC X.
          05 PO-DETAIL-ITEM-ID          PIC X(8).
                SIGN IS TRAILING SEPARATE CHARACTER.
          05 PO-DETAIL-REORDER-POINT    PIC 9(7).
          05 PO-DETAIL-SUGGESTED-QTY    PIC 9(7).
          05 PO-DETAIL-SHOP-ID          PIC X(5).
       FD  OPEN-PO-FILE.
       01 OPEN-PO-REC.
          05 OPO-PO-NUMBER              PIC 9(6).
          05 OPO-STATUS                 PIC X.
             88 OPEN-PO-OUTSTANDING                    VALUE "O".
             88 OPEN-PO-CLOSED                         VALUE "C".
          05 OPO-SHOP-ID                PIC X(5).
       FD  PO-CONTROL-FILE.
       01 PO-CONTROL-REC.
          88 END-OF-PO-CONTROL                         VALUE HIGH-VALUES
           .
          05 CTL-NEXT-PO-NUMBER         PIC 9(6).
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
       FD  PO-CREATE-REPORT-FILE.
       01 PO-CREATE-PRINT-LINE          PIC X(60).
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
             "Rolling Greens Pro Shop - Purchase Orders Created".
       01 COLUMN-HEADING                PIC X(50)      VALUE
             "PO Num  Vendor Shop   ItemID      Qty Ordered".
       01 PRN-PO-CREATE-LINE.
          05 PRN-POC-PO-NUMBER          PIC 9(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-POC-VENDOR-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-POC-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-POC-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-POC-QTY-ORDERED        PIC Z(6)9.
       01 SPECIAL-ORDER-HEADING         PIC X(60)      VALUE
             "SPECIAL ORDERS PLACED                          Order  Memb
      -      "r".
       01 PRN-SPECIAL-ORDER-LINE.
          05 PRN-SOC-PO-NUMBER          PIC 9(6).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SOC-VENDOR-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SOC-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SOC-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SOC-QTY-ORDERED        PIC Z(6)9.
          05 FILLER                     PIC X(8)       VALUE SPACES.
          05 PRN-SOC-ORDER-NUMBER       PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SOC-MEMBER-ID          PIC X(5).
       01 PRN-PO-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Purchase orders created ".
          05 PRN-PO-CREATED-COUNT       PIC ZZZZ9.
       01 PRN-SPECIAL-ORDER-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Special orders placed   ".
          05 PRN-SO-PLACED-COUNT        PIC ZZZZ9.
       01 ORDER-DATE-TEXT               PIC X(8)       VALUE SPACES.
       01 ORDER-DATE                    PIC 9(8)       VALUE ZEROS.
       01 CURRENT-PO-VENDOR-ID          PIC X(5)       VALUE SPACES.
       01 NEXT-PO-NUMBER                PIC 9(6)       VALUE 1.
       01 PO-CREATED-COUNT              PIC 9(5)       VALUE ZEROS.
       01 SPECIAL-ORDER-PLACED-COUNT    PIC 9(5)       VALUE ZEROS.
       01 SPECIAL-ORDER-EOF-SWITCH      PIC X          VALUE "N".
          88 END-OF-SPECIAL-ORDERS                     VALUE "Y".

       PROCEDURE DIVISION.
       PO-CREATE-PROCESS.
           WRITE PO-CREATE-PRINT-LINE FROM COLUMN-HEADING
           PERFORM READ-PO-SUGGESTION
           PERFORM BUILD-OPEN-PO UNTIL END-OF-PO-SUGGESTIONS
           PERFORM PLACE-SPECIAL-ORDERS
           MOVE PO-CREATED-COUNT TO PRN-PO-CREATED-COUNT
           MOVE SPECIAL-ORDER-PLACED-COUNT TO PRN-SO-PLACED-COUNT
           MOVE SPACES TO PO-CREATE-PRINT-LINE
           WRITE PO-CREATE-PRINT-LINE
           WRITE PO-CREATE-PRINT-LINE FROM PRN-PO-TOTAL-LINE
           WRITE PO-CREATE-PRINT-LINE FROM PRN-SPECIAL-ORDER-TOTAL-LINE
           PERFORM SAVE-PO-CONTROL
           CLOSE PO-SUGGEST-FILE, OPEN-PO-FILE, PO-CREATE-REPORT-FILE
           GOBACK
              ACCEPT ORDER-DATE-TEXT FROM ENVIRONMENT
                 "PO_CREATE_DATE"
           END-IF
           IF ORDER-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO ORDER-DATE-TEXT
              END-IF
           END-IF
           IF ORDER-DATE-TEXT IS NUMERIC
                 AND ORDER-DATE-TEXT NOT = SPACES
              MOVE ORDER-DATE-TEXT TO ORDER-DATE
           MOVE ZEROS TO OPO-QTY-RECEIVED
           MOVE ORDER-DATE TO OPO-ORDER-DATE
           SET OPEN-PO-OUTSTANDING TO TRUE
           MOVE PO-DETAIL-SHOP-ID TO OPO-SHOP-ID
           WRITE OPEN-PO-REC
           MOVE OPO-PO-NUMBER TO PRN-POC-PO-NUMBER
           MOVE OPO-VENDOR-ID TO PRN-POC-VENDOR-ID
           MOVE OPO-SHOP-ID TO PRN-POC-SHOP-ID
           MOVE OPO-ITEM-ID TO PRN-POC-ITEM-ID
           MOVE OPO-QTY-ORDERED TO PRN-POC-QTY-ORDERED
           WRITE PO-CREATE-PRINT-LINE FROM PRN-PO-CREATE-LINE
           COMPUTE PO-CREATED-COUNT = PO-CREATED-COUNT + 1
           .

       PLACE-SPECIAL-ORDERS.
           MOVE SPACES TO PO-CREATE-PRINT-LINE
           WRITE PO-CREATE-PRINT-LINE
           WRITE PO-CREATE-PRINT-LINE FROM SPECIAL-ORDER-HEADING
           OPEN I-O SPECIAL-ORDER-FILE
           MOVE ZEROS TO SO-ORDER-NUMBER
           START SPECIAL-ORDER-FILE KEY IS NOT LESS THAN SO-ORDER-NUMBER
              INVALID KEY
                 SET END-OF-SPECIAL-ORDERS TO TRUE
           END-START
           IF NOT END-OF-SPECIAL-ORDERS
              PERFORM READ-NEXT-SPECIAL-ORDER
           END-IF
           PERFORM PLACE-SPECIAL-ORDER UNTIL END-OF-SPECIAL-ORDERS
           CLOSE SPECIAL-ORDER-FILE
           .

       PLACE-SPECIAL-ORDER.
           IF SO-ENTERED
              MOVE NEXT-PO-NUMBER TO OPO-PO-NUMBER
              MOVE SO-VENDOR-ID TO OPO-VENDOR-ID
              MOVE SO-ITEM-ID TO OPO-ITEM-ID
              MOVE SO-QTY-ORDERED TO OPO-QTY-ORDERED
              MOVE ZEROS TO OPO-QTY-RECEIVED
              MOVE ORDER-DATE TO OPO-ORDER-DATE
              SET OPEN-PO-OUTSTANDING TO TRUE
              MOVE SO-SHOP-ID TO OPO-SHOP-ID
              WRITE OPEN-PO-REC
              MOVE OPO-PO-NUMBER TO SO-PO-NUMBER
              SET SO-ON-ORDER TO TRUE
              REWRITE SPECIAL-ORDER-REC
              MOVE OPO-PO-NUMBER TO PRN-SOC-PO-NUMBER
              MOVE OPO-VENDOR-ID TO PRN-SOC-VENDOR-ID
              MOVE OPO-SHOP-ID TO PRN-SOC-SHOP-ID
              MOVE OPO-ITEM-ID TO PRN-SOC-ITEM-ID
              MOVE OPO-QTY-ORDERED TO PRN-SOC-QTY-ORDERED
              MOVE SO-ORDER-NUMBER TO PRN-SOC-ORDER-NUMBER
              MOVE SO-MEMBER-ID TO PRN-SOC-MEMBER-ID
              WRITE PO-CREATE-PRINT-LINE FROM PRN-SPECIAL-ORDER-LINE
              COMPUTE NEXT-PO-NUMBER = NEXT-PO-NUMBER + 1
              COMPUTE PO-CREATED-COUNT = PO-CREATED-COUNT + 1
              COMPUTE SPECIAL-ORDER-PLACED-COUNT =
                 SPECIAL-ORDER-PLACED-COUNT + 1
           END-IF
           PERFORM READ-NEXT-SPECIAL-ORDER
           .

       READ-NEXT-SPECIAL-ORDER.
           READ SPECIAL-ORDER-FILE NEXT RECORD
              AT END
                 SET END-OF-SPECIAL-ORDERS TO TRUE
           END-READ
           .

       READ-PO-SUGGESTION.
           READ PO-SUGGEST-FILE
           AT END
              SET END-OF-PO-SUGGESTIONS TO TRUE
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
