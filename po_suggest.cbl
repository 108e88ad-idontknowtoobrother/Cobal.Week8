           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS INV-KEY.
           SELECT PO-SUGGEST-FILE ASSIGN TO "po_suggest.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PO-SUGGEST-REPORT-FILE ASSIGN TO "po_suggest.rpt"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS VM-VENDOR-ID.
           SELECT OPTIONAL SHOP-MASTER-FILE ASSIGN TO "shop_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SM-SHOP-ID.
           SELECT PO-SORT-FILE ASSIGN TO "posort.tmp".

       DATA DIVISION.
       01 INVENTORY-REC.
          88 END-OF-INVENTORY-FILE                     VALUE HIGH-VALUES
           .
          05 INV-KEY.
             10 INV-SHOP-ID             PIC X(5).
             10 INV-ITEM-ID             PIC X(8).
          05 INV-QTY-ON-HAND            PIC S9(7).
          05 INV-REORDER-POINT          PIC 9(7).
          05 INV-VENDOR-ID              PIC X(5).
          05 INV-LAST-COUNT-DATE        PIC 9(8).
          05 INV-UNIT-COST              PIC 9(5)V99.
       FD  PO-SUGGEST-FILE.
       01 PO-SUGGEST-REC                PIC X(36).
       FD  PO-SUGGEST-REPORT-FILE.
       01 PO-SUGGEST-PRINT-LINE         PIC X(60).
       FD  VENDOR-MASTER-FILE.
          05 VM-CONTACT-PHONE           PIC X(12).
          05 VM-PAYMENT-TERMS           PIC X(10).
          05 VM-MIN-ORDER-VALUE         PIC 9(7)V99.
       FD  SHOP-MASTER-FILE.
       01 SHOP-MASTER-REC.
          05 SM-SHOP-ID                 PIC X(5).
          05 SM-SHOP-LOCATION           PIC X(30).
       SD  PO-SORT-FILE.
       01 SRT-PO-REC.
          05 SRT-VENDOR-ID              PIC X(5).
          05 SRT-SHOP-ID                PIC X(5).
          05 SRT-ITEM-ID                PIC X(8).
          05 SRT-QTY-ON-HAND            PIC S9(7).
          05 SRT-REORDER-POINT          PIC 9(7).
       01 PO-VENDOR-HEADER.
          05 PO-HEADER-TYPE             PIC X.
          05 PO-HEADER-VENDOR-ID        PIC X(5).
          05 FILLER                     PIC X(30)      VALUE SPACES.
       01 PO-ITEM-DETAIL.
          05 PO-DETAIL-TYPE             PIC X.
          05 PO-DETAIL-ITEM-ID          PIC X(8).
                SIGN IS TRAILING SEPARATE CHARACTER.
          05 PO-DETAIL-REORDER-POINT    PIC 9(7).
          05 PO-DETAIL-SUGGESTED-QTY    PIC 9(7).
          05 PO-DETAIL-SHOP-ID          PIC X(5).
       01 PAGE-HEADER                   PIC X(56)      VALUE
             "Rolling Greens Pro Shop - PO Suggestions By Vendor".
       01 COLUMN-HEADING                PIC X(56)      VALUE
             "Shop  ItemID    On Hand   Reorder Pt  Suggested Qty".
       01 PRN-VENDOR-HEADER-LINE.
          05 FILLER                     PIC X(8)       VALUE "VENDOR: "
           .
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-VENDOR-NAME            PIC X(25).
       01 PRN-PO-DETAIL-LINE.
          05 PRN-PO-SHOP-ID             PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-PO-ITEM-ID             PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-PO-ON-HAND             PIC -(7)9.
                "Total items suggested   ".
          05 PRN-SUGGEST-TOTAL-COUNT    PIC ZZZ9.
       01 CURRENT-VENDOR-ID             PIC X(5).
       01 SUGGEST-SHOP-ID               PIC X(5)       VALUE SPACES.
          88 SUGGEST-ALL-SHOPS                         VALUE SPACES.
       01 VENDOR-ITEM-COUNT             PIC 9(4)       VALUE ZEROS.
       01 SUGGEST-TOTAL-COUNT           PIC 9(4)       VALUE ZEROS.
       01 SUGGESTED-ORDER-QTY           PIC 9(7)       VALUE ZEROS.

       PROCEDURE DIVISION.
       PO-SUGGESTION-PROCESS.
           PERFORM INITIALIZE-SUGGEST-SHOP
           OPEN OUTPUT PO-SUGGEST-FILE
           OPEN OUTPUT PO-SUGGEST-REPORT-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           WRITE PO-SUGGEST-PRINT-LINE FROM PAGE-HEADER
           SORT PO-SORT-FILE
              ON ASCENDING KEY SRT-VENDOR-ID SRT-SHOP-ID SRT-ITEM-ID
              INPUT PROCEDURE IS EXTRACT-LOW-STOCK-ITEMS
              OUTPUT PROCEDURE IS BUILD-PO-SUGGESTIONS
           PERFORM WRITE-SUGGEST-GRAND-TOTAL
           GOBACK
           .

       INITIALIZE-SUGGEST-SHOP.
           ACCEPT SUGGEST-SHOP-ID FROM COMMAND-LINE
           IF NOT SUGGEST-ALL-SHOPS
              OPEN INPUT SHOP-MASTER-FILE
              MOVE SUGGEST-SHOP-ID TO SM-SHOP-ID
              READ SHOP-MASTER-FILE
                 INVALID KEY
                    DISPLAY "PO-SUGGESTION: UNKNOWN SHOP ID "
                       SUGGEST-SHOP-ID
                    MOVE 16 TO RETURN-CODE
                    CLOSE SHOP-MASTER-FILE
                    GOBACK
              END-READ
              CLOSE SHOP-MASTER-FILE
           END-IF
           .

       EXTRACT-LOW-STOCK-ITEMS.
           OPEN INPUT INVENTORY-FILE
           PERFORM READ-INVENTORY-FILE
           PERFORM UNTIL END-OF-INVENTORY-FILE
              IF INV-QTY-ON-HAND <= INV-REORDER-POINT
                    AND (SUGGEST-ALL-SHOPS
                    OR INV-SHOP-ID = SUGGEST-SHOP-ID)
                 MOVE INV-VENDOR-ID TO SRT-VENDOR-ID
                 MOVE INV-SHOP-ID TO SRT-SHOP-ID
                 MOVE INV-ITEM-ID TO SRT-ITEM-ID
                 MOVE INV-QTY-ON-HAND TO SRT-QTY-ON-HAND
                 MOVE INV-REORDER-POINT TO SRT-REORDER-POINT
           MOVE SRT-QTY-ON-HAND TO PO-DETAIL-ON-HAND
           MOVE SRT-REORDER-POINT TO PO-DETAIL-REORDER-POINT
           MOVE SUGGESTED-ORDER-QTY TO PO-DETAIL-SUGGESTED-QTY
           MOVE SRT-SHOP-ID TO PO-DETAIL-SHOP-ID
           WRITE PO-SUGGEST-REC FROM PO-ITEM-DETAIL
           MOVE SRT-SHOP-ID TO PRN-PO-SHOP-ID
           MOVE SRT-ITEM-ID TO PRN-PO-ITEM-ID
           MOVE SRT-QTY-ON-HAND TO PRN-PO-ON-HAND
           MOVE SRT-REORDER-POINT TO PRN-PO-REORDER-POINT
