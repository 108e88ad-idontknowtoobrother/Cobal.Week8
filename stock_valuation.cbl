           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS INV-KEY.
           SELECT ITEM-MASTER-FILE ASSIGN TO "item_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
       01 INVENTORY-REC.
          88 END-OF-INVENTORY-FILE                     VALUE HIGH-VALUES
           .
          05 INV-KEY.
             10 INV-SHOP-ID             PIC X(5).
             10 INV-ITEM-ID             PIC X(8).
          05 INV-QTY-ON-HAND            PIC S9(7).
          05 INV-REORDER-POINT          PIC 9(7).
          05 INV-VENDOR-ID              PIC X(5).
          05 IM-SELLING-PRICE           PIC 9(5)V99.
          05 IM-TAXABLE-FLAG            PIC X.
          05 IM-TAX-RATE                PIC 9V9999.
          05 IM-SERIAL-FLAG             PIC X.
          05 IM-WARRANTY-MONTHS         PIC 9(3).
       FD  VALUATION-REPORT-FILE.
       01 VALUATION-PRINT-LINE          PIC X(75).
       SD  VALUATION-SORT-FILE.
       01 SRT-VALUATION-REC.
          05 SRT-ITEM-CATEGORY          PIC X(10).
          05 SRT-ITEM-ID                PIC X(8).
          05 SRT-SHOP-ID                PIC X(5).
          05 SRT-ITEM-DESCRIPTION       PIC X(20).
          05 SRT-QTY-ON-HAND            PIC S9(7).
          05 SRT-UNIT-COST              PIC 9(5)V99.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - Stock Valuation By Category".
       01 COLUMN-HEADING                PIC X(70)      VALUE
             "ItemID   Shop  Description          On Hand  Unit Cost
      -      "       Value".
       01 PRN-CATEGORY-HEADER-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "CATEGORY: ".
       01 PRN-VALUATION-DETAIL-LINE.
          05 PRN-VAL-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-VAL-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-VAL-DESCRIPTION        PIC X(20).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-VAL-QTY-ON-HAND        PIC -(7)9.
          05 FILLER                     PIC X(20)      VALUE
                "Total for category  ".
          05 PRN-CAT-TOTAL-CATEGORY     PIC X(10).
          05 FILLER                     PIC X(15)      VALUE SPACES.
          05 PRN-CAT-TOTAL-VALUE        PIC $$$,$$$,$$9.99-.
       01 PRN-GRAND-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
           WRITE VALUATION-PRINT-LINE FROM PAGE-HEADER
           SORT VALUATION-SORT-FILE
              ON ASCENDING KEY SRT-ITEM-CATEGORY SRT-ITEM-ID
                 SRT-SHOP-ID
              INPUT PROCEDURE IS EXTRACT-VALUATION-ITEMS
              OUTPUT PROCEDURE IS REPORT-VALUATION-ITEMS
           MOVE GRAND-VALUE-TOTAL TO PRN-GRAND-TOTAL-VALUE
           END-READ
           MOVE IM-ITEM-CATEGORY TO SRT-ITEM-CATEGORY
           MOVE INV-ITEM-ID TO SRT-ITEM-ID
           MOVE INV-SHOP-ID TO SRT-SHOP-ID
           MOVE IM-ITEM-DESCRIPTION TO SRT-ITEM-DESCRIPTION
           MOVE INV-QTY-ON-HAND TO SRT-QTY-ON-HAND
           MOVE INV-UNIT-COST TO SRT-UNIT-COST
           COMPUTE GRAND-VALUE-TOTAL =
              GRAND-VALUE-TOTAL + ITEM-EXT-VALUE
           MOVE SRT-ITEM-ID TO PRN-VAL-ITEM-ID
           MOVE SRT-SHOP-ID TO PRN-VAL-SHOP-ID
           MOVE SRT-ITEM-DESCRIPTION TO PRN-VAL-DESCRIPTION
           MOVE SRT-QTY-ON-HAND TO PRN-VAL-QTY-ON-HAND
           MOVE SRT-UNIT-COST TO PRN-VAL-UNIT-COST
