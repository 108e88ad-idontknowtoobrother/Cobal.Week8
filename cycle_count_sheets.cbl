           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS INV-KEY.
           SELECT OPTIONAL SHOP-MASTER-FILE ASSIGN TO "shop_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SM-SHOP-ID.
           SELECT COUNT-SHEET-REPORT-FILE ASSIGN TO
                 "cycle_count_sheets.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
       01 INVENTORY-REC.
          88 END-OF-INVENTORY-FILE                     VALUE HIGH-VALUES
           .
          05 INV-KEY.
             10 INV-SHOP-ID             PIC X(5).
             10 INV-ITEM-ID             PIC X(8).
          05 INV-QTY-ON-HAND            PIC S9(7).
          05 INV-REORDER-POINT          PIC 9(7).
          05 INV-VENDOR-ID              PIC X(5).
          05 INV-REORDER-QTY            PIC 9(7).
          05 INV-LAST-COUNT-DATE        PIC 9(8).
          05 INV-UNIT-COST              PIC 9(5)V99.
       FD  SHOP-MASTER-FILE.
       01 SHOP-MASTER-REC.
          05 SM-SHOP-ID                 PIC X(5).
          05 SM-SHOP-LOCATION           PIC X(30).
       FD  COUNT-SHEET-REPORT-FILE.
       01 COUNT-SHEET-PRINT-LINE        PIC X(60).

             "Rolling Greens Pro Shop - Cycle Count Sheet".
       01 COLUMN-HEADING                PIC X(56)      VALUE
             "ItemID   Vendor Last Count  Counted Qty".
       01 PRN-SHEET-SHOP-LINE.
          05 FILLER                     PIC X(6)       VALUE "SHOP: ".
          05 PRN-CS-SHOP-ID             PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-CS-SHOP-LOCATION       PIC X(30).
       01 SHEET-PARM-TEXT               PIC X(29)      VALUE SPACES.
       01 SHEET-SHOP-ID                 PIC X(5)       VALUE SPACES.
       01 SHEET-SELECT-TYPE             PIC X          VALUE SPACE.
          88 SELECT-BY-VENDOR                          VALUE "V".
          88 SELECT-BY-ITEM-RANGE                      VALUE "I".
           OPEN INPUT INVENTORY-FILE
           OPEN OUTPUT COUNT-SHEET-REPORT-FILE
           WRITE COUNT-SHEET-PRINT-LINE FROM PAGE-HEADER
           MOVE SHEET-SHOP-ID TO PRN-CS-SHOP-ID
           MOVE SM-SHOP-LOCATION TO PRN-CS-SHOP-LOCATION
           WRITE COUNT-SHEET-PRINT-LINE FROM PRN-SHEET-SHOP-LINE
           WRITE COUNT-SHEET-PRINT-LINE FROM COLUMN-HEADING
           MOVE SHEET-SHOP-ID TO INV-SHOP-ID
           MOVE LOW-VALUES TO INV-ITEM-ID
           START INVENTORY-FILE KEY IS NOT LESS THAN INV-KEY
              INVALID KEY
                 SET END-OF-INVENTORY-FILE TO TRUE
           END-START
           IF NOT END-OF-INVENTORY-FILE
              PERFORM READ-INVENTORY-FILE
           END-IF
           PERFORM SELECT-COUNT-SHEET-ITEM
              UNTIL END-OF-INVENTORY-FILE
              OR INV-SHOP-ID NOT = SHEET-SHOP-ID
           MOVE SHEET-ITEM-COUNT TO PRN-SHEET-ITEM-COUNT
           MOVE SPACES TO COUNT-SHEET-PRINT-LINE
           WRITE COUNT-SHEET-PRINT-LINE
       INITIALIZE-SHEET-PARMS.
           ACCEPT SHEET-PARM-TEXT FROM COMMAND-LINE
           UNSTRING SHEET-PARM-TEXT DELIMITED BY ALL SPACES
              INTO SHEET-SHOP-ID, SHEET-SELECT-TYPE, SHEET-FROM-TEXT,
                 SHEET-TO-TEXT
           EVALUATE TRUE
              WHEN SELECT-BY-VENDOR AND SHEET-FROM-TEXT NOT = SPACES
                 MOVE SHEET-FROM-TEXT TO SHEET-VENDOR-ID
                 MOVE SHEET-FROM-TEXT TO SHEET-FROM-ITEM-ID
                 MOVE SHEET-TO-TEXT TO SHEET-TO-ITEM-ID
              WHEN OTHER
                 DISPLAY "CYCLE-COUNT-SHEETS: SHOP-ID WITH V VENDOR-ID"
                    " OR I FROM-ITEM TO-ITEM REQUIRED"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           OPEN INPUT SHOP-MASTER-FILE
           MOVE SHEET-SHOP-ID TO SM-SHOP-ID
           READ SHOP-MASTER-FILE
              INVALID KEY
                 DISPLAY "CYCLE-COUNT-SHEETS: UNKNOWN SHOP ID "
                    SHEET-SHOP-ID
                 MOVE 16 TO RETURN-CODE
                 CLOSE SHOP-MASTER-FILE
                 GOBACK
           END-READ
           CLOSE SHOP-MASTER-FILE
           .

       SELECT-COUNT-SHEET-ITEM.
