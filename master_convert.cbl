           SELECT OPTIONAL INVENTORY-FILE ASSIGN TO "inventory.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS INV-KEY.
           SELECT OPTIONAL OLD-OPEN-PO-FILE ASSIGN TO "open_po_old.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OLD-OPO-PO-NUMBER.
           SELECT OPTIONAL OPEN-PO-FILE ASSIGN TO "open_po.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OPO-PO-NUMBER.

       DATA DIVISION.
       FILE SECTION.
          05 OLD-IM-DESCRIPTION      PIC X(20).
          05 OLD-IM-CATEGORY         PIC X(10).
          05 OLD-IM-SELLING-PRICE    PIC 9(5)V99.
          05 OLD-IM-TAXABLE-FLAG     PIC X.
          05 OLD-IM-TAX-RATE         PIC 9V9999.
       FD  ITEM-MASTER-FILE.
       01 ITEM-MASTER-REC.
          05 IM-ITEM-ID              PIC X(8).
          05 IM-SELLING-PRICE        PIC 9(5)V99.
          05 IM-TAXABLE-FLAG         PIC X.
          05 IM-TAX-RATE             PIC 9V9999.
          05 IM-SERIAL-FLAG          PIC X.
          05 IM-WARRANTY-MONTHS      PIC 9(3).
       FD  OLD-INVENTORY-FILE.
       01 OLD-INVENTORY-REC.
          05 OLD-INV-ITEM-ID         PIC X(8).
          05 OLD-INV-REORDER-POINT   PIC 9(7).
          05 OLD-INV-VENDOR-ID       PIC X(5).
          05 OLD-INV-REORDER-QTY     PIC 9(7).
          05 OLD-INV-LAST-COUNT-DATE PIC 9(8).
          05 OLD-INV-UNIT-COST       PIC 9(5)V99.
       FD  INVENTORY-FILE.
       01 INVENTORY-REC.
          05 INV-KEY.
             10 INV-SHOP-ID          PIC X(5).
             10 INV-ITEM-ID          PIC X(8).
          05 INV-QTY-ON-HAND         PIC S9(7).
          05 INV-REORDER-POINT       PIC 9(7).
          05 INV-VENDOR-ID           PIC X(5).
          05 INV-REORDER-QTY         PIC 9(7).
          05 INV-LAST-COUNT-DATE     PIC 9(8).
          05 INV-UNIT-COST           PIC 9(5)V99.
       FD  OLD-OPEN-PO-FILE.
       01 OLD-OPEN-PO-REC.
          05 OLD-OPO-PO-NUMBER       PIC 9(6).
          05 OLD-OPO-VENDOR-ID       PIC X(5).
          05 OLD-OPO-ITEM-ID         PIC X(8).
          05 OLD-OPO-QTY-ORDERED     PIC 9(7).
          05 OLD-OPO-QTY-RECEIVED    PIC 9(7).
          05 OLD-OPO-ORDER-DATE      PIC 9(8).
          05 OLD-OPO-STATUS          PIC X.
       FD  OPEN-PO-FILE.
       01 OPEN-PO-REC.
          05 OPO-PO-NUMBER           PIC 9(6).
          05 OPO-VENDOR-ID           PIC X(5).
          05 OPO-ITEM-ID             PIC X(8).
          05 OPO-QTY-ORDERED         PIC 9(7).
          05 OPO-QTY-RECEIVED        PIC 9(7).
          05 OPO-ORDER-DATE          PIC 9(8).
          05 OPO-STATUS              PIC X.
             88 OPEN-PO-OUTSTANDING             VALUE "O".
             88 OPEN-PO-CLOSED                  VALUE "C".
          05 OPO-SHOP-ID             PIC X(5).

       WORKING-STORAGE SECTION.
       01 OLD-MEMBER-EOF-SWITCH      PIC X          VALUE "N".
       01 MEMBER-CONVERT-COUNT       PIC 9(5)       VALUE ZEROS.
       01 ITEM-CONVERT-COUNT         PIC 9(5)       VALUE ZEROS.
       01 INV-CONVERT-COUNT          PIC 9(5)       VALUE ZEROS.
       01 OLD-PO-EOF-SWITCH          PIC X          VALUE "N".
          88 END-OF-OLD-PO-FILE                     VALUE "Y".
       01 PO-CONVERT-COUNT           PIC 9(5)       VALUE ZEROS.
       01 HOME-SHOP-ID               PIC X(5)       VALUE SPACES.

       PROCEDURE DIVISION.
       MASTER-CONVERT-PROCESS.
           PERFORM CONVERT-MEMBER-MASTER
           PERFORM CONVERT-ITEM-MASTER
           ACCEPT HOME-SHOP-ID FROM ENVIRONMENT
              "MASTER_CONVERT_HOME_SHOP"
           IF HOME-SHOP-ID = SPACES
              DISPLAY "MASTER-CONVERT: MASTER_CONVERT_HOME_SHOP NOT "
                 "SET - INVENTORY AND OPEN PO CONVERSION SKIPPED"
           ELSE
              PERFORM CONVERT-INVENTORY-MASTER
              PERFORM CONVERT-OPEN-PO-FILE
           END-IF
           GOBACK
           .

           MOVE OLD-IM-DESCRIPTION TO IM-ITEM-DESCRIPTION
           MOVE OLD-IM-CATEGORY TO IM-ITEM-CATEGORY
           MOVE OLD-IM-SELLING-PRICE TO IM-SELLING-PRICE
           MOVE OLD-IM-TAXABLE-FLAG TO IM-TAXABLE-FLAG
           MOVE OLD-IM-TAX-RATE TO IM-TAX-RATE
           MOVE "N" TO IM-SERIAL-FLAG
           MOVE ZEROS TO IM-WARRANTY-MONTHS
           WRITE ITEM-MASTER-REC
           COMPUTE ITEM-CONVERT-COUNT = ITEM-CONVERT-COUNT + 1
           PERFORM READ-OLD-ITEM
           .

       CONVERT-ONE-INVENTORY.
           MOVE HOME-SHOP-ID TO INV-SHOP-ID
           MOVE OLD-INV-ITEM-ID TO INV-ITEM-ID
           MOVE OLD-INV-QTY-ON-HAND TO INV-QTY-ON-HAND
           MOVE OLD-INV-REORDER-POINT TO INV-REORDER-POINT
           MOVE OLD-INV-VENDOR-ID TO INV-VENDOR-ID
           MOVE OLD-INV-REORDER-QTY TO INV-REORDER-QTY
           MOVE OLD-INV-LAST-COUNT-DATE TO INV-LAST-COUNT-DATE
           MOVE OLD-INV-UNIT-COST TO INV-UNIT-COST
           WRITE INVENTORY-REC
           COMPUTE INV-CONVERT-COUNT = INV-CONVERT-COUNT + 1
           PERFORM READ-OLD-INVENTORY
           .

       CONVERT-OPEN-PO-FILE.
           OPEN INPUT OLD-OPEN-PO-FILE
           PERFORM READ-OLD-OPEN-PO
           IF END-OF-OLD-PO-FILE
              DISPLAY "MASTER-CONVERT: NO open_po_old.dat - "
                 "OPEN PO CONVERSION SKIPPED"
              CLOSE OLD-OPEN-PO-FILE
           ELSE
              OPEN OUTPUT OPEN-PO-FILE
              PERFORM CONVERT-ONE-OPEN-PO
                 UNTIL END-OF-OLD-PO-FILE
              CLOSE OLD-OPEN-PO-FILE, OPEN-PO-FILE
              DISPLAY "MASTER-CONVERT: OPEN PO RECORDS CONVERTED "
                 PO-CONVERT-COUNT
           END-IF
           .

       CONVERT-ONE-OPEN-PO.
           MOVE OLD-OPO-PO-NUMBER TO OPO-PO-NUMBER
           MOVE OLD-OPO-VENDOR-ID TO OPO-VENDOR-ID
           MOVE OLD-OPO-ITEM-ID TO OPO-ITEM-ID
           MOVE OLD-OPO-QTY-ORDERED TO OPO-QTY-ORDERED
           MOVE OLD-OPO-QTY-RECEIVED TO OPO-QTY-RECEIVED
           MOVE OLD-OPO-ORDER-DATE TO OPO-ORDER-DATE
           MOVE OLD-OPO-STATUS TO OPO-STATUS
           MOVE HOME-SHOP-ID TO OPO-SHOP-ID
           WRITE OPEN-PO-REC
           COMPUTE PO-CONVERT-COUNT = PO-CONVERT-COUNT + 1
           PERFORM READ-OLD-OPEN-PO
           .

       READ-OLD-MEMBER.
           READ OLD-MEMBER-FILE
           AT END
              SET END-OF-OLD-INV-FILE TO TRUE
           END-READ
           .

       READ-OLD-OPEN-PO.
           READ OLD-OPEN-PO-FILE
           AT END
              SET END-OF-OLD-PO-FILE TO TRUE
           END-READ
           .
