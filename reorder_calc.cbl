           SELECT INVENTORY-FILE ASSIGN TO "inventory.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS INV-KEY.
           SELECT OPTIONAL ITEM-HISTORY-FILE ASSIGN TO
                 "item_sales_history.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SHOP-MASTER-FILE ASSIGN TO "shop_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS SM-SHOP-ID.
           SELECT REORDER-REPORT-FILE ASSIGN TO "reorder_calc.rpt"
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
                SIGN IS TRAILING SEPARATE CHARACTER.
          05 IH-REVENUE                 PIC S9(9)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
       FD  SHOP-MASTER-FILE.
       01 SHOP-MASTER-REC.
          05 SM-SHOP-ID                 PIC X(5).
          05 SM-SHOP-LOCATION           PIC X(30).
       FD  REORDER-REPORT-FILE.
       01 REORDER-PRINT-LINE            PIC X(90).
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
       01 PAGE-HEADER                   PIC X(60)      VALUE
          05 PRN-AS-OF-DATE             PIC 9(8).
          05 FILLER                     PIC X(7)       VALUE "  Mode ".
          05 PRN-RUN-MODE               PIC X(6).
          05 FILLER                     PIC X(7)       VALUE "  Shop ".
          05 PRN-RUN-SHOP-ID            PIC X(5).
       01 COLUMN-HEADING                PIC X(85)      VALUE
             "Shop  ItemID   13wk Qty  Wk Velocity  Old RP   New RP  Old
      -      " RQ  New RQ  Action".
       01 PARM-TEXT                     PIC X(21)      VALUE SPACES.
       01 CALC-SHOP-ID                  PIC X(5)       VALUE SPACES.
          88 CALC-ALL-SHOPS                            VALUE SPACES.
       01 AS-OF-DATE-TEXT               PIC X(8)       VALUE SPACES.
       01 CURRENT-BUSINESS-DATE         PIC 9(8)       VALUE ZEROS.
       01 RUN-MODE-TEXT                 PIC X(6)       VALUE SPACES.
          88 APPLY-MODE                                VALUE "APPLY".
       01 AS-OF-DATE                    PIC 9(8)       VALUE ZEROS.
       01 NEW-REORDER-QTY               PIC 9(7)       VALUE ZEROS.
       01 CHANGED-ITEM-COUNT            PIC 9(5)       VALUE ZEROS.
       01 PRN-REORDER-DETAIL-LINE.
          05 PRN-RC-SHOP-ID             PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RC-ITEM-ID             PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RC-TRAILING-QTY        PIC -(6)9.
           ELSE
              MOVE "REVIEW" TO PRN-RUN-MODE
           END-IF
           IF CALC-ALL-SHOPS
              MOVE "ALL" TO PRN-RUN-SHOP-ID
           ELSE
              MOVE CALC-SHOP-ID TO PRN-RUN-SHOP-ID
           END-IF
           WRITE REORDER-PRINT-LINE FROM PRN-AS-OF-LINE
           WRITE REORDER-PRINT-LINE FROM COLUMN-HEADING
           MOVE LOW-VALUES TO INV-KEY
           IF NOT CALC-ALL-SHOPS
              MOVE CALC-SHOP-ID TO INV-SHOP-ID
           END-IF
           START INVENTORY-FILE KEY IS NOT LESS THAN INV-KEY
              INVALID KEY
                 SET END-OF-INVENTORY-FILE TO TRUE
           END-START
              PERFORM READ-NEXT-INVENTORY
           END-IF
           PERFORM RECALCULATE-ITEM UNTIL END-OF-INVENTORY-FILE
              OR (NOT CALC-ALL-SHOPS AND INV-SHOP-ID NOT = CALC-SHOP-ID)
           MOVE SPACES TO REORDER-PRINT-LINE
           WRITE REORDER-PRINT-LINE
           MOVE CHANGED-ITEM-COUNT TO PRN-RC-CHANGED-COUNT
       INITIALIZE-CALC-PARMS.
           ACCEPT PARM-TEXT FROM COMMAND-LINE
           UNSTRING PARM-TEXT DELIMITED BY ALL SPACES
              INTO AS-OF-DATE-TEXT, RUN-MODE-TEXT, CALC-SHOP-ID
           IF AS-OF-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO AS-OF-DATE-TEXT
              END-IF
           END-IF
           IF AS-OF-DATE-TEXT IS NUMERIC
                 AND AS-OF-DATE-TEXT NOT = SPACES
              MOVE AS-OF-DATE-TEXT TO AS-OF-DATE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF NOT CALC-ALL-SHOPS
              OPEN INPUT SHOP-MASTER-FILE
              MOVE CALC-SHOP-ID TO SM-SHOP-ID
              READ SHOP-MASTER-FILE
                 INVALID KEY
                    DISPLAY "REORDER-CALC: UNKNOWN SHOP ID "
                       CALC-SHOP-ID
                    MOVE 16 TO RETURN-CODE
                    CLOSE SHOP-MASTER-FILE
                    GOBACK
              END-READ
              CLOSE SHOP-MASTER-FILE
           END-IF
           .

       LOAD-TRAILING-VELOCITY.
           .

       WRITE-REORDER-DETAIL.
           MOVE INV-SHOP-ID TO PRN-RC-SHOP-ID
           MOVE INV-ITEM-ID TO PRN-RC-ITEM-ID
           MOVE TRAILING-QTY-SOLD TO PRN-RC-TRAILING-QTY
           MOVE WEEKLY-VELOCITY TO PRN-RC-VELOCITY
                 SET END-OF-INVENTORY-FILE TO TRUE
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
