       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-TRANSIT-REPORT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSFER-FILE ASSIGN TO
                 "inventory_transfer.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TR-TRANSFER-NUMBER.
           SELECT TRANSIT-REPORT-FILE ASSIGN TO "stock_transit.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  TRANSIT-REPORT-FILE.
       01 TRANSIT-PRINT-LINE            PIC X(80).
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
             "Rolling Greens Pro Shop - Stock Transfers In Transit".
       01 PRN-AS-OF-LINE.
          05 FILLER                     PIC X(11)      VALUE
                "As of date ".
          05 PRN-AS-OF-DATE             PIC 9(8).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Transfer   From  To    ItemID       Qty   Cost Value  Ship
      -      "ped   Days".
       01 LATE-SECTION-HEADING          PIC X(45)      VALUE
             "TRANSFERS IN TRANSIT MORE THAN 3 DAYS".
       01 AS-OF-DATE-TEXT               PIC X(8)       VALUE SPACES.
       01 AS-OF-DATE                    PIC 9(8)       VALUE ZEROS.
       01 AS-OF-DAY-NUMBER              PIC 9(7)       VALUE ZEROS.
       01 SHIP-DAY-NUMBER               PIC 9(7)       VALUE ZEROS.
       01 DAYS-IN-TRANSIT               PIC S9(7)      VALUE ZEROS.
       01 TRANSIT-VALUE                 PIC 9(9)V99    VALUE ZEROS.
       01 TRANSIT-VALUE-TOTAL           PIC 9(9)V99    VALUE ZEROS.
       01 TRANSFER-EOF-SWITCH           PIC X          VALUE "N".
          88 END-OF-TRANSFER-FILE                      VALUE "Y".
       01 TRANSIT-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 LATE-COUNT                    PIC 9(5)       VALUE ZEROS.
       01 PRN-TRANSIT-DETAIL-LINE.
          05 PRN-TRN-TRANSFER-NUMBER    PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TRN-FROM-SHOP-ID       PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TRN-TO-SHOP-ID         PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TRN-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TRN-QTY                PIC Z(6)9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TRN-VALUE              PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-TRN-SHIP-DATE          PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TRN-DAYS               PIC ZZZZ9.
       01 PRN-TRANSIT-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Transfers in transit    ".
          05 PRN-TRANSIT-COUNT          PIC ZZZZ9.
          05 FILLER                     PIC X(9)       VALUE
                "  Value  ".
          05 PRN-TRANSIT-VALUE-TOTAL    PIC $$$,$$$,$$9.99.
       01 PRN-LATE-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Transfers past 3 days   ".
          05 PRN-LATE-COUNT             PIC ZZZZ9.
       01 LATE-TABLE.
          05 LATE-ENTRY                 OCCURS 200 TIMES.
             10 LATE-PRINT-IMAGE        PIC X(80).
       01 LATE-INDEX                    PIC 9(3)       VALUE ZEROS.
       01 LATE-PRINT-INDEX              PIC 9(3)       VALUE ZEROS.

       PROCEDURE DIVISION.
       STOCK-TRANSIT-PROCESS.
           PERFORM INITIALIZE-AS-OF-DATE
           OPEN INPUT TRANSFER-FILE
           OPEN OUTPUT TRANSIT-REPORT-FILE
           WRITE TRANSIT-PRINT-LINE FROM PAGE-HEADER
           MOVE AS-OF-DATE TO PRN-AS-OF-DATE
           WRITE TRANSIT-PRINT-LINE FROM PRN-AS-OF-LINE
           WRITE TRANSIT-PRINT-LINE FROM COLUMN-HEADING
           MOVE LOW-VALUES TO TR-TRANSFER-NUMBER
           START TRANSFER-FILE KEY IS NOT LESS THAN TR-TRANSFER-NUMBER
              INVALID KEY
                 SET END-OF-TRANSFER-FILE TO TRUE
           END-START
           IF NOT END-OF-TRANSFER-FILE
              PERFORM READ-NEXT-TRANSFER
           END-IF
           PERFORM REPORT-TRANSFER UNTIL END-OF-TRANSFER-FILE
           PERFORM WRITE-LATE-SECTION
           MOVE SPACES TO TRANSIT-PRINT-LINE
           WRITE TRANSIT-PRINT-LINE
           MOVE TRANSIT-COUNT TO PRN-TRANSIT-COUNT
           MOVE TRANSIT-VALUE-TOTAL TO PRN-TRANSIT-VALUE-TOTAL
           WRITE TRANSIT-PRINT-LINE FROM PRN-TRANSIT-TOTAL-LINE
           MOVE LATE-COUNT TO PRN-LATE-COUNT
           WRITE TRANSIT-PRINT-LINE FROM PRN-LATE-TOTAL-LINE
           CLOSE TRANSFER-FILE, TRANSIT-REPORT-FILE
           GOBACK
           .

       INITIALIZE-AS-OF-DATE.
           ACCEPT AS-OF-DATE-TEXT FROM COMMAND-LINE
           IF AS-OF-DATE-TEXT = SPACES
              ACCEPT AS-OF-DATE-TEXT FROM ENVIRONMENT
                 "STOCK_TRANSIT_AS_OF"
           END-IF
           IF AS-OF-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO AS-OF-DATE-TEXT
              END-IF
           END-IF
           IF AS-OF-DATE-TEXT IS NUMERIC
                 AND AS-OF-DATE-TEXT NOT = SPACES
              MOVE AS-OF-DATE-TEXT TO AS-OF-DATE
           ELSE
              DISPLAY "STOCK-TRANSIT-REPORT: AS-OF DATE REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE AS-OF-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(AS-OF-DATE)
           IF AS-OF-DAY-NUMBER = ZEROS
              DISPLAY "STOCK-TRANSIT-REPORT: AS-OF DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       REPORT-TRANSFER.
           IF TRANSFER-IN-TRANSIT
              PERFORM WRITE-TRANSIT-DETAIL
           END-IF
           PERFORM READ-NEXT-TRANSFER
           .

       WRITE-TRANSIT-DETAIL.
           COMPUTE SHIP-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(TR-SHIP-DATE)
           IF SHIP-DAY-NUMBER = ZEROS
              MOVE 999 TO DAYS-IN-TRANSIT
           ELSE
              COMPUTE DAYS-IN-TRANSIT =
                 AS-OF-DAY-NUMBER - SHIP-DAY-NUMBER
           END-IF
           COMPUTE TRANSIT-VALUE = TR-QTY-SHIPPED * TR-UNIT-COST
           MOVE TR-TRANSFER-NUMBER TO PRN-TRN-TRANSFER-NUMBER
           MOVE TR-FROM-SHOP-ID TO PRN-TRN-FROM-SHOP-ID
           MOVE TR-TO-SHOP-ID TO PRN-TRN-TO-SHOP-ID
           MOVE TR-ITEM-ID TO PRN-TRN-ITEM-ID
           MOVE TR-QTY-SHIPPED TO PRN-TRN-QTY
           MOVE TRANSIT-VALUE TO PRN-TRN-VALUE
           MOVE TR-SHIP-DATE TO PRN-TRN-SHIP-DATE
           MOVE DAYS-IN-TRANSIT TO PRN-TRN-DAYS
           WRITE TRANSIT-PRINT-LINE FROM PRN-TRANSIT-DETAIL-LINE
           COMPUTE TRANSIT-COUNT = TRANSIT-COUNT + 1
           COMPUTE TRANSIT-VALUE-TOTAL =
              TRANSIT-VALUE-TOTAL + TRANSIT-VALUE
           IF DAYS-IN-TRANSIT > 3
              COMPUTE LATE-COUNT = LATE-COUNT + 1
              IF LATE-INDEX < 200
                 COMPUTE LATE-INDEX = LATE-INDEX + 1
                 MOVE PRN-TRANSIT-DETAIL-LINE TO
                    LATE-PRINT-IMAGE(LATE-INDEX)
              END-IF
           END-IF
           .

       WRITE-LATE-SECTION.
           IF LATE-INDEX > ZEROS
              MOVE SPACES TO TRANSIT-PRINT-LINE
              WRITE TRANSIT-PRINT-LINE
              WRITE TRANSIT-PRINT-LINE FROM LATE-SECTION-HEADING
              MOVE ZEROS TO LATE-PRINT-INDEX
              PERFORM WRITE-LATE-DETAIL
                 UNTIL LATE-PRINT-INDEX >= LATE-INDEX
           END-IF
           .

       WRITE-LATE-DETAIL.
           COMPUTE LATE-PRINT-INDEX = LATE-PRINT-INDEX + 1
           WRITE TRANSIT-PRINT-LINE FROM
              LATE-PRINT-IMAGE(LATE-PRINT-INDEX)
           .

       READ-NEXT-TRANSFER.
           READ TRANSFER-FILE NEXT RECORD
              AT END
                 SET END-OF-TRANSFER-FILE TO TRUE
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
