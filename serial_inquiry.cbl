       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERIAL-INQUIRY.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SERIAL-REGISTRY-FILE ASSIGN TO
                 "serial_registry.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SR-KEY.
           SELECT ITEM-MASTER-FILE ASSIGN TO "item_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IM-ITEM-ID.
           SELECT OPTIONAL SYSTEM-STATUS-FILE ASSIGN TO
                 "system_status.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  SYSTEM-STATUS-FILE.
       01 SYSTEM-STATUS-REC.
          88 END-OF-SYSTEM-STATUS                      VALUE HIGH-VALUES
           .
          05 SS-BATCH-STATUS            PIC X.
             88 BATCH-STREAM-ACTIVE                    VALUE "A".
          05 FILLER                     PIC X.
          05 SS-STATUS-DATE             PIC 9(8).
          05 FILLER                     PIC X.
          05 SS-STATUS-TIME             PIC 9(6).
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
       01 INQUIRY-INPUT                 PIC X(20)      VALUE SPACES.
       01 INQUIRY-TYPE                  PIC X          VALUE SPACE.
          88 INQUIRY-BY-SERIAL                         VALUE "S" "s".
          88 INQUIRY-BY-MEMBER                         VALUE "M" "m".
       01 INQUIRY-SERIAL-NUMBER         PIC X(10)      VALUE SPACES.
       01 INQUIRY-MEMBER-ID             PIC X(5)       VALUE SPACES.
       01 INQUIRY-DONE-SWITCH           PIC X          VALUE "N".
          88 INQUIRY-DONE                              VALUE "Y".
       01 SERIAL-EOF-SWITCH             PIC X          VALUE "N".
          88 END-OF-SERIAL-REGISTRY                    VALUE "Y".
       01 BROWSE-MATCH-COUNT            PIC 9(3)       VALUE ZEROS.
       01 BROWSE-MATCH-LIMIT            PIC 9(3)       VALUE 20.
       01 INQUIRY-COLUMN-HEADING        PIC X(95)      VALUE
             "ItemID   Description          Serial     Shop  Status     
      -      " Member Sold     Expires  Warranty".
       01 PRN-INQUIRY-DETAIL-LINE.
          05 PRN-INQ-ITEM-ID            PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-INQ-DESCRIPTION        PIC X(20).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-INQ-SERIAL-NUMBER      PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-INQ-SHOP-ID            PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-INQ-STATUS-TEXT        PIC X(11).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-INQ-MEMBER-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-INQ-SALE-DATE          PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-INQ-EXPIRY-DATE        PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-INQ-WARRANTY-TEXT      PIC X(11).

       PROCEDURE DIVISION.
       SERIAL-INQUIRY-PROCESS.
           PERFORM CHECK-SYSTEM-STATUS
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE = ZEROS
              ACCEPT CURRENT-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT SERIAL-REGISTRY-FILE
           OPEN INPUT ITEM-MASTER-FILE
           PERFORM PROMPT-AND-ANSWER UNTIL INQUIRY-DONE
           CLOSE SERIAL-REGISTRY-FILE, ITEM-MASTER-FILE
           GOBACK
           .

       CHECK-SYSTEM-STATUS.
           OPEN INPUT SYSTEM-STATUS-FILE
           READ SYSTEM-STATUS-FILE
           AT END
              SET END-OF-SYSTEM-STATUS TO TRUE
           END-READ
           CLOSE SYSTEM-STATUS-FILE
           IF NOT END-OF-SYSTEM-STATUS AND BATCH-STREAM-ACTIVE
              ACCEPT STATUS-OVERRIDE-TEXT FROM ENVIRONMENT
                 "SYSTEM_STATUS_OVERRIDE"
              IF STATUS-OVERRIDE-TEXT = "Y"
                 DISPLAY "SERIAL-INQUIRY: BATCH IN PROGRESS - "
                    "OPERATOR OVERRIDE IN EFFECT"
              ELSE
                 DISPLAY "SERIAL-INQUIRY: BATCH STREAM IN PROGRESS"
                    " - TRY AGAIN LATER"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           .

       PROMPT-AND-ANSWER.
           DISPLAY "ENTER S SERIAL, M MEMBER ID, OR X TO EXIT:"
           MOVE SPACES TO INQUIRY-INPUT
           ACCEPT INQUIRY-INPUT
           MOVE INQUIRY-INPUT(1:1) TO INQUIRY-TYPE
           EVALUATE TRUE
              WHEN INQUIRY-INPUT = SPACES
                 SET INQUIRY-DONE TO TRUE
              WHEN INQUIRY-INPUT = "X" OR INQUIRY-INPUT = "x"
                 SET INQUIRY-DONE TO TRUE
              WHEN INQUIRY-INPUT(3:18) = SPACES
                 DISPLAY "ENTER A SERIAL NUMBER OR MEMBER ID"
              WHEN INQUIRY-BY-SERIAL OR INQUIRY-BY-MEMBER
                 PERFORM ANSWER-ONE-INQUIRY
              WHEN OTHER
                 DISPLAY "ENTER S OR M FOLLOWED BY A SPACE"
           END-EVALUATE
           .

       ANSWER-ONE-INQUIRY.
           MOVE INQUIRY-INPUT(3:10) TO INQUIRY-SERIAL-NUMBER
           MOVE INQUIRY-INPUT(3:5) TO INQUIRY-MEMBER-ID
           MOVE "N" TO SERIAL-EOF-SWITCH
           MOVE ZEROS TO BROWSE-MATCH-COUNT
           MOVE LOW-VALUES TO SR-KEY
           START SERIAL-REGISTRY-FILE KEY IS NOT LESS THAN SR-KEY
              INVALID KEY
                 SET END-OF-SERIAL-REGISTRY TO TRUE
           END-START
           IF NOT END-OF-SERIAL-REGISTRY
              PERFORM READ-NEXT-SERIAL
           END-IF
           PERFORM MATCH-SERIAL-RECORD UNTIL END-OF-SERIAL-REGISTRY
              OR BROWSE-MATCH-COUNT >= BROWSE-MATCH-LIMIT
           IF BROWSE-MATCH-COUNT = ZEROS
              DISPLAY "NO SERIAL NUMBER FOUND"
           END-IF
           IF BROWSE-MATCH-COUNT >= BROWSE-MATCH-LIMIT
              DISPLAY "LIST TRUNCATED - FIRST 20 SHOWN"
           END-IF
           .

       MATCH-SERIAL-RECORD.
           IF (INQUIRY-BY-SERIAL
                 AND SR-SERIAL-NUMBER = INQUIRY-SERIAL-NUMBER)
              OR (INQUIRY-BY-MEMBER
                 AND SR-MEMBER-ID = INQUIRY-MEMBER-ID)
              IF BROWSE-MATCH-COUNT = ZEROS
                 DISPLAY INQUIRY-COLUMN-HEADING
              END-IF
              PERFORM DISPLAY-SERIAL-DETAIL
              COMPUTE BROWSE-MATCH-COUNT = BROWSE-MATCH-COUNT + 1
           END-IF
           PERFORM READ-NEXT-SERIAL
           .

       DISPLAY-SERIAL-DETAIL.
           MOVE SR-ITEM-ID TO IM-ITEM-ID
           READ ITEM-MASTER-FILE
              INVALID KEY
                 MOVE "** NOT ON MASTER **" TO IM-ITEM-DESCRIPTION
           END-READ
           MOVE SR-ITEM-ID TO PRN-INQ-ITEM-ID
           MOVE IM-ITEM-DESCRIPTION TO PRN-INQ-DESCRIPTION
           MOVE SR-SERIAL-NUMBER TO PRN-INQ-SERIAL-NUMBER
           MOVE SR-SHOP-ID TO PRN-INQ-SHOP-ID
           EVALUATE TRUE
              WHEN SR-IN-STOCK
                 MOVE "IN STOCK" TO PRN-INQ-STATUS-TEXT
              WHEN SR-IN-TRANSIT
                 MOVE "IN TRANSIT" TO PRN-INQ-STATUS-TEXT
              WHEN SR-SOLD
                 MOVE "SOLD" TO PRN-INQ-STATUS-TEXT
              WHEN SR-RETURNED-TO-VENDOR
                 MOVE "RETURNED" TO PRN-INQ-STATUS-TEXT
              WHEN SR-WRITTEN-OFF
                 MOVE "WRITTEN OFF" TO PRN-INQ-STATUS-TEXT
              WHEN OTHER
                 MOVE "UNKNOWN" TO PRN-INQ-STATUS-TEXT
           END-EVALUATE
           MOVE SR-MEMBER-ID TO PRN-INQ-MEMBER-ID
           MOVE SR-SALE-DATE TO PRN-INQ-SALE-DATE
           MOVE SR-WARRANTY-EXPIRY-DATE TO PRN-INQ-EXPIRY-DATE
           EVALUATE TRUE
              WHEN NOT SR-SOLD
                 MOVE "NOT SOLD" TO PRN-INQ-WARRANTY-TEXT
              WHEN SR-WARRANTY-EXPIRY-DATE = ZEROS
                 MOVE "NO WARRANTY" TO PRN-INQ-WARRANTY-TEXT
              WHEN SR-WARRANTY-EXPIRY-DATE < CURRENT-BUSINESS-DATE
                 MOVE "EXPIRED" TO PRN-INQ-WARRANTY-TEXT
              WHEN OTHER
                 MOVE "IN WARRANTY" TO PRN-INQ-WARRANTY-TEXT
           END-EVALUATE
           DISPLAY PRN-INQUIRY-DETAIL-LINE
           .

       READ-NEXT-SERIAL.
           READ SERIAL-REGISTRY-FILE NEXT RECORD
              AT END
                 SET END-OF-SERIAL-REGISTRY TO TRUE
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
