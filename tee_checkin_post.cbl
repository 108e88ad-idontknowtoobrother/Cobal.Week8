       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEE-CHECKIN-POST.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEE-TIME-FILE ASSIGN TO "tee_times.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TT-KEY.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS MEMBER-ID.
           SELECT OPTIONAL TEE-CHECKIN-FILE ASSIGN TO "tee_checkin.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEE-RATE-FILE ASSIGN TO "tee_rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MEMBER-CHARGE-FILE ASSIGN TO
                 "member_charges.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
                 "coa_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT CHECKIN-REGISTER-FILE ASSIGN TO "tee_checkin.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TEE-TIME-FILE.
       01 TEE-TIME-REC.
          05 TT-KEY.
             10 TT-TEE-DATE             PIC 9(8).
             10 TT-COURSE-ID            PIC X(2).
             10 TT-TEE-TIME             PIC 9(4).
          05 TT-MEMBER-ID               PIC X(5).
          05 TT-GUEST-COUNT             PIC 9.
          05 TT-GUEST-NAME              PIC X(15)      OCCURS 3 TIMES.
          05 TT-CART-FLAG               PIC X.
             88 TT-CART-REQUESTED                      VALUE "Y".
          05 TT-BOOKED-DATE             PIC 9(8).
          05 TT-STATUS                  PIC X.
             88 TEE-TIME-BOOKED                        VALUE "B".
             88 TEE-TIME-CHECKED-IN                    VALUE "C".
             88 TEE-TIME-NO-SHOW                       VALUE "N".
             88 TEE-TIME-CANCELLED                     VALUE "X".
          05 TT-PAYMENT-METHOD          PIC X.
             88 TT-CHARGED-TO-ACCOUNT                  VALUE "A".
             88 TT-PAID-CASH                           VALUE "C".
          05 TT-GUESTS-PLAYED           PIC 9.
          05 TT-FEE-AMOUNT              PIC 9(5)V99.
       FD  MEMBER-FILE.
       01 MEMBER-REC.
          05 MEMBER-ID                  PIC X(5).
          05 MEMBER-NAME                PIC X(20).
          05 MEMBER-TYPE                PIC 9.
          05 MEMBER-GENDER              PIC X.
          05 MEMBER-DUES-AMOUNT         PIC 9(3)V99.
          05 MEMBER-PAYMENT-STATUS      PIC X.
             88 MEMBER-SUSPENDED                       VALUE "S".
          05 MEMBER-AR-BALANCE          PIC S9(5)V99.
          05 MEMBER-BILLED-DATE         PIC 9(8).
          05 MEMBER-CREDIT-LIMIT        PIC 9(5)V99.
          05 MEMBER-INSTALLMENT-PLAN    PIC X.
          05 MEMBER-PRIMARY-ID          PIC X(5).
       FD  TEE-CHECKIN-FILE.
       01 TEE-CHECKIN-REC.
          88 END-OF-TEE-CHECKIN                        VALUE HIGH-VALUES
           .
          05 TCI-TEE-DATE               PIC 9(8).
          05 TCI-COURSE-ID              PIC X(2).
          05 TCI-TEE-TIME               PIC 9(4).
          05 TCI-GUESTS-PLAYED          PIC 9.
          05 TCI-CART-FLAG              PIC X.
          05 TCI-PAYMENT-METHOD         PIC X.
             88 TCI-CHARGE-TO-ACCOUNT                  VALUE "A".
             88 TCI-PAY-CASH                           VALUE "C".
       FD  TEE-RATE-FILE.
       01 TEE-RATE-REC.
          88 END-OF-TEE-RATES                          VALUE HIGH-VALUES
           .
          05 TR-MEMBER-TYPE             PIC 9.
          05 TR-GREENS-FEE              PIC 9(3)V99.
          05 TR-GUEST-FEE               PIC 9(3)V99.
          05 TR-CART-FEE                PIC 9(3)V99.
       FD  MEMBER-CHARGE-FILE.
       01 MEMBER-CHARGE-REC.
          05 CHG-MEMBER-ID              PIC X(5).
          05 CHG-TRANS-DATE             PIC 9(8).
          05 CHG-TYPE                   PIC X.
          05 CHG-ITEM-ID                PIC X(8).
          05 CHG-QTY                    PIC 9(3).
          05 CHG-AMOUNT                 PIC 9(7)V99.
       FD  GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE.
          05 GL-SHOP-ID                 PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 GL-ACCOUNT-CODE            PIC X(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 GL-AMOUNT                  PIC S9(9)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
       FD  CHART-OF-ACCOUNTS-FILE.
       01 COA-ACCOUNT-REC.
          05 COA-ACCOUNT-CODE           PIC X(6).
          05 COA-ACCOUNT-NAME           PIC X(30).
          05 COA-ACCOUNT-TYPE           PIC X.
             88 COA-ASSET                              VALUE "A".
             88 COA-LIABILITY                          VALUE "L".
             88 COA-EQUITY                             VALUE "Q".
             88 COA-REVENUE                            VALUE "R".
             88 COA-EXPENSE                            VALUE "E".
          05 COA-EXTRACT-SIGN           PIC X.
             88 COA-EXTRACT-DEBIT                      VALUE "D".
             88 COA-EXTRACT-CREDIT                     VALUE "C".
          05 COA-OFFSET-ACCOUNT         PIC X(6).
          05 COA-ACCOUNT-STATUS         PIC X.
             88 COA-ACTIVE                             VALUE "A".
             88 COA-INACTIVE                           VALUE "I".
       FD  CHECKIN-REGISTER-FILE.
       01 CHECKIN-REGISTER-LINE         PIC X(80).
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
       01 GL-GOLF-SHOP-ID               PIC X(5)       VALUE "GOLF ".
       01 GL-GREENS-ACCOUNT-CODE        PIC X(6)       VALUE "400300".
       01 GL-GUEST-ACCOUNT-CODE         PIC X(6)       VALUE "400310".
       01 GL-CART-ACCOUNT-CODE          PIC X(6)       VALUE "400320".
       01 GL-AR-ACCOUNT-CODE            PIC X(6)       VALUE "110200".
       01 GL-CHECK-ACCOUNT-CODE         PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH       PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                          VALUE "Y".
       01 TEE-CHARGE-TYPE               PIC X          VALUE "T".
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Tee Time Check-In Register".
       01 PRN-POSTING-DATE-LINE.
          05 FILLER                     PIC X(13)      VALUE
                "Posting date ".
          05 PRN-POSTING-DATE           PIC 9(8).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Crs Time  Memb   Name                 Gst Pay     Greens  
      -      "  Guests     Carts".
       01 NO-SHOW-SECTION-HEADING       PIC X(45)      VALUE
             "BOOKED TEE TIMES MARKED NO-SHOW".
       01 REJECT-SECTION-HEADING        PIC X(45)      VALUE
             "CHECK-INS REJECTED".
       01 POSTING-DATE-TEXT             PIC X(8)       VALUE SPACES.
       01 POSTING-DATE                  PIC 9(8)       VALUE ZEROS.
       01 POSTING-DAY-NUMBER            PIC 9(7)       VALUE ZEROS.
       01 TEE-TIME-EOF-SWITCH           PIC X          VALUE "N".
          88 END-OF-TEE-TIME-FILE                      VALUE "Y".
       01 CHECKIN-VALID-SWITCH          PIC X          VALUE "Y".
          88 CHECKIN-VALID                             VALUE "Y".
          88 CHECKIN-INVALID                           VALUE "N".
       01 CHECKIN-ERROR-TEXT            PIC X(30)      VALUE SPACES.
       01 TEE-RATE-TABLE.
          05 TEE-RATE-ENTRY             OCCURS 9 TIMES.
             10 RT-LOADED-FLAG          PIC X.
                88 RT-RATE-LOADED                      VALUE "Y".
             10 RT-GREENS-FEE           PIC 9(3)V99.
             10 RT-GUEST-FEE            PIC 9(3)V99.
             10 RT-CART-FEE             PIC 9(3)V99.
       01 RATE-INDEX                    PIC 9          VALUE ZEROS.
       01 GREENS-AMOUNT                 PIC 9(5)V99    VALUE ZEROS.
       01 GUEST-AMOUNT                  PIC 9(5)V99    VALUE ZEROS.
       01 CART-AMOUNT                   PIC 9(5)V99    VALUE ZEROS.
       01 CHECKIN-FEE-TOTAL             PIC 9(5)V99    VALUE ZEROS.
       01 CART-RIDERS                   PIC 9          VALUE ZEROS.
       01 GREENS-REVENUE-TOTAL          PIC 9(7)V99    VALUE ZEROS.
       01 GUEST-REVENUE-TOTAL           PIC 9(7)V99    VALUE ZEROS.
       01 CART-REVENUE-TOTAL            PIC 9(7)V99    VALUE ZEROS.
       01 ACCOUNT-FEE-TOTAL             PIC 9(7)V99    VALUE ZEROS.
       01 CASH-FEE-TOTAL                PIC 9(7)V99    VALUE ZEROS.
       01 CHECKED-IN-COUNT              PIC 9(5)       VALUE ZEROS.
       01 NO-SHOW-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 PRN-CHECKIN-DETAIL-LINE.
          05 PRN-CI-COURSE-ID           PIC X(2).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-CI-TEE-TIME            PIC 9(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-CI-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-CI-MEMBER-NAME         PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-CI-GUESTS              PIC 9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-CI-PAYMENT             PIC X(4).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-CI-GREENS              PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-CI-GUEST-FEES          PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-CI-CART-FEES           PIC ZZ,ZZ9.99.
       01 PRN-REJECT-LINE.
          05 PRN-REJ-COURSE-ID          PIC X(2).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-REJ-TEE-TIME           PIC X(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-REJ-MEMBER-ID          PIC X(5).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 PRN-REJ-REASON             PIC X(30).
       01 PRN-CHECKIN-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Checked in              ".
          05 PRN-CHECKED-IN-COUNT       PIC ZZZZ9.
       01 PRN-NO-SHOW-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Marked no-show          ".
          05 PRN-NO-SHOW-COUNT          PIC ZZZZ9.
       01 PRN-REJECTED-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Check-ins rejected      ".
          05 PRN-REJECTED-COUNT         PIC ZZZZ9.
       01 PRN-AMOUNT-TOTAL-LINE.
          05 PRN-AMOUNT-LABEL           PIC X(24).
          05 PRN-AMOUNT-VALUE           PIC $$$,$$$,$$9.99.
       01 REJECT-TABLE.
          05 REJECT-ENTRY               OCCURS 200 TIMES.
             10 REJECT-PRINT-IMAGE      PIC X(80).
       01 REJECT-INDEX                  PIC 9(3)       VALUE ZEROS.
       01 REJECT-PRINT-INDEX            PIC 9(3)       VALUE ZEROS.
       01 NO-SHOW-TABLE.
          05 NO-SHOW-ENTRY              OCCURS 200 TIMES.
             10 NO-SHOW-PRINT-IMAGE     PIC X(80).
       01 NO-SHOW-INDEX                 PIC 9(3)       VALUE ZEROS.
       01 NO-SHOW-PRINT-INDEX           PIC 9(3)       VALUE ZEROS.

       PROCEDURE DIVISION.
       TEE-CHECKIN-PROCESS.
           PERFORM INITIALIZE-POSTING-DATE
           PERFORM VALIDATE-GL-ACCOUNTS
           PERFORM LOAD-TEE-RATE-TABLE
           OPEN I-O TEE-TIME-FILE
           OPEN I-O MEMBER-FILE
           OPEN INPUT TEE-CHECKIN-FILE
           OPEN EXTEND MEMBER-CHARGE-FILE
           OPEN EXTEND GL-EXTRACT-FILE
           OPEN OUTPUT CHECKIN-REGISTER-FILE
           WRITE CHECKIN-REGISTER-LINE FROM PAGE-HEADER
           MOVE POSTING-DATE TO PRN-POSTING-DATE
           WRITE CHECKIN-REGISTER-LINE FROM PRN-POSTING-DATE-LINE
           WRITE CHECKIN-REGISTER-LINE FROM COLUMN-HEADING
           PERFORM READ-TEE-CHECKIN
           PERFORM PROCESS-TEE-CHECKIN UNTIL END-OF-TEE-CHECKIN
           PERFORM MARK-NO-SHOWS
           PERFORM WRITE-NO-SHOW-SECTION
           PERFORM WRITE-REJECT-SECTION
           PERFORM WRITE-CHECKIN-TOTALS
           PERFORM WRITE-GL-TEE-RECORDS
           CLOSE TEE-TIME-FILE, MEMBER-FILE, TEE-CHECKIN-FILE,
                 MEMBER-CHARGE-FILE, GL-EXTRACT-FILE,
                 CHECKIN-REGISTER-FILE
           GOBACK
           .

       INITIALIZE-POSTING-DATE.
           ACCEPT POSTING-DATE-TEXT FROM COMMAND-LINE
           IF POSTING-DATE-TEXT = SPACES
              ACCEPT POSTING-DATE-TEXT FROM ENVIRONMENT
                 "TEE_CHECKIN_DATE"
           END-IF
           IF POSTING-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO POSTING-DATE-TEXT
              END-IF
           END-IF
           IF POSTING-DATE-TEXT IS NUMERIC
                 AND POSTING-DATE-TEXT NOT = SPACES
              MOVE POSTING-DATE-TEXT TO POSTING-DATE
           ELSE
              DISPLAY "TEE-CHECKIN-POST: POSTING DATE REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE POSTING-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(POSTING-DATE)
           IF POSTING-DAY-NUMBER = ZEROS
              DISPLAY "TEE-CHECKIN-POST: POSTING DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       LOAD-TEE-RATE-TABLE.
           MOVE ZEROS TO RATE-INDEX
           PERFORM CLEAR-TEE-RATE-ENTRY UNTIL RATE-INDEX >= 9
           OPEN INPUT TEE-RATE-FILE
           PERFORM READ-TEE-RATE
           PERFORM STORE-TEE-RATE UNTIL END-OF-TEE-RATES
           CLOSE TEE-RATE-FILE
           .

       CLEAR-TEE-RATE-ENTRY.
           COMPUTE RATE-INDEX = RATE-INDEX + 1
           MOVE "N" TO RT-LOADED-FLAG(RATE-INDEX)
           MOVE ZEROS TO RT-GREENS-FEE(RATE-INDEX)
           MOVE ZEROS TO RT-GUEST-FEE(RATE-INDEX)
           MOVE ZEROS TO RT-CART-FEE(RATE-INDEX)
           .

       STORE-TEE-RATE.
           IF TR-MEMBER-TYPE IS NUMERIC AND TR-MEMBER-TYPE > ZERO
              MOVE TR-MEMBER-TYPE TO RATE-INDEX
              MOVE "Y" TO RT-LOADED-FLAG(RATE-INDEX)
              MOVE TR-GREENS-FEE TO RT-GREENS-FEE(RATE-INDEX)
              MOVE TR-GUEST-FEE TO RT-GUEST-FEE(RATE-INDEX)
              MOVE TR-CART-FEE TO RT-CART-FEE(RATE-INDEX)
           END-IF
           PERFORM READ-TEE-RATE
           .

       PROCESS-TEE-CHECKIN.
           PERFORM VALIDATE-TEE-CHECKIN
           IF CHECKIN-VALID
              PERFORM POST-TEE-CHECKIN
           ELSE
              PERFORM SAVE-CHECKIN-REJECT
           END-IF
           PERFORM READ-TEE-CHECKIN
           .

       VALIDATE-TEE-CHECKIN.
           SET CHECKIN-VALID TO TRUE
           MOVE SPACES TO CHECKIN-ERROR-TEXT
           MOVE SPACES TO MEMBER-ID
           IF TCI-TEE-DATE NOT = POSTING-DATE
              SET CHECKIN-INVALID TO TRUE
              MOVE "NOT FOR POSTING DATE" TO CHECKIN-ERROR-TEXT
           END-IF
           IF CHECKIN-VALID
              MOVE TCI-TEE-DATE TO TT-TEE-DATE
              MOVE TCI-COURSE-ID TO TT-COURSE-ID
              MOVE TCI-TEE-TIME TO TT-TEE-TIME
              READ TEE-TIME-FILE
                 INVALID KEY
                    SET CHECKIN-INVALID TO TRUE
                    MOVE "TEE TIME NOT BOOKED" TO CHECKIN-ERROR-TEXT
              END-READ
           END-IF
           IF CHECKIN-VALID
              EVALUATE TRUE
                 WHEN TEE-TIME-CANCELLED
                    SET CHECKIN-INVALID TO TRUE
                    MOVE "TEE TIME CANCELLED" TO CHECKIN-ERROR-TEXT
                 WHEN TEE-TIME-CHECKED-IN
                    SET CHECKIN-INVALID TO TRUE
                    MOVE "ALREADY CHECKED IN" TO CHECKIN-ERROR-TEXT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF CHECKIN-VALID
              IF TCI-GUESTS-PLAYED IS NOT NUMERIC
                    OR TCI-GUESTS-PLAYED > 3
                 SET CHECKIN-INVALID TO TRUE
                 MOVE "INVALID GUEST COUNT" TO CHECKIN-ERROR-TEXT
              END-IF
           END-IF
           IF CHECKIN-VALID
                 AND NOT TCI-CHARGE-TO-ACCOUNT AND NOT TCI-PAY-CASH
              SET CHECKIN-INVALID TO TRUE
              MOVE "INVALID PAYMENT METHOD" TO CHECKIN-ERROR-TEXT
           END-IF
           IF CHECKIN-VALID
              MOVE TT-MEMBER-ID TO MEMBER-ID
              READ MEMBER-FILE
                 INVALID KEY
                    SET CHECKIN-INVALID TO TRUE
                    MOVE "MEMBER NOT FOUND" TO CHECKIN-ERROR-TEXT
              END-READ
           END-IF
           IF CHECKIN-VALID
              IF MEMBER-TYPE IS NOT NUMERIC OR MEMBER-TYPE = ZERO
                 SET CHECKIN-INVALID TO TRUE
                 MOVE "NO TEE RATE FOR MEMBER TYPE" TO
                    CHECKIN-ERROR-TEXT
              ELSE
                 MOVE MEMBER-TYPE TO RATE-INDEX
                 IF NOT RT-RATE-LOADED(RATE-INDEX)
                    SET CHECKIN-INVALID TO TRUE
                    MOVE "NO TEE RATE FOR MEMBER TYPE" TO
                       CHECKIN-ERROR-TEXT
                 END-IF
              END-IF
           END-IF
           IF CHECKIN-VALID
              PERFORM COMPUTE-CHECKIN-FEES
              IF TCI-CHARGE-TO-ACCOUNT AND MEMBER-SUSPENDED
                 SET CHECKIN-INVALID TO TRUE
                 MOVE "CHARGES SUSPENDED" TO CHECKIN-ERROR-TEXT
              END-IF
           END-IF
           IF CHECKIN-VALID
              IF TCI-CHARGE-TO-ACCOUNT
                    AND MEMBER-CREDIT-LIMIT IS NUMERIC
                    AND MEMBER-CREDIT-LIMIT > ZEROS
                    AND MEMBER-AR-BALANCE + CHECKIN-FEE-TOTAL >
                       MEMBER-CREDIT-LIMIT
                 SET CHECKIN-INVALID TO TRUE
                 MOVE "OVER CREDIT LIMIT" TO CHECKIN-ERROR-TEXT
              END-IF
           END-IF
           .

       COMPUTE-CHECKIN-FEES.
           MOVE RT-GREENS-FEE(RATE-INDEX) TO GREENS-AMOUNT
           COMPUTE GUEST-AMOUNT =
              RT-GUEST-FEE(RATE-INDEX) * TCI-GUESTS-PLAYED
           IF TCI-CART-FLAG = "Y"
              COMPUTE CART-RIDERS = TCI-GUESTS-PLAYED + 1
              COMPUTE CART-AMOUNT =
                 RT-CART-FEE(RATE-INDEX) * CART-RIDERS
           ELSE
              MOVE ZEROS TO CART-RIDERS
              MOVE ZEROS TO CART-AMOUNT
           END-IF
           COMPUTE CHECKIN-FEE-TOTAL =
              GREENS-AMOUNT + GUEST-AMOUNT + CART-AMOUNT
           .

       POST-TEE-CHECKIN.
           IF TCI-CHARGE-TO-ACCOUNT
              COMPUTE MEMBER-AR-BALANCE = MEMBER-AR-BALANCE +
                 CHECKIN-FEE-TOTAL
              REWRITE MEMBER-REC
              MOVE "GREENFEE" TO CHG-ITEM-ID
              MOVE 1 TO CHG-QTY
              MOVE GREENS-AMOUNT TO CHG-AMOUNT
              PERFORM WRITE-TEE-CHARGE-TRANS
              MOVE "GUESTFEE" TO CHG-ITEM-ID
              MOVE TCI-GUESTS-PLAYED TO CHG-QTY
              MOVE GUEST-AMOUNT TO CHG-AMOUNT
              PERFORM WRITE-TEE-CHARGE-TRANS
              MOVE "CARTFEE" TO CHG-ITEM-ID
              MOVE CART-RIDERS TO CHG-QTY
              MOVE CART-AMOUNT TO CHG-AMOUNT
              PERFORM WRITE-TEE-CHARGE-TRANS
              COMPUTE ACCOUNT-FEE-TOTAL = ACCOUNT-FEE-TOTAL +
                 CHECKIN-FEE-TOTAL
              MOVE "ACCT" TO PRN-CI-PAYMENT
           ELSE
              COMPUTE CASH-FEE-TOTAL = CASH-FEE-TOTAL +
                 CHECKIN-FEE-TOTAL
              MOVE "CASH" TO PRN-CI-PAYMENT
           END-IF
           SET TEE-TIME-CHECKED-IN TO TRUE
           MOVE TCI-PAYMENT-METHOD TO TT-PAYMENT-METHOD
           MOVE TCI-GUESTS-PLAYED TO TT-GUESTS-PLAYED
           IF TCI-CART-FLAG = "Y"
              MOVE "Y" TO TT-CART-FLAG
           ELSE
              MOVE "N" TO TT-CART-FLAG
           END-IF
           MOVE CHECKIN-FEE-TOTAL TO TT-FEE-AMOUNT
           REWRITE TEE-TIME-REC
           COMPUTE GREENS-REVENUE-TOTAL = GREENS-REVENUE-TOTAL +
              GREENS-AMOUNT
           COMPUTE GUEST-REVENUE-TOTAL = GUEST-REVENUE-TOTAL +
              GUEST-AMOUNT
           COMPUTE CART-REVENUE-TOTAL = CART-REVENUE-TOTAL +
              CART-AMOUNT
           COMPUTE CHECKED-IN-COUNT = CHECKED-IN-COUNT + 1
           MOVE TT-COURSE-ID TO PRN-CI-COURSE-ID
           MOVE TT-TEE-TIME TO PRN-CI-TEE-TIME
           MOVE TT-MEMBER-ID TO PRN-CI-MEMBER-ID
           MOVE MEMBER-NAME TO PRN-CI-MEMBER-NAME
           MOVE TCI-GUESTS-PLAYED TO PRN-CI-GUESTS
           MOVE GREENS-AMOUNT TO PRN-CI-GREENS
           MOVE GUEST-AMOUNT TO PRN-CI-GUEST-FEES
           MOVE CART-AMOUNT TO PRN-CI-CART-FEES
           WRITE CHECKIN-REGISTER-LINE FROM PRN-CHECKIN-DETAIL-LINE
           .

       WRITE-TEE-CHARGE-TRANS.
           IF CHG-AMOUNT > ZEROS
              MOVE MEMBER-ID TO CHG-MEMBER-ID
              MOVE POSTING-DATE TO CHG-TRANS-DATE
              MOVE TEE-CHARGE-TYPE TO CHG-TYPE
              WRITE MEMBER-CHARGE-REC
           END-IF
           .

       SAVE-CHECKIN-REJECT.
           COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1
           MOVE TCI-COURSE-ID TO PRN-REJ-COURSE-ID
           MOVE TCI-TEE-TIME TO PRN-REJ-TEE-TIME
           MOVE MEMBER-ID TO PRN-REJ-MEMBER-ID
           MOVE CHECKIN-ERROR-TEXT TO PRN-REJ-REASON
           IF REJECT-INDEX < 200
              COMPUTE REJECT-INDEX = REJECT-INDEX + 1
              MOVE PRN-REJECT-LINE TO REJECT-PRINT-IMAGE(REJECT-INDEX)
           END-IF
           .

       MARK-NO-SHOWS.
           MOVE POSTING-DATE TO TT-TEE-DATE
           MOVE LOW-VALUES TO TT-COURSE-ID
           MOVE ZEROS TO TT-TEE-TIME
           START TEE-TIME-FILE KEY IS NOT LESS THAN TT-KEY
              INVALID KEY
                 SET END-OF-TEE-TIME-FILE TO TRUE
           END-START
           IF NOT END-OF-TEE-TIME-FILE
              PERFORM READ-NEXT-TEE-TIME
           END-IF
           PERFORM CHECK-NO-SHOW UNTIL END-OF-TEE-TIME-FILE
              OR TT-TEE-DATE NOT = POSTING-DATE
           .

       CHECK-NO-SHOW.
           IF TEE-TIME-BOOKED
              SET TEE-TIME-NO-SHOW TO TRUE
              REWRITE TEE-TIME-REC
              COMPUTE NO-SHOW-COUNT = NO-SHOW-COUNT + 1
              MOVE TT-COURSE-ID TO PRN-REJ-COURSE-ID
              MOVE TT-TEE-TIME TO PRN-REJ-TEE-TIME
              MOVE TT-MEMBER-ID TO PRN-REJ-MEMBER-ID
              MOVE "NO-SHOW" TO PRN-REJ-REASON
              IF NO-SHOW-INDEX < 200
                 COMPUTE NO-SHOW-INDEX = NO-SHOW-INDEX + 1
                 MOVE PRN-REJECT-LINE TO
                    NO-SHOW-PRINT-IMAGE(NO-SHOW-INDEX)
              END-IF
           END-IF
           PERFORM READ-NEXT-TEE-TIME
           .

       WRITE-NO-SHOW-SECTION.
           IF NO-SHOW-INDEX > ZEROS
              MOVE SPACES TO CHECKIN-REGISTER-LINE
              WRITE CHECKIN-REGISTER-LINE
              WRITE CHECKIN-REGISTER-LINE FROM NO-SHOW-SECTION-HEADING
              MOVE ZEROS TO NO-SHOW-PRINT-INDEX
              PERFORM WRITE-NO-SHOW-DETAIL
                 UNTIL NO-SHOW-PRINT-INDEX >= NO-SHOW-INDEX
           END-IF
           .

       WRITE-NO-SHOW-DETAIL.
           COMPUTE NO-SHOW-PRINT-INDEX = NO-SHOW-PRINT-INDEX + 1
           WRITE CHECKIN-REGISTER-LINE FROM
              NO-SHOW-PRINT-IMAGE(NO-SHOW-PRINT-INDEX)
           .

       WRITE-REJECT-SECTION.
           IF REJECT-INDEX > ZEROS
              MOVE SPACES TO CHECKIN-REGISTER-LINE
              WRITE CHECKIN-REGISTER-LINE
              WRITE CHECKIN-REGISTER-LINE FROM REJECT-SECTION-HEADING
              MOVE ZEROS TO REJECT-PRINT-INDEX
              PERFORM WRITE-REJECT-DETAIL
                 UNTIL REJECT-PRINT-INDEX >= REJECT-INDEX
           END-IF
           .

       WRITE-REJECT-DETAIL.
           COMPUTE REJECT-PRINT-INDEX = REJECT-PRINT-INDEX + 1
           WRITE CHECKIN-REGISTER-LINE FROM
              REJECT-PRINT-IMAGE(REJECT-PRINT-INDEX)
           .

       WRITE-CHECKIN-TOTALS.
           MOVE SPACES TO CHECKIN-REGISTER-LINE
           WRITE CHECKIN-REGISTER-LINE
           MOVE CHECKED-IN-COUNT TO PRN-CHECKED-IN-COUNT
           WRITE CHECKIN-REGISTER-LINE FROM PRN-CHECKIN-TOTAL-LINE
           MOVE NO-SHOW-COUNT TO PRN-NO-SHOW-COUNT
           WRITE CHECKIN-REGISTER-LINE FROM PRN-NO-SHOW-TOTAL-LINE
           MOVE REJECTED-COUNT TO PRN-REJECTED-COUNT
           WRITE CHECKIN-REGISTER-LINE FROM PRN-REJECTED-TOTAL-LINE
           MOVE "Greens fees             " TO PRN-AMOUNT-LABEL
           MOVE GREENS-REVENUE-TOTAL TO PRN-AMOUNT-VALUE
           WRITE CHECKIN-REGISTER-LINE FROM PRN-AMOUNT-TOTAL-LINE
           MOVE "Guest fees              " TO PRN-AMOUNT-LABEL
           MOVE GUEST-REVENUE-TOTAL TO PRN-AMOUNT-VALUE
           WRITE CHECKIN-REGISTER-LINE FROM PRN-AMOUNT-TOTAL-LINE
           MOVE "Cart fees               " TO PRN-AMOUNT-LABEL
           MOVE CART-REVENUE-TOTAL TO PRN-AMOUNT-VALUE
           WRITE CHECKIN-REGISTER-LINE FROM PRN-AMOUNT-TOTAL-LINE
           MOVE "Charged to accounts     " TO PRN-AMOUNT-LABEL
           MOVE ACCOUNT-FEE-TOTAL TO PRN-AMOUNT-VALUE
           WRITE CHECKIN-REGISTER-LINE FROM PRN-AMOUNT-TOTAL-LINE
           MOVE "Collected in cash       " TO PRN-AMOUNT-LABEL
           MOVE CASH-FEE-TOTAL TO PRN-AMOUNT-VALUE
           WRITE CHECKIN-REGISTER-LINE FROM PRN-AMOUNT-TOTAL-LINE
           .

       WRITE-GL-TEE-RECORDS.
           IF GREENS-REVENUE-TOTAL > ZEROS
              MOVE GL-GOLF-SHOP-ID TO GL-SHOP-ID
              MOVE GL-GREENS-ACCOUNT-CODE TO GL-ACCOUNT-CODE
              MOVE GREENS-REVENUE-TOTAL TO GL-AMOUNT
              WRITE GL-EXTRACT-LINE
           END-IF
           IF GUEST-REVENUE-TOTAL > ZEROS
              MOVE GL-GOLF-SHOP-ID TO GL-SHOP-ID
              MOVE GL-GUEST-ACCOUNT-CODE TO GL-ACCOUNT-CODE
              MOVE GUEST-REVENUE-TOTAL TO GL-AMOUNT
              WRITE GL-EXTRACT-LINE
           END-IF
           IF CART-REVENUE-TOTAL > ZEROS
              MOVE GL-GOLF-SHOP-ID TO GL-SHOP-ID
              MOVE GL-CART-ACCOUNT-CODE TO GL-ACCOUNT-CODE
              MOVE CART-REVENUE-TOTAL TO GL-AMOUNT
              WRITE GL-EXTRACT-LINE
           END-IF
           IF ACCOUNT-FEE-TOTAL > ZEROS
              MOVE GL-GOLF-SHOP-ID TO GL-SHOP-ID
              MOVE GL-AR-ACCOUNT-CODE TO GL-ACCOUNT-CODE
              COMPUTE GL-AMOUNT = ZEROS - ACCOUNT-FEE-TOTAL
              WRITE GL-EXTRACT-LINE
           END-IF
           .

       READ-TEE-CHECKIN.
           READ TEE-CHECKIN-FILE
              AT END
                 SET END-OF-TEE-CHECKIN TO TRUE
           END-READ
           .

       READ-TEE-RATE.
           READ TEE-RATE-FILE
              AT END
                 SET END-OF-TEE-RATES TO TRUE
           END-READ
           .

       READ-NEXT-TEE-TIME.
           READ TEE-TIME-FILE NEXT RECORD
              AT END
                 SET END-OF-TEE-TIME-FILE TO TRUE
           END-READ
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-GREENS-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-GUEST-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-CART-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-AR-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF GL-ACCOUNT-ERROR
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       CHECK-GL-ACCOUNT.
           MOVE GL-CHECK-ACCOUNT-CODE TO COA-ACCOUNT-CODE
           READ CHART-OF-ACCOUNTS-FILE
              INVALID KEY
                 MOVE SPACE TO COA-ACCOUNT-STATUS
           END-READ
           IF NOT COA-ACTIVE
              DISPLAY "TEE-CHECKIN-POST: GL ACCOUNT "
                 GL-CHECK-ACCOUNT-CODE
                 " NOT ACTIVE ON CHART OF ACCOUNTS"
              SET GL-ACCOUNT-ERROR TO TRUE
           END-IF
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
