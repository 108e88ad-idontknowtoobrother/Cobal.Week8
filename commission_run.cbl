       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-RUN.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMMISSION-PLAN-FILE ASSIGN TO
                 "commission_plan.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIPT-ARCHIVE-FILE ASSIGN TO
                 "shop_receipts_archive.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-MASTER-FILE ASSIGN TO "item_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS IM-ITEM-ID.
           SELECT COMMISSION-STATEMENT-FILE ASSIGN TO
                 "commission_statement.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYROLL-INTERFACE-FILE ASSIGN TO
                 "commission_payroll.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMMISSION-RUN-FILE ASSIGN TO
                 "commission_runs.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
                 "coa_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT COMMISSION-SORT-FILE ASSIGN TO "commsort.tmp".
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMISSION-PLAN-FILE.
       01 COMMISSION-PLAN-REC.
          88 END-OF-COMMISSION-PLAN                    VALUE HIGH-VALUES
           .
          05 CPL-CLERK-ID               PIC X(3).
          05 CPL-ITEM-CATEGORY          PIC X(10).
          05 CPL-TIER-FROM-SALES        PIC 9(7)V99.
          05 CPL-RATE                   PIC 9V9999.
       FD  RECEIPT-ARCHIVE-FILE.
       01 SHOP-HEADER.
          88 END-OF-RECEIPT-ARCHIVE                    VALUE HIGH-VALUES
           .
          05 RECORD-TYPE-CODE           PIC X.
             88 IS-SHOP-HEADER                         VALUE "H".
             88 IS-SHOP-SALE                           VALUE "S".
             88 IS-SHOP-FOOTER                         VALUE "F".
             88 IS-SHOP-REFUND                         VALUE "R".
          05 SHOP-ID                    PIC X(5).
          05 SHOP-LOCATION              PIC X(30).
          05 TRANS-DATE                 PIC 9(8).
       01 SALE-RECEIPT.
          05 RECORD-TYPE-CODE           PIC X.
          05 ITEM-ID                    PIC X(8).
          05 QTY-SOLD                   PIC 9(3).
          05 ITEM-COST                  PIC 9(5)V99.
          05 SALE-DATE                  PIC 9(8).
          05 SALE-MEMBER-ID             PIC X(5).
          05 SALE-TENDER-TYPE           PIC X.
          05 SALE-REFUND-REASON         PIC X(3).
          05 SALE-CLERK-ID              PIC X(3).
          05 SALE-CARD-NUMBER           PIC X(10).
       01 SHOP-FOOTER.
          05 RECORD-TYPE-CODE           PIC X.
          05 REC-COUNT                  PIC 9(5).
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
       FD  COMMISSION-STATEMENT-FILE.
       01 COMMISSION-PRINT-LINE         PIC X(80).
       FD  PAYROLL-INTERFACE-FILE.
       01 PAYROLL-INTERFACE-REC.
          05 PAY-CLERK-ID               PIC X(3).
          05 PAY-EARNINGS-CODE          PIC X(4).
          05 PAY-PERIOD-FROM            PIC 9(8).
          05 PAY-PERIOD-TO              PIC 9(8).
          05 PAY-NET-SALES              PIC S9(9)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
          05 PAY-COMMISSION-AMOUNT      PIC S9(7)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
       FD  COMMISSION-RUN-FILE.
       01 COMMISSION-RUN-REC.
          88 END-OF-COMMISSION-RUNS                    VALUE HIGH-VALUES
           .
          05 CR-PERIOD-FROM             PIC 9(8).
          05 CR-PERIOD-TO               PIC 9(8).
          05 CR-RUN-DATE                PIC 9(8).
          05 CR-COMMISSION-TOTAL        PIC S9(9)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
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
       SD  COMMISSION-SORT-FILE.
       01 SRT-COMMISSION-REC.
          05 SRT-CLERK-ID               PIC X(3).
          05 SRT-ITEM-CATEGORY          PIC X(10).
          05 SRT-SALES-AMOUNT           PIC 9(9)V99.
          05 SRT-REFUND-AMOUNT          PIC 9(9)V99.
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
             "Rolling Greens Pro Shop - Commission Statement".
       01 PRN-PERIOD-LINE.
          05 FILLER                     PIC X(7)       VALUE
                "Period ".
          05 PRN-PERIOD-FROM            PIC 9(8).
          05 FILLER                     PIC X(4)       VALUE " to ".
          05 PRN-PERIOD-TO              PIC 9(8).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "    Category          Sales      Refunds          Net  Rat
      -      "e   Commission".
       01 PERIOD-PARM-TEXT              PIC X(17)      VALUE SPACES.
       01 PERIOD-TOKEN-1                PIC X(8)       VALUE SPACES.
       01 PERIOD-TOKEN-2                PIC X(8)       VALUE SPACES.
       01 PERIOD-FROM-DATE              PIC 9(8)       VALUE ZEROS.
       01 PERIOD-TO-DATE                PIC 9(8)       VALUE ZEROS.
       01 PERIOD-FROM-DAY-NUMBER        PIC 9(7)       VALUE ZEROS.
       01 PERIOD-TO-DAY-NUMBER          PIC 9(7)       VALUE ZEROS.
       01 LOOKBACK-FROM-DATE            PIC 9(8)       VALUE ZEROS.
       01 REFUND-LOOKBACK-DAYS          PIC 9(3)       VALUE 90.
       01 STORED-VALUE-CATEGORY         PIC X(10)      VALUE
             "GIFTCARD".
       01 SPECIAL-ORDER-CATEGORY        PIC X(10)      VALUE
             "SPECORDER".
       01 CURRENT-ARCHIVE-SHOP-ID       PIC X(5)       VALUE SPACES.
       01 CURRENT-ARCHIVE-DATE          PIC 9(8)       VALUE ZEROS.
       01 LINE-AMOUNT                   PIC 9(9)V99    VALUE ZEROS.
       01 SELLING-CLERK-ID              PIC X(3)       VALUE SPACES.
       01 MATCH-QTY                     PIC 9(3)       VALUE ZEROS.
       01 GL-EXPENSE-ACCOUNT-CODE       PIC X(6)       VALUE "620100".
       01 GL-ACCRUAL-ACCOUNT-CODE       PIC X(6)       VALUE "220100".
       01 GL-CHECK-ACCOUNT-CODE         PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH       PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                          VALUE "Y".
       01 GL-COMMISSION-SHOP-ID         PIC X(5)       VALUE "COMM ".
       01 PLAN-TABLE.
          05 PLAN-ENTRY                 OCCURS 200 TIMES.
             10 PT-CLERK-ID             PIC X(3).
             10 PT-ITEM-CATEGORY        PIC X(10).
             10 PT-TIER-FROM-SALES      PIC 9(7)V99.
             10 PT-RATE                 PIC 9V9999.
       01 PLAN-COUNT                    PIC 9(3)       VALUE ZEROS.
       01 PLAN-INDEX                    PIC 9(3)       VALUE ZEROS.
       01 PLAN-SCORE                    PIC 9          VALUE ZEROS.
       01 BEST-PLAN-SCORE               PIC 9          VALUE ZEROS.
       01 BEST-PLAN-TIER                PIC 9(7)V99    VALUE ZEROS.
       01 BEST-PLAN-RATE                PIC 9V9999     VALUE ZEROS.
       01 BEST-PLAN-SWITCH              PIC X          VALUE "N".
          88 PLAN-RATE-FOUND                           VALUE "Y".
          88 PLAN-RATE-NOT-FOUND                       VALUE "N".
       01 SALE-TRACE-TABLE.
          05 SALE-TRACE-ENTRY           OCCURS 5000 TIMES.
             10 ST-SHOP-ID              PIC X(5).
             10 ST-ITEM-ID              PIC X(8).
             10 ST-MEMBER-ID            PIC X(5).
             10 ST-CLERK-ID             PIC X(3).
             10 ST-QTY-OPEN             PIC 9(3).
       01 SALE-TRACE-COUNT              PIC 9(4)       VALUE ZEROS.
       01 SALE-TRACE-INDEX              PIC 9(4)       VALUE ZEROS.
       01 SALE-TRACE-FULL-SWITCH        PIC X          VALUE "N".
          88 SALE-TRACE-FULL                           VALUE "Y".
       01 SALE-TRACE-MATCH-SWITCH       PIC X          VALUE "N".
          88 ORIGINAL-SALE-FOUND                       VALUE "Y".
          88 ORIGINAL-SALE-NOT-FOUND                   VALUE "N".
       01 COMMISSION-TABLE.
          05 COMMISSION-ENTRY           OCCURS 500 TIMES.
             10 CT-CLERK-ID             PIC X(3).
             10 CT-ITEM-CATEGORY        PIC X(10).
             10 CT-SALES-AMOUNT         PIC 9(9)V99.
             10 CT-REFUND-AMOUNT        PIC 9(9)V99.
       01 COMMISSION-COUNT              PIC 9(3)       VALUE ZEROS.
       01 COMMISSION-INDEX              PIC 9(3)       VALUE ZEROS.
       01 CLERK-TABLE.
          05 CLERK-ENTRY                OCCURS 100 TIMES.
             10 CK-CLERK-ID             PIC X(3).
             10 CK-NET-SALES            PIC S9(9)V99.
       01 CLERK-COUNT                   PIC 9(3)       VALUE ZEROS.
       01 CLERK-INDEX                   PIC 9(3)       VALUE ZEROS.
       01 TABLE-OVERFLOW-SWITCH         PIC X          VALUE "N".
          88 COMMISSION-TABLE-OVERFLOW                 VALUE "Y".
       01 PERIOD-OVERLAP-SWITCH         PIC X          VALUE "N".
          88 PERIOD-ALREADY-RUN                        VALUE "Y".
       01 UNMATCHED-REFUND-COUNT        PIC 9(5)       VALUE ZEROS.
       01 GROUP-CLERK-ID                PIC X(3)       VALUE SPACES.
       01 GROUP-NET-SALES               PIC S9(9)V99   VALUE ZEROS.
       01 GROUP-COMMISSION              PIC S9(7)V99   VALUE ZEROS.
       01 LINE-NET-AMOUNT               PIC S9(9)V99   VALUE ZEROS.
       01 LINE-COMMISSION               PIC S9(7)V99   VALUE ZEROS.
       01 RUN-NET-SALES                 PIC S9(11)V99  VALUE ZEROS.
       01 RUN-COMMISSION                PIC S9(9)V99   VALUE ZEROS.
       01 CLERKS-PAID-COUNT             PIC 9(3)       VALUE ZEROS.
       01 FIRST-GROUP-SWITCH            PIC X          VALUE "Y".
          88 FIRST-CLERK-GROUP                         VALUE "Y".
          88 NOT-FIRST-CLERK-GROUP                     VALUE "N".
       01 SORT-EOF-SWITCH               PIC X          VALUE "N".
          88 END-OF-SORTED-COMMISSION                  VALUE "Y".
       01 PRN-CLERK-HEADING-LINE.
          05 FILLER                     PIC X(6)       VALUE "Clerk ".
          05 PRN-CLERK-ID               PIC X(3).
          05 FILLER                     PIC X(20)      VALUE
                "   Period net sales ".
          05 PRN-CLERK-NET-SALES        PIC $$$,$$$,$$9.99-.
       01 PRN-COMMISSION-DETAIL-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 PRN-CMD-CATEGORY           PIC X(10).
          05 PRN-CMD-SALES              PIC $$,$$$,$$9.99.
          05 PRN-CMD-REFUNDS            PIC $$,$$$,$$9.99.
          05 PRN-CMD-NET                PIC $$,$$$,$$9.99-.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-CMD-RATE               PIC 9.9999.
          05 PRN-CMD-COMMISSION         PIC $$$,$$9.99-.
       01 PRN-CLERK-TOTAL-LINE.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 FILLER                     PIC X(26)      VALUE
                "Commission payable clerk ".
          05 PRN-CLT-CLERK-ID           PIC X(3).
          05 FILLER                     PIC X(27)      VALUE SPACES.
          05 PRN-CLT-COMMISSION         PIC $$$,$$9.99-.
       01 PRN-RUN-TOTAL-LINE.
          05 PRN-RUN-TOTAL-LABEL        PIC X(26).
          05 PRN-RUN-TOTAL-AMOUNT       PIC $$$,$$$,$$9.99-.
       01 PRN-RUN-COUNT-LINE.
          05 PRN-RUN-COUNT-LABEL        PIC X(26).
          05 PRN-RUN-COUNT              PIC ZZZZ9.

       PROCEDURE DIVISION.
       COMMISSION-RUN-PROCESS.
           PERFORM INITIALIZE-PERIOD-PARM
           PERFORM CHECK-PRIOR-COMMISSION-RUNS
           PERFORM VALIDATE-GL-ACCOUNTS
           PERFORM LOAD-COMMISSION-PLAN
           OPEN INPUT ITEM-MASTER-FILE
           OPEN OUTPUT COMMISSION-STATEMENT-FILE
           OPEN OUTPUT PAYROLL-INTERFACE-FILE
           WRITE COMMISSION-PRINT-LINE FROM PAGE-HEADER
           MOVE PERIOD-FROM-DATE TO PRN-PERIOD-FROM
           MOVE PERIOD-TO-DATE TO PRN-PERIOD-TO
           WRITE COMMISSION-PRINT-LINE FROM PRN-PERIOD-LINE
           SORT COMMISSION-SORT-FILE
              ON ASCENDING KEY SRT-CLERK-ID SRT-ITEM-CATEGORY
              INPUT PROCEDURE IS EXTRACT-PERIOD-SALES
              OUTPUT PROCEDURE IS REPORT-CLERK-COMMISSION
           PERFORM WRITE-RUN-TOTALS
           CLOSE ITEM-MASTER-FILE, COMMISSION-STATEMENT-FILE,
                 PAYROLL-INTERFACE-FILE
           IF COMMISSION-TABLE-OVERFLOW
              OPEN OUTPUT PAYROLL-INTERFACE-FILE
              CLOSE PAYROLL-INTERFACE-FILE
              DISPLAY "COMMISSION-RUN: COMMISSION TABLE FULL - "
                 "RUN NOT RECORDED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-GL-COMMISSION-RECORDS
           PERFORM RECORD-COMMISSION-RUN
           GOBACK
           .

       INITIALIZE-PERIOD-PARM.
           ACCEPT PERIOD-PARM-TEXT FROM COMMAND-LINE
           IF PERIOD-PARM-TEXT = SPACES
              ACCEPT PERIOD-PARM-TEXT FROM ENVIRONMENT
                 "COMMISSION_PERIOD"
           END-IF
           UNSTRING PERIOD-PARM-TEXT DELIMITED BY ALL SPACES
              INTO PERIOD-TOKEN-1, PERIOD-TOKEN-2
           IF PERIOD-TOKEN-1 = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO PERIOD-TOKEN-2
                 MOVE CURRENT-BUSINESS-DATE TO PERIOD-TOKEN-1
                 MOVE "01" TO PERIOD-TOKEN-1(7:2)
              END-IF
           END-IF
           IF PERIOD-TOKEN-1 IS NOT NUMERIC
                 OR PERIOD-TOKEN-2 IS NOT NUMERIC
              DISPLAY "COMMISSION-RUN: PAY PERIOD FROM-DATE TO-DATE "
                 "YYYYMMDD REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE PERIOD-TOKEN-1 TO PERIOD-FROM-DATE
           MOVE PERIOD-TOKEN-2 TO PERIOD-TO-DATE
           COMPUTE PERIOD-FROM-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(PERIOD-FROM-DATE)
           COMPUTE PERIOD-TO-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(PERIOD-TO-DATE)
           IF PERIOD-FROM-DAY-NUMBER = ZEROS
                 OR PERIOD-TO-DAY-NUMBER = ZEROS
                 OR PERIOD-TO-DATE < PERIOD-FROM-DATE
              DISPLAY "COMMISSION-RUN: PAY PERIOD INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE LOOKBACK-FROM-DATE = FUNCTION DATE-OF-INTEGER
              (PERIOD-FROM-DAY-NUMBER - REFUND-LOOKBACK-DAYS)
           .

       CHECK-PRIOR-COMMISSION-RUNS.
           OPEN INPUT COMMISSION-RUN-FILE
           PERFORM READ-COMMISSION-RUN
           PERFORM TEST-COMMISSION-RUN
              UNTIL END-OF-COMMISSION-RUNS OR PERIOD-ALREADY-RUN
           CLOSE COMMISSION-RUN-FILE
           IF PERIOD-ALREADY-RUN
              DISPLAY "COMMISSION-RUN: PERIOD OVERLAPS RUN FOR "
                 CR-PERIOD-FROM " TO " CR-PERIOD-TO
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       TEST-COMMISSION-RUN.
           IF CR-PERIOD-FROM <= PERIOD-TO-DATE
                 AND CR-PERIOD-TO >= PERIOD-FROM-DATE
              SET PERIOD-ALREADY-RUN TO TRUE
           ELSE
              PERFORM READ-COMMISSION-RUN
           END-IF
           .

       LOAD-COMMISSION-PLAN.
           OPEN INPUT COMMISSION-PLAN-FILE
           PERFORM READ-COMMISSION-PLAN
           PERFORM STORE-PLAN-ENTRY UNTIL END-OF-COMMISSION-PLAN
           CLOSE COMMISSION-PLAN-FILE
           IF PLAN-COUNT = ZEROS
              DISPLAY "COMMISSION-RUN: NO COMMISSION PLAN ENTRIES"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       STORE-PLAN-ENTRY.
           IF PLAN-COUNT < 200
              COMPUTE PLAN-COUNT = PLAN-COUNT + 1
              MOVE CPL-CLERK-ID TO PT-CLERK-ID(PLAN-COUNT)
              MOVE CPL-ITEM-CATEGORY TO PT-ITEM-CATEGORY(PLAN-COUNT)
              MOVE CPL-TIER-FROM-SALES TO
                 PT-TIER-FROM-SALES(PLAN-COUNT)
              MOVE CPL-RATE TO PT-RATE(PLAN-COUNT)
           ELSE
              DISPLAY "COMMISSION-RUN: PLAN TABLE FULL - ENTRY "
                 "IGNORED FOR CLERK " CPL-CLERK-ID
           END-IF
           PERFORM READ-COMMISSION-PLAN
           .

       EXTRACT-PERIOD-SALES.
           OPEN INPUT RECEIPT-ARCHIVE-FILE
           PERFORM READ-RECEIPT-ARCHIVE
           PERFORM SCAN-ARCHIVE-RECORD UNTIL END-OF-RECEIPT-ARCHIVE
           CLOSE RECEIPT-ARCHIVE-FILE
           MOVE ZEROS TO COMMISSION-INDEX
           PERFORM RELEASE-COMMISSION-ENTRY
              UNTIL COMMISSION-INDEX >= COMMISSION-COUNT
           .

       SCAN-ARCHIVE-RECORD.
           EVALUATE TRUE
              WHEN IS-SHOP-HEADER
                 MOVE SHOP-ID TO CURRENT-ARCHIVE-SHOP-ID
                 MOVE TRANS-DATE TO CURRENT-ARCHIVE-DATE
              WHEN IS-SHOP-SALE
                 IF CURRENT-ARCHIVE-DATE >= LOOKBACK-FROM-DATE
                       AND CURRENT-ARCHIVE-DATE <= PERIOD-TO-DATE
                    PERFORM PROCESS-ARCHIVE-SALE
                 END-IF
              WHEN IS-SHOP-REFUND
                 IF CURRENT-ARCHIVE-DATE >= PERIOD-FROM-DATE
                       AND CURRENT-ARCHIVE-DATE <= PERIOD-TO-DATE
                    PERFORM PROCESS-ARCHIVE-REFUND
                 END-IF
           END-EVALUATE
           PERFORM READ-RECEIPT-ARCHIVE
           .

       PROCESS-ARCHIVE-SALE.
           PERFORM LOOKUP-ITEM-CATEGORY
           IF IM-ITEM-CATEGORY NOT = STORED-VALUE-CATEGORY
                 AND IM-ITEM-CATEGORY NOT = SPECIAL-ORDER-CATEGORY
              PERFORM STORE-SALE-TRACE
              IF CURRENT-ARCHIVE-DATE >= PERIOD-FROM-DATE
                 COMPUTE LINE-AMOUNT = QTY-SOLD * ITEM-COST
                 MOVE SALE-CLERK-ID TO SELLING-CLERK-ID
                 PERFORM LOCATE-COMMISSION-ENTRY
                 IF NOT COMMISSION-TABLE-OVERFLOW
                    COMPUTE CT-SALES-AMOUNT(COMMISSION-INDEX) =
                       CT-SALES-AMOUNT(COMMISSION-INDEX) + LINE-AMOUNT
                    COMPUTE CK-NET-SALES(CLERK-INDEX) =
                       CK-NET-SALES(CLERK-INDEX) + LINE-AMOUNT
                 END-IF
              END-IF
           END-IF
           .

       PROCESS-ARCHIVE-REFUND.
           PERFORM LOOKUP-ITEM-CATEGORY
           IF IM-ITEM-CATEGORY NOT = STORED-VALUE-CATEGORY
                 AND IM-ITEM-CATEGORY NOT = SPECIAL-ORDER-CATEGORY
              PERFORM FIND-ORIGINAL-SELLER
              COMPUTE LINE-AMOUNT = QTY-SOLD * ITEM-COST
              PERFORM LOCATE-COMMISSION-ENTRY
              IF NOT COMMISSION-TABLE-OVERFLOW
                 COMPUTE CT-REFUND-AMOUNT(COMMISSION-INDEX) =
                    CT-REFUND-AMOUNT(COMMISSION-INDEX) + LINE-AMOUNT
                 COMPUTE CK-NET-SALES(CLERK-INDEX) =
                    CK-NET-SALES(CLERK-INDEX) - LINE-AMOUNT
              END-IF
           END-IF
           .

       LOOKUP-ITEM-CATEGORY.
           MOVE ITEM-ID TO IM-ITEM-ID
           READ ITEM-MASTER-FILE
              INVALID KEY
                 MOVE "UNKNOWN" TO IM-ITEM-CATEGORY
           END-READ
           .

       STORE-SALE-TRACE.
           IF SALE-TRACE-COUNT < 5000
              COMPUTE SALE-TRACE-COUNT = SALE-TRACE-COUNT + 1
              MOVE CURRENT-ARCHIVE-SHOP-ID TO
                 ST-SHOP-ID(SALE-TRACE-COUNT)
              MOVE ITEM-ID TO ST-ITEM-ID(SALE-TRACE-COUNT)
              MOVE SALE-MEMBER-ID TO ST-MEMBER-ID(SALE-TRACE-COUNT)
              MOVE SALE-CLERK-ID TO ST-CLERK-ID(SALE-TRACE-COUNT)
              MOVE QTY-SOLD TO ST-QTY-OPEN(SALE-TRACE-COUNT)
           ELSE
              IF NOT SALE-TRACE-FULL
                 DISPLAY "COMMISSION-RUN: SALE TRACE TABLE FULL - "
                    "LATER REFUNDS CHARGED TO REFUNDING CLERK"
                 SET SALE-TRACE-FULL TO TRUE
              END-IF
           END-IF
           .

       FIND-ORIGINAL-SELLER.
           SET ORIGINAL-SALE-NOT-FOUND TO TRUE
           MOVE SALE-TRACE-COUNT TO SALE-TRACE-INDEX
           PERFORM MATCH-SALE-TRACE
              UNTIL ORIGINAL-SALE-FOUND OR SALE-TRACE-INDEX = ZEROS
           IF ORIGINAL-SALE-FOUND
              MOVE ST-CLERK-ID(SALE-TRACE-INDEX) TO SELLING-CLERK-ID
              IF QTY-SOLD < ST-QTY-OPEN(SALE-TRACE-INDEX)
                 MOVE QTY-SOLD TO MATCH-QTY
              ELSE
                 MOVE ST-QTY-OPEN(SALE-TRACE-INDEX) TO MATCH-QTY
              END-IF
              COMPUTE ST-QTY-OPEN(SALE-TRACE-INDEX) =
                 ST-QTY-OPEN(SALE-TRACE-INDEX) - MATCH-QTY
           ELSE
              MOVE SALE-CLERK-ID TO SELLING-CLERK-ID
              COMPUTE UNMATCHED-REFUND-COUNT =
                 UNMATCHED-REFUND-COUNT + 1
           END-IF
           .

       MATCH-SALE-TRACE.
           IF ST-ITEM-ID(SALE-TRACE-INDEX) = ITEM-ID
                 AND ST-QTY-OPEN(SALE-TRACE-INDEX) > ZEROS
                 AND ST-MEMBER-ID(SALE-TRACE-INDEX) = SALE-MEMBER-ID
                 AND (SALE-MEMBER-ID NOT = SPACES
                 OR ST-SHOP-ID(SALE-TRACE-INDEX) =
                    CURRENT-ARCHIVE-SHOP-ID)
              SET ORIGINAL-SALE-FOUND TO TRUE
           ELSE
              COMPUTE SALE-TRACE-INDEX = SALE-TRACE-INDEX - 1
           END-IF
           .

       LOCATE-COMMISSION-ENTRY.
           MOVE 1 TO COMMISSION-INDEX
           PERFORM NEXT-COMMISSION-ENTRY
              UNTIL COMMISSION-INDEX > COMMISSION-COUNT
              OR (CT-CLERK-ID(COMMISSION-INDEX) = SELLING-CLERK-ID
              AND CT-ITEM-CATEGORY(COMMISSION-INDEX) =
                 IM-ITEM-CATEGORY)
           IF COMMISSION-INDEX > COMMISSION-COUNT
              IF COMMISSION-COUNT < 500
                 COMPUTE COMMISSION-COUNT = COMMISSION-COUNT + 1
                 MOVE COMMISSION-COUNT TO COMMISSION-INDEX
                 MOVE SELLING-CLERK-ID TO
                    CT-CLERK-ID(COMMISSION-INDEX)
                 MOVE IM-ITEM-CATEGORY TO
                    CT-ITEM-CATEGORY(COMMISSION-INDEX)
                 MOVE ZEROS TO CT-SALES-AMOUNT(COMMISSION-INDEX)
                 MOVE ZEROS TO CT-REFUND-AMOUNT(COMMISSION-INDEX)
              ELSE
                 SET COMMISSION-TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF NOT COMMISSION-TABLE-OVERFLOW
              PERFORM LOCATE-CLERK-ENTRY
           END-IF
           .

       LOCATE-CLERK-ENTRY.
           MOVE 1 TO CLERK-INDEX
           PERFORM NEXT-CLERK-ENTRY
              UNTIL CLERK-INDEX > CLERK-COUNT
              OR CK-CLERK-ID(CLERK-INDEX) = SELLING-CLERK-ID
           IF CLERK-INDEX > CLERK-COUNT
              IF CLERK-COUNT < 100
                 COMPUTE CLERK-COUNT = CLERK-COUNT + 1
                 MOVE CLERK-COUNT TO CLERK-INDEX
                 MOVE SELLING-CLERK-ID TO CK-CLERK-ID(CLERK-INDEX)
                 MOVE ZEROS TO CK-NET-SALES(CLERK-INDEX)
              ELSE
                 SET COMMISSION-TABLE-OVERFLOW TO TRUE
              END-IF
           END-IF
           .

       NEXT-COMMISSION-ENTRY.
           COMPUTE COMMISSION-INDEX = COMMISSION-INDEX + 1
           .

       NEXT-CLERK-ENTRY.
           COMPUTE CLERK-INDEX = CLERK-INDEX + 1
           .

       RELEASE-COMMISSION-ENTRY.
           COMPUTE COMMISSION-INDEX = COMMISSION-INDEX + 1
           MOVE CT-CLERK-ID(COMMISSION-INDEX) TO SRT-CLERK-ID
           MOVE CT-ITEM-CATEGORY(COMMISSION-INDEX) TO SRT-ITEM-CATEGORY
           MOVE CT-SALES-AMOUNT(COMMISSION-INDEX) TO SRT-SALES-AMOUNT
           MOVE CT-REFUND-AMOUNT(COMMISSION-INDEX) TO SRT-REFUND-AMOUNT
           RELEASE SRT-COMMISSION-REC
           .

       REPORT-CLERK-COMMISSION.
           PERFORM RETURN-SORTED-COMMISSION
           PERFORM PROCESS-COMMISSION-LINE
              UNTIL END-OF-SORTED-COMMISSION
           IF NOT FIRST-CLERK-GROUP
              PERFORM FINISH-CLERK-GROUP
           END-IF
           .

       PROCESS-COMMISSION-LINE.
           IF FIRST-CLERK-GROUP
              PERFORM START-CLERK-GROUP
              SET NOT-FIRST-CLERK-GROUP TO TRUE
           ELSE
              IF SRT-CLERK-ID NOT = GROUP-CLERK-ID
                 PERFORM FINISH-CLERK-GROUP
                 PERFORM START-CLERK-GROUP
              END-IF
           END-IF
           COMPUTE LINE-NET-AMOUNT = SRT-SALES-AMOUNT -
              SRT-REFUND-AMOUNT
           PERFORM FIND-COMMISSION-RATE
           COMPUTE LINE-COMMISSION ROUNDED =
              LINE-NET-AMOUNT * BEST-PLAN-RATE
           COMPUTE GROUP-COMMISSION = GROUP-COMMISSION +
              LINE-COMMISSION
           MOVE SRT-ITEM-CATEGORY TO PRN-CMD-CATEGORY
           MOVE SRT-SALES-AMOUNT TO PRN-CMD-SALES
           MOVE SRT-REFUND-AMOUNT TO PRN-CMD-REFUNDS
           MOVE LINE-NET-AMOUNT TO PRN-CMD-NET
           MOVE BEST-PLAN-RATE TO PRN-CMD-RATE
           MOVE LINE-COMMISSION TO PRN-CMD-COMMISSION
           WRITE COMMISSION-PRINT-LINE FROM PRN-COMMISSION-DETAIL-LINE
           PERFORM RETURN-SORTED-COMMISSION
           .

       START-CLERK-GROUP.
           MOVE SRT-CLERK-ID TO GROUP-CLERK-ID
           MOVE SRT-CLERK-ID TO SELLING-CLERK-ID
           PERFORM LOCATE-CLERK-ENTRY
           MOVE CK-NET-SALES(CLERK-INDEX) TO GROUP-NET-SALES
           MOVE ZEROS TO GROUP-COMMISSION
           MOVE SPACES TO COMMISSION-PRINT-LINE
           WRITE COMMISSION-PRINT-LINE
           MOVE GROUP-CLERK-ID TO PRN-CLERK-ID
           MOVE GROUP-NET-SALES TO PRN-CLERK-NET-SALES
           WRITE COMMISSION-PRINT-LINE FROM PRN-CLERK-HEADING-LINE
           WRITE COMMISSION-PRINT-LINE FROM COLUMN-HEADING
           .

       FINISH-CLERK-GROUP.
           MOVE GROUP-CLERK-ID TO PRN-CLT-CLERK-ID
           MOVE GROUP-COMMISSION TO PRN-CLT-COMMISSION
           WRITE COMMISSION-PRINT-LINE FROM PRN-CLERK-TOTAL-LINE
           MOVE GROUP-CLERK-ID TO PAY-CLERK-ID
           MOVE "COMM" TO PAY-EARNINGS-CODE
           MOVE PERIOD-FROM-DATE TO PAY-PERIOD-FROM
           MOVE PERIOD-TO-DATE TO PAY-PERIOD-TO
           MOVE GROUP-NET-SALES TO PAY-NET-SALES
           MOVE GROUP-COMMISSION TO PAY-COMMISSION-AMOUNT
           WRITE PAYROLL-INTERFACE-REC
           COMPUTE RUN-NET-SALES = RUN-NET-SALES + GROUP-NET-SALES
           COMPUTE RUN-COMMISSION = RUN-COMMISSION + GROUP-COMMISSION
           COMPUTE CLERKS-PAID-COUNT = CLERKS-PAID-COUNT + 1
           .

       FIND-COMMISSION-RATE.
           SET PLAN-RATE-NOT-FOUND TO TRUE
           MOVE ZEROS TO BEST-PLAN-SCORE
           MOVE ZEROS TO BEST-PLAN-TIER
           MOVE ZEROS TO BEST-PLAN-RATE
           MOVE ZEROS TO PLAN-INDEX
           PERFORM TEST-PLAN-ENTRY UNTIL PLAN-INDEX >= PLAN-COUNT
           .

       TEST-PLAN-ENTRY.
           COMPUTE PLAN-INDEX = PLAN-INDEX + 1
           IF (PT-CLERK-ID(PLAN-INDEX) = GROUP-CLERK-ID
                 OR PT-CLERK-ID(PLAN-INDEX) = SPACES)
                 AND (PT-ITEM-CATEGORY(PLAN-INDEX) = SRT-ITEM-CATEGORY
                 OR PT-ITEM-CATEGORY(PLAN-INDEX) = SPACES)
                 AND PT-TIER-FROM-SALES(PLAN-INDEX) <= GROUP-NET-SALES
              MOVE 1 TO PLAN-SCORE
              IF PT-CLERK-ID(PLAN-INDEX) NOT = SPACES
                 COMPUTE PLAN-SCORE = PLAN-SCORE + 2
              END-IF
              IF PT-ITEM-CATEGORY(PLAN-INDEX) NOT = SPACES
                 COMPUTE PLAN-SCORE = PLAN-SCORE + 1
              END-IF
              IF PLAN-SCORE > BEST-PLAN-SCORE
                    OR (PLAN-SCORE = BEST-PLAN-SCORE
                    AND PT-TIER-FROM-SALES(PLAN-INDEX) >=
                       BEST-PLAN-TIER)
                 SET PLAN-RATE-FOUND TO TRUE
                 MOVE PLAN-SCORE TO BEST-PLAN-SCORE
                 MOVE PT-TIER-FROM-SALES(PLAN-INDEX) TO BEST-PLAN-TIER
                 MOVE PT-RATE(PLAN-INDEX) TO BEST-PLAN-RATE
              END-IF
           END-IF
           .

       WRITE-RUN-TOTALS.
           MOVE SPACES TO COMMISSION-PRINT-LINE
           WRITE COMMISSION-PRINT-LINE
           MOVE "Period net sales          " TO PRN-RUN-TOTAL-LABEL
           MOVE RUN-NET-SALES TO PRN-RUN-TOTAL-AMOUNT
           WRITE COMMISSION-PRINT-LINE FROM PRN-RUN-TOTAL-LINE
           MOVE "Total commission payable  " TO PRN-RUN-TOTAL-LABEL
           MOVE RUN-COMMISSION TO PRN-RUN-TOTAL-AMOUNT
           WRITE COMMISSION-PRINT-LINE FROM PRN-RUN-TOTAL-LINE
           MOVE "Clerks paid               " TO PRN-RUN-COUNT-LABEL
           MOVE CLERKS-PAID-COUNT TO PRN-RUN-COUNT
           WRITE COMMISSION-PRINT-LINE FROM PRN-RUN-COUNT-LINE
           MOVE "Refunds to refunding clerk" TO PRN-RUN-COUNT-LABEL
           MOVE UNMATCHED-REFUND-COUNT TO PRN-RUN-COUNT
           WRITE COMMISSION-PRINT-LINE FROM PRN-RUN-COUNT-LINE
           .

       WRITE-GL-COMMISSION-RECORDS.
           IF RUN-COMMISSION NOT = ZEROS
              OPEN EXTEND GL-EXTRACT-FILE
              MOVE GL-COMMISSION-SHOP-ID TO GL-SHOP-ID
              MOVE GL-EXPENSE-ACCOUNT-CODE TO GL-ACCOUNT-CODE
              MOVE RUN-COMMISSION TO GL-AMOUNT
              WRITE GL-EXTRACT-LINE
              MOVE GL-COMMISSION-SHOP-ID TO GL-SHOP-ID
              MOVE GL-ACCRUAL-ACCOUNT-CODE TO GL-ACCOUNT-CODE
              MOVE RUN-COMMISSION TO GL-AMOUNT
              WRITE GL-EXTRACT-LINE
              CLOSE GL-EXTRACT-FILE
           END-IF
           .

       RECORD-COMMISSION-RUN.
           OPEN EXTEND COMMISSION-RUN-FILE
           MOVE PERIOD-FROM-DATE TO CR-PERIOD-FROM
           MOVE PERIOD-TO-DATE TO CR-PERIOD-TO
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO CR-RUN-DATE
           ELSE
              ACCEPT CR-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE RUN-COMMISSION TO CR-COMMISSION-TOTAL
           WRITE COMMISSION-RUN-REC
           CLOSE COMMISSION-RUN-FILE
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-EXPENSE-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-ACCRUAL-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
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
              DISPLAY "COMMISSION-RUN: GL ACCOUNT "
                 GL-CHECK-ACCOUNT-CODE
                 " NOT ACTIVE ON CHART OF ACCOUNTS"
              SET GL-ACCOUNT-ERROR TO TRUE
           END-IF
           .

       READ-COMMISSION-PLAN.
           READ COMMISSION-PLAN-FILE
           AT END
              SET END-OF-COMMISSION-PLAN TO TRUE
           END-READ
           .

       READ-COMMISSION-RUN.
           READ COMMISSION-RUN-FILE
           AT END
              SET END-OF-COMMISSION-RUNS TO TRUE
           END-READ
           .

       READ-RECEIPT-ARCHIVE.
           READ RECEIPT-ARCHIVE-FILE
           AT END
              SET END-OF-RECEIPT-ARCHIVE TO TRUE
           END-READ
           .

       RETURN-SORTED-COMMISSION.
           RETURN COMMISSION-SORT-FILE
           AT END
              SET END-OF-SORTED-COMMISSION TO TRUE
           END-RETURN
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
