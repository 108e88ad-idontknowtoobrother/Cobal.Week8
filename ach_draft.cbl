       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-DRAFT-GEN.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACH-ENROLLMENT-FILE ASSIGN TO
                 "ach_enrollment.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS AE-MEMBER-ID.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS MEMBER-ID.
           SELECT OPTIONAL DUES-SCHEDULE-FILE ASSIGN TO
                 "dues_schedule.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS DS-SCHEDULE-KEY.
           SELECT OPTIONAL ACH-DRAFT-FILE ASSIGN TO "ach_drafts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS AD-TRACE-NUMBER.
           SELECT BANK-DEBIT-FILE ASSIGN TO "ach_debits.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DUES-PAYMENT-FILE ASSIGN TO
                 "dues_payments.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-DRAFT-REPORT-FILE ASSIGN TO "ach_draft.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-ENROLLMENT-FILE.
       01 ACH-ENROLLMENT-REC.
          05 AE-MEMBER-ID               PIC X(5).
          05 AE-ROUTING-NUMBER          PIC 9(9).
          05 AE-ROUTING-PARTS REDEFINES AE-ROUTING-NUMBER.
             10 AE-ROUTING-DFI-ID       PIC 9(8).
             10 AE-ROUTING-CHECK-DIGIT  PIC 9.
          05 AE-ACCOUNT-NUMBER          PIC X(17).
          05 AE-ACCOUNT-TYPE            PIC X.
             88 AE-CHECKING-ACCOUNT                    VALUE "C".
             88 AE-SAVINGS-ACCOUNT                     VALUE "S".
          05 AE-DRAFT-OPTION            PIC X.
             88 AE-DRAFT-DUES                          VALUE "D" "A".
             88 AE-DRAFT-BALANCE                       VALUE "B" "A".
          05 AE-STATUS                  PIC X.
             88 AE-ACTIVE                              VALUE "A".
             88 AE-HELD                                VALUE "H".
             88 AE-CANCELLED                           VALUE "X".
          05 AE-ENROLLED-DATE           PIC 9(8).
          05 AE-LAST-DRAFT-DATE         PIC 9(8).
          05 AE-RETURN-COUNT            PIC 9(2).
       FD  MEMBER-FILE.
       01 MEMBER-REC.
          05 MEMBER-ID                  PIC X(5).
          05 MEMBER-NAME                PIC X(20).
          05 MEMBER-TYPE                PIC 9.
          05 MEMBER-GENDER              PIC X.
          05 MEMBER-DUES-AMOUNT         PIC 9(3)V99.
          05 MEMBER-PAYMENT-STATUS      PIC X.
             88 DUES-PAID                              VALUE "P".
             88 DUES-UNPAID                            VALUE "U" "S".
          05 MEMBER-AR-BALANCE          PIC S9(5)V99.
          05 MEMBER-BILLED-DATE         PIC 9(8).
          05 MEMBER-CREDIT-LIMIT        PIC 9(5)V99.
          05 MEMBER-INSTALLMENT-PLAN    PIC X.
          05 MEMBER-PRIMARY-ID          PIC X(5).
       FD  DUES-SCHEDULE-FILE.
       01 DUES-SCHEDULE-REC.
          05 DS-SCHEDULE-KEY.
             10 DS-MEMBER-ID            PIC X(5).
             10 DS-INSTALL-NO           PIC 9(2).
          05 DS-DUE-DATE                PIC 9(8).
          05 DS-DUE-AMOUNT              PIC 9(3)V99.
          05 DS-PAID-AMOUNT             PIC 9(3)V99.
          05 DS-STATUS                  PIC X.
             88 INSTALLMENT-OPEN                       VALUE "O".
             88 INSTALLMENT-PAID                       VALUE "P".
       FD  ACH-DRAFT-FILE.
       01 ACH-DRAFT-REC.
          05 AD-TRACE-NUMBER            PIC 9(15).
          05 AD-MEMBER-ID               PIC X(5).
          05 AD-DRAFT-DATE              PIC 9(8).
          05 AD-APPLY-CODE              PIC X.
             88 AD-ACCOUNT-DRAFT                       VALUE "A".
          05 AD-AMOUNT                  PIC 9(5)V99.
          05 AD-STATUS                  PIC X.
             88 AD-DRAFTED                             VALUE "D".
             88 AD-RETURNED                            VALUE "R".
          05 AD-RETURN-DATE             PIC 9(8).
          05 AD-RETURN-CODE             PIC X(3).
       01 ACH-DRAFT-CONTROL-REC REDEFINES ACH-DRAFT-REC.
          05 ADC-CONTROL-KEY            PIC 9(15).
          05 ADC-NEXT-SEQUENCE          PIC 9(7).
          05 FILLER                     PIC X(26).
       FD  BANK-DEBIT-FILE.
       01 BANK-DEBIT-REC                PIC X(94).
       FD  DUES-PAYMENT-FILE.
       01 DUES-PAYMENT-REC.
          05 PAY-MEMBER-ID              PIC X(5).
          05 PAY-DATE                   PIC 9(8).
          05 PAY-AMOUNT                 PIC 9(5)V99.
          05 PAY-METHOD                 PIC X(2).
          05 PAY-APPLY-CODE             PIC X.
       FD  ACH-DRAFT-REPORT-FILE.
       01 ACH-DRAFT-REPORT-LINE         PIC X(80).
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
       01 CLUB-ODFI-ID                  PIC 9(8)       VALUE 04100012.
       01 CLUB-BANK-NAME                PIC X(23)      VALUE
             "FIRST FAIRWAY BANK".
       01 CLUB-COMPANY-ID               PIC X(10)      VALUE
             "1346012785".
       01 CLUB-COMPANY-NAME             PIC X(16)      VALUE
             "ROLLING GREENS".
       01 CLUB-ORIGIN-NAME              PIC X(23)      VALUE
             "ROLLING GREENS GOLF CL".
       01 ACH-PAYMENT-METHOD            PIC X(2)       VALUE "AC".
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Automatic Draft Register".
       01 PRN-DRAFT-DATE-LINE.
          05 FILLER                     PIC X(11)      VALUE
                "Draft date ".
          05 PRN-DRAFT-DATE             PIC 9(8).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Memb  Name                  Type   Amount  Trace Number".
       01 DRAFT-DATE-TEXT               PIC X(8)       VALUE SPACES.
       01 DRAFT-DATE                    PIC 9(8)       VALUE ZEROS.
       01 DRAFT-DATE-PARTS REDEFINES DRAFT-DATE.
          05 DRAFT-CENTURY              PIC 9(2).
          05 DRAFT-YYMMDD               PIC 9(6).
       01 DRAFT-DAY-NUMBER              PIC 9(7)       VALUE ZEROS.
       01 FILE-CREATION-DATE            PIC 9(6)       VALUE ZEROS.
       01 FILE-CREATION-TIME            PIC 9(8)       VALUE ZEROS.
       01 FILE-CREATION-TIME-PARTS REDEFINES FILE-CREATION-TIME.
          05 FILE-CREATION-HHMM         PIC 9(4).
          05 FILLER                     PIC 9(4).
       01 ENROLLMENT-EOF-SWITCH         PIC X          VALUE "N".
          88 END-OF-ENROLLMENT-FILE                    VALUE "Y".
       01 DRAFT-CONTROL-SWITCH          PIC X          VALUE "N".
          88 DRAFT-CONTROL-ON-FILE                     VALUE "Y".
       01 BATCH-OPEN-SWITCH             PIC X          VALUE "N".
          88 DEBIT-BATCH-OPEN                          VALUE "Y".
       01 MEMBER-FOUND-SWITCH           PIC X          VALUE "N".
          88 DRAFT-MEMBER-FOUND                        VALUE "Y".
          88 DRAFT-MEMBER-NOT-FOUND                    VALUE "N".
       01 NEXT-TRACE-SEQUENCE           PIC 9(7)       VALUE ZEROS.
       01 DRAFT-TRACE-NUMBER            PIC 9(15)      VALUE ZEROS.
       01 DRAFT-TRACE-PARTS REDEFINES DRAFT-TRACE-NUMBER.
          05 DRAFT-TRACE-ODFI-ID        PIC 9(8).
          05 DRAFT-TRACE-SEQUENCE       PIC 9(7).
       01 DRAFT-AMOUNT                  PIC 9(5)V99    VALUE ZEROS.
       01 DRAFT-APPLY-CODE              PIC X          VALUE SPACE.
       01 INSTALL-NO-INDEX              PIC 9(2)       VALUE ZEROS.
       01 ENTRY-COUNT                   PIC 9(6)       VALUE ZEROS.
       01 ENTRY-HASH                    PIC 9(10)      VALUE ZEROS.
       01 DEBIT-TOTAL                   PIC 9(10)V99   VALUE ZEROS.
       01 DUES-DRAFT-COUNT              PIC 9(5)       VALUE ZEROS.
       01 DUES-DRAFT-TOTAL              PIC 9(9)V99    VALUE ZEROS.
       01 ACCOUNT-DRAFT-COUNT           PIC 9(5)       VALUE ZEROS.
       01 ACCOUNT-DRAFT-TOTAL           PIC 9(9)V99    VALUE ZEROS.
       01 SKIPPED-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 DEBIT-RECORD-COUNT            PIC 9(6)       VALUE ZEROS.
       01 DEBIT-BLOCK-COUNT             PIC 9(6)       VALUE ZEROS.
       01 DEBIT-BLOCK-REMAINDER         PIC 9(2)       VALUE ZEROS.
       01 NACHA-FILE-HEADER.
          05 FILLER                     PIC X          VALUE "1".
          05 FILLER                     PIC X(2)       VALUE "01".
          05 FILLER                     PIC X          VALUE SPACE.
          05 NFH-DESTINATION            PIC 9(9).
          05 FILLER                     PIC X          VALUE SPACE.
          05 NFH-ORIGIN                 PIC X(10).
          05 NFH-CREATION-DATE          PIC 9(6).
          05 NFH-CREATION-TIME          PIC 9(4).
          05 FILLER                     PIC X          VALUE "A".
          05 FILLER                     PIC X(3)       VALUE "094".
          05 FILLER                     PIC X(2)       VALUE "10".
          05 FILLER                     PIC X          VALUE "1".
          05 NFH-DESTINATION-NAME       PIC X(23).
          05 NFH-ORIGIN-NAME            PIC X(23).
          05 FILLER                     PIC X(8)       VALUE SPACES.
       01 NACHA-BATCH-HEADER.
          05 FILLER                     PIC X          VALUE "5".
          05 FILLER                     PIC X(3)       VALUE "225".
          05 NBH-COMPANY-NAME           PIC X(16).
          05 FILLER                     PIC X(20)      VALUE SPACES.
          05 NBH-COMPANY-ID             PIC X(10).
          05 FILLER                     PIC X(3)       VALUE "PPD".
          05 FILLER                     PIC X(10)      VALUE
                "CLUB DRAFT".
          05 NBH-DESCRIPTIVE-DATE       PIC 9(6).
          05 NBH-EFFECTIVE-DATE         PIC 9(6).
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 FILLER                     PIC X          VALUE "1".
          05 NBH-ODFI-ID                PIC 9(8).
          05 NBH-BATCH-NUMBER           PIC 9(7).
       01 NACHA-ENTRY-DETAIL.
          05 FILLER                     PIC X          VALUE "6".
          05 NED-TRANSACTION-CODE       PIC X(2).
          05 NED-RECEIVING-DFI-ID       PIC 9(8).
          05 NED-CHECK-DIGIT            PIC 9.
          05 NED-ACCOUNT-NUMBER         PIC X(17).
          05 NED-AMOUNT                 PIC 9(8)V99.
          05 NED-INDIVIDUAL-ID          PIC X(15).
          05 NED-INDIVIDUAL-NAME        PIC X(22).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X          VALUE "0".
          05 NED-TRACE-NUMBER           PIC 9(15).
       01 NACHA-BATCH-CONTROL.
          05 FILLER                     PIC X          VALUE "8".
          05 FILLER                     PIC X(3)       VALUE "225".
          05 NBC-ENTRY-COUNT            PIC 9(6).
          05 NBC-ENTRY-HASH             PIC 9(10).
          05 NBC-DEBIT-TOTAL            PIC 9(10)V99.
          05 NBC-CREDIT-TOTAL           PIC 9(10)V99.
          05 NBC-COMPANY-ID             PIC X(10).
          05 FILLER                     PIC X(25)      VALUE SPACES.
          05 NBC-ODFI-ID                PIC 9(8).
          05 NBC-BATCH-NUMBER           PIC 9(7).
       01 NACHA-FILE-CONTROL.
          05 FILLER                     PIC X          VALUE "9".
          05 NFC-BATCH-COUNT            PIC 9(6).
          05 NFC-BLOCK-COUNT            PIC 9(6).
          05 NFC-ENTRY-COUNT            PIC 9(8).
          05 NFC-ENTRY-HASH             PIC 9(10).
          05 NFC-DEBIT-TOTAL            PIC 9(10)V99.
          05 NFC-CREDIT-TOTAL           PIC 9(10)V99.
          05 FILLER                     PIC X(39)      VALUE SPACES.
       01 NACHA-BLOCK-FILLER            PIC X(94)      VALUE ALL "9".
       01 PRN-DRAFT-DETAIL-LINE.
          05 PRN-DR-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-DR-MEMBER-NAME         PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-DR-TYPE                PIC X(4).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-DR-AMOUNT              PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-DR-TRACE               PIC 9(15).
       01 PRN-DRAFT-SKIP-LINE.
          05 PRN-SK-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 FILLER                     PIC X(10)      VALUE
                "SKIPPED - ".
          05 PRN-SK-REASON              PIC X(30).
       01 PRN-DRAFT-TOTAL-LINE.
          05 PRN-DT-LABEL               PIC X(24).
          05 PRN-DT-COUNT               PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-DT-AMOUNT              PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       ACH-DRAFT-PROCESS.
           PERFORM INITIALIZE-DRAFT-DATE
           OPEN I-O ACH-ENROLLMENT-FILE
           OPEN INPUT MEMBER-FILE
           OPEN INPUT DUES-SCHEDULE-FILE
           OPEN I-O ACH-DRAFT-FILE
           OPEN OUTPUT BANK-DEBIT-FILE
           OPEN EXTEND DUES-PAYMENT-FILE
           OPEN OUTPUT ACH-DRAFT-REPORT-FILE
           WRITE ACH-DRAFT-REPORT-LINE FROM PAGE-HEADER
           MOVE DRAFT-DATE TO PRN-DRAFT-DATE
           WRITE ACH-DRAFT-REPORT-LINE FROM PRN-DRAFT-DATE-LINE
           WRITE ACH-DRAFT-REPORT-LINE FROM COLUMN-HEADING
           PERFORM READ-DRAFT-CONTROL
           PERFORM WRITE-NACHA-FILE-HEADER
           MOVE LOW-VALUES TO AE-MEMBER-ID
           START ACH-ENROLLMENT-FILE KEY IS NOT LESS THAN AE-MEMBER-ID
              INVALID KEY
                 SET END-OF-ENROLLMENT-FILE TO TRUE
           END-START
           IF NOT END-OF-ENROLLMENT-FILE
              PERFORM READ-NEXT-ENROLLMENT
           END-IF
           PERFORM DRAFT-ENROLLED-MEMBER UNTIL END-OF-ENROLLMENT-FILE
           IF DEBIT-BATCH-OPEN
              PERFORM WRITE-NACHA-BATCH-CONTROL
           END-IF
           PERFORM WRITE-NACHA-FILE-CONTROL
           PERFORM WRITE-DRAFT-CONTROL
           PERFORM WRITE-DRAFT-TOTALS
           CLOSE ACH-ENROLLMENT-FILE, MEMBER-FILE, DUES-SCHEDULE-FILE,
                 ACH-DRAFT-FILE, BANK-DEBIT-FILE, DUES-PAYMENT-FILE,
                 ACH-DRAFT-REPORT-FILE
           GOBACK
           .

       INITIALIZE-DRAFT-DATE.
           ACCEPT DRAFT-DATE-TEXT FROM COMMAND-LINE
           IF DRAFT-DATE-TEXT = SPACES
              ACCEPT DRAFT-DATE-TEXT FROM ENVIRONMENT "ACH_DRAFT_DATE"
           END-IF
           IF DRAFT-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO DRAFT-DATE-TEXT
              END-IF
           END-IF
           IF DRAFT-DATE-TEXT IS NUMERIC
                 AND DRAFT-DATE-TEXT NOT = SPACES
              MOVE DRAFT-DATE-TEXT TO DRAFT-DATE
           ELSE
              DISPLAY "ACH-DRAFT-GEN: DRAFT DATE REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE DRAFT-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(DRAFT-DATE)
           IF DRAFT-DAY-NUMBER = ZEROS
              DISPLAY "ACH-DRAFT-GEN: DRAFT DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ACCEPT FILE-CREATION-DATE FROM DATE
           ACCEPT FILE-CREATION-TIME FROM TIME
           .

       READ-DRAFT-CONTROL.
           MOVE ZEROS TO AD-TRACE-NUMBER
           READ ACH-DRAFT-FILE
              INVALID KEY
                 MOVE "N" TO DRAFT-CONTROL-SWITCH
                 MOVE 1 TO NEXT-TRACE-SEQUENCE
              NOT INVALID KEY
                 MOVE "Y" TO DRAFT-CONTROL-SWITCH
                 MOVE ADC-NEXT-SEQUENCE TO NEXT-TRACE-SEQUENCE
           END-READ
           .

       DRAFT-ENROLLED-MEMBER.
           IF AE-ACTIVE
              IF AE-LAST-DRAFT-DATE >= DRAFT-DATE
                 MOVE AE-MEMBER-ID TO PRN-SK-MEMBER-ID
                 MOVE "ALREADY DRAFTED FOR THIS DATE" TO PRN-SK-REASON
                 PERFORM WRITE-DRAFT-SKIP
              ELSE
                 PERFORM DRAFT-MEMBER-AMOUNTS
              END-IF
           END-IF
           PERFORM READ-NEXT-ENROLLMENT
           .

       DRAFT-MEMBER-AMOUNTS.
           MOVE AE-MEMBER-ID TO MEMBER-ID
           READ MEMBER-FILE
              INVALID KEY
                 SET DRAFT-MEMBER-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET DRAFT-MEMBER-FOUND TO TRUE
           END-READ
           IF DRAFT-MEMBER-NOT-FOUND
              MOVE AE-MEMBER-ID TO PRN-SK-MEMBER-ID
              MOVE "MEMBER NOT FOUND" TO PRN-SK-REASON
              PERFORM WRITE-DRAFT-SKIP
           ELSE
              IF AE-DRAFT-DUES AND DUES-UNPAID
                 PERFORM COMPUTE-DUES-DRAFT
                 IF DRAFT-AMOUNT > ZEROS
                    MOVE SPACE TO DRAFT-APPLY-CODE
                    PERFORM GENERATE-DRAFT
                    COMPUTE DUES-DRAFT-COUNT = DUES-DRAFT-COUNT + 1
                    COMPUTE DUES-DRAFT-TOTAL =
                       DUES-DRAFT-TOTAL + DRAFT-AMOUNT
                 END-IF
              END-IF
              IF AE-DRAFT-BALANCE AND MEMBER-AR-BALANCE > ZEROS
                 MOVE MEMBER-AR-BALANCE TO DRAFT-AMOUNT
                 MOVE "A" TO DRAFT-APPLY-CODE
                 PERFORM GENERATE-DRAFT
                 COMPUTE ACCOUNT-DRAFT-COUNT = ACCOUNT-DRAFT-COUNT + 1
                 COMPUTE ACCOUNT-DRAFT-TOTAL =
                    ACCOUNT-DRAFT-TOTAL + DRAFT-AMOUNT
              END-IF
              MOVE DRAFT-DATE TO AE-LAST-DRAFT-DATE
              REWRITE ACH-ENROLLMENT-REC
           END-IF
           .

       COMPUTE-DUES-DRAFT.
           MOVE ZEROS TO DRAFT-AMOUNT
           IF MEMBER-INSTALLMENT-PLAN = "Y"
              MOVE 1 TO INSTALL-NO-INDEX
              PERFORM ADD-DUE-INSTALLMENT UNTIL INSTALL-NO-INDEX > 4
           ELSE
              MOVE MEMBER-DUES-AMOUNT TO DRAFT-AMOUNT
           END-IF
           .

       ADD-DUE-INSTALLMENT.
           MOVE MEMBER-ID TO DS-MEMBER-ID
           MOVE INSTALL-NO-INDEX TO DS-INSTALL-NO
           READ DUES-SCHEDULE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DS-PAID-AMOUNT < DS-DUE-AMOUNT
                       AND DS-DUE-DATE <= DRAFT-DATE
                    COMPUTE DRAFT-AMOUNT = DRAFT-AMOUNT +
                       (DS-DUE-AMOUNT - DS-PAID-AMOUNT)
                 END-IF
           END-READ
           COMPUTE INSTALL-NO-INDEX = INSTALL-NO-INDEX + 1
           .

       GENERATE-DRAFT.
           IF NOT DEBIT-BATCH-OPEN
              PERFORM WRITE-NACHA-BATCH-HEADER
           END-IF
           MOVE CLUB-ODFI-ID TO DRAFT-TRACE-ODFI-ID
           MOVE NEXT-TRACE-SEQUENCE TO DRAFT-TRACE-SEQUENCE
           COMPUTE NEXT-TRACE-SEQUENCE = NEXT-TRACE-SEQUENCE + 1
           IF AE-SAVINGS-ACCOUNT
              MOVE "37" TO NED-TRANSACTION-CODE
           ELSE
              MOVE "27" TO NED-TRANSACTION-CODE
           END-IF
           MOVE AE-ROUTING-DFI-ID TO NED-RECEIVING-DFI-ID
           MOVE AE-ROUTING-CHECK-DIGIT TO NED-CHECK-DIGIT
           MOVE AE-ACCOUNT-NUMBER TO NED-ACCOUNT-NUMBER
           MOVE DRAFT-AMOUNT TO NED-AMOUNT
           MOVE MEMBER-ID TO NED-INDIVIDUAL-ID
           MOVE MEMBER-NAME TO NED-INDIVIDUAL-NAME
           MOVE DRAFT-TRACE-NUMBER TO NED-TRACE-NUMBER
           WRITE BANK-DEBIT-REC FROM NACHA-ENTRY-DETAIL
           COMPUTE DEBIT-RECORD-COUNT = DEBIT-RECORD-COUNT + 1
           COMPUTE ENTRY-COUNT = ENTRY-COUNT + 1
           COMPUTE ENTRY-HASH = ENTRY-HASH + AE-ROUTING-DFI-ID
           COMPUTE DEBIT-TOTAL = DEBIT-TOTAL + DRAFT-AMOUNT
           MOVE DRAFT-TRACE-NUMBER TO AD-TRACE-NUMBER
           MOVE MEMBER-ID TO AD-MEMBER-ID
           MOVE DRAFT-DATE TO AD-DRAFT-DATE
           MOVE DRAFT-APPLY-CODE TO AD-APPLY-CODE
           MOVE DRAFT-AMOUNT TO AD-AMOUNT
           SET AD-DRAFTED TO TRUE
           MOVE ZEROS TO AD-RETURN-DATE
           MOVE SPACES TO AD-RETURN-CODE
           WRITE ACH-DRAFT-REC
           MOVE MEMBER-ID TO PAY-MEMBER-ID
           MOVE DRAFT-DATE TO PAY-DATE
           MOVE DRAFT-AMOUNT TO PAY-AMOUNT
           MOVE ACH-PAYMENT-METHOD TO PAY-METHOD
           MOVE DRAFT-APPLY-CODE TO PAY-APPLY-CODE
           WRITE DUES-PAYMENT-REC
           MOVE MEMBER-ID TO PRN-DR-MEMBER-ID
           MOVE MEMBER-NAME TO PRN-DR-MEMBER-NAME
           IF DRAFT-APPLY-CODE = "A"
              MOVE "ACCT" TO PRN-DR-TYPE
           ELSE
              MOVE "DUES" TO PRN-DR-TYPE
           END-IF
           MOVE DRAFT-AMOUNT TO PRN-DR-AMOUNT
           MOVE DRAFT-TRACE-NUMBER TO PRN-DR-TRACE
           WRITE ACH-DRAFT-REPORT-LINE FROM PRN-DRAFT-DETAIL-LINE
           .

       WRITE-NACHA-FILE-HEADER.
           MOVE CLUB-ODFI-ID TO NFH-DESTINATION
           MOVE CLUB-COMPANY-ID TO NFH-ORIGIN
           MOVE FILE-CREATION-DATE TO NFH-CREATION-DATE
           MOVE FILE-CREATION-HHMM TO NFH-CREATION-TIME
           MOVE CLUB-BANK-NAME TO NFH-DESTINATION-NAME
           MOVE CLUB-ORIGIN-NAME TO NFH-ORIGIN-NAME
           WRITE BANK-DEBIT-REC FROM NACHA-FILE-HEADER
           COMPUTE DEBIT-RECORD-COUNT = DEBIT-RECORD-COUNT + 1
           .

       WRITE-NACHA-BATCH-HEADER.
           MOVE CLUB-COMPANY-NAME TO NBH-COMPANY-NAME
           MOVE CLUB-COMPANY-ID TO NBH-COMPANY-ID
           MOVE DRAFT-YYMMDD TO NBH-DESCRIPTIVE-DATE
           MOVE DRAFT-YYMMDD TO NBH-EFFECTIVE-DATE
           MOVE CLUB-ODFI-ID TO NBH-ODFI-ID
           MOVE 1 TO NBH-BATCH-NUMBER
           WRITE BANK-DEBIT-REC FROM NACHA-BATCH-HEADER
           COMPUTE DEBIT-RECORD-COUNT = DEBIT-RECORD-COUNT + 1
           SET DEBIT-BATCH-OPEN TO TRUE
           .

       WRITE-NACHA-BATCH-CONTROL.
           MOVE ENTRY-COUNT TO NBC-ENTRY-COUNT
           MOVE ENTRY-HASH TO NBC-ENTRY-HASH
           MOVE DEBIT-TOTAL TO NBC-DEBIT-TOTAL
           MOVE ZEROS TO NBC-CREDIT-TOTAL
           MOVE CLUB-COMPANY-ID TO NBC-COMPANY-ID
           MOVE CLUB-ODFI-ID TO NBC-ODFI-ID
           MOVE 1 TO NBC-BATCH-NUMBER
           WRITE BANK-DEBIT-REC FROM NACHA-BATCH-CONTROL
           COMPUTE DEBIT-RECORD-COUNT = DEBIT-RECORD-COUNT + 1
           .

       WRITE-NACHA-FILE-CONTROL.
           IF DEBIT-BATCH-OPEN
              MOVE 1 TO NFC-BATCH-COUNT
           ELSE
              MOVE ZEROS TO NFC-BATCH-COUNT
           END-IF
           COMPUTE DEBIT-RECORD-COUNT = DEBIT-RECORD-COUNT + 1
           DIVIDE DEBIT-RECORD-COUNT BY 10 GIVING DEBIT-BLOCK-COUNT
              REMAINDER DEBIT-BLOCK-REMAINDER
           IF DEBIT-BLOCK-REMAINDER > ZEROS
              COMPUTE DEBIT-BLOCK-COUNT = DEBIT-BLOCK-COUNT + 1
           END-IF
           MOVE DEBIT-BLOCK-COUNT TO NFC-BLOCK-COUNT
           MOVE ENTRY-COUNT TO NFC-ENTRY-COUNT
           MOVE ENTRY-HASH TO NFC-ENTRY-HASH
           MOVE DEBIT-TOTAL TO NFC-DEBIT-TOTAL
           MOVE ZEROS TO NFC-CREDIT-TOTAL
           WRITE BANK-DEBIT-REC FROM NACHA-FILE-CONTROL
           PERFORM WRITE-BLOCK-FILLER
              UNTIL DEBIT-BLOCK-REMAINDER = ZEROS
              OR DEBIT-BLOCK-REMAINDER >= 10
           .

       WRITE-BLOCK-FILLER.
           WRITE BANK-DEBIT-REC FROM NACHA-BLOCK-FILLER
           COMPUTE DEBIT-BLOCK-REMAINDER = DEBIT-BLOCK-REMAINDER + 1
           .

       WRITE-DRAFT-CONTROL.
           MOVE ZEROS TO ADC-CONTROL-KEY
           MOVE NEXT-TRACE-SEQUENCE TO ADC-NEXT-SEQUENCE
           IF DRAFT-CONTROL-ON-FILE
              REWRITE ACH-DRAFT-REC
           ELSE
              WRITE ACH-DRAFT-REC
           END-IF
           .

       WRITE-DRAFT-SKIP.
           WRITE ACH-DRAFT-REPORT-LINE FROM PRN-DRAFT-SKIP-LINE
           COMPUTE SKIPPED-COUNT = SKIPPED-COUNT + 1
           .

       WRITE-DRAFT-TOTALS.
           MOVE SPACES TO ACH-DRAFT-REPORT-LINE
           WRITE ACH-DRAFT-REPORT-LINE
           MOVE "Dues drafts             " TO PRN-DT-LABEL
           MOVE DUES-DRAFT-COUNT TO PRN-DT-COUNT
           MOVE DUES-DRAFT-TOTAL TO PRN-DT-AMOUNT
           WRITE ACH-DRAFT-REPORT-LINE FROM PRN-DRAFT-TOTAL-LINE
           MOVE "Account balance drafts  " TO PRN-DT-LABEL
           MOVE ACCOUNT-DRAFT-COUNT TO PRN-DT-COUNT
           MOVE ACCOUNT-DRAFT-TOTAL TO PRN-DT-AMOUNT
           WRITE ACH-DRAFT-REPORT-LINE FROM PRN-DRAFT-TOTAL-LINE
           MOVE "Total debit file        " TO PRN-DT-LABEL
           MOVE ENTRY-COUNT TO PRN-DT-COUNT
           MOVE DEBIT-TOTAL TO PRN-DT-AMOUNT
           WRITE ACH-DRAFT-REPORT-LINE FROM PRN-DRAFT-TOTAL-LINE
           MOVE "Enrollments skipped     " TO PRN-DT-LABEL
           MOVE SKIPPED-COUNT TO PRN-DT-COUNT
           MOVE ZEROS TO PRN-DT-AMOUNT
           WRITE ACH-DRAFT-REPORT-LINE FROM PRN-DRAFT-TOTAL-LINE
           .

       READ-NEXT-ENROLLMENT.
           READ ACH-ENROLLMENT-FILE NEXT RECORD
              AT END
                 SET END-OF-ENROLLMENT-FILE TO TRUE
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
