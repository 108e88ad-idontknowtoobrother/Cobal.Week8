       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIN-SPEND-ASSESS.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MEMBER-ID.
           SELECT MIN-SPEND-RATE-FILE ASSIGN TO "min_spend_rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHARGE-INPUT-FILE ASSIGN TO
                 "member_charges.dat"
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
           SELECT SHORTFALL-REGISTER-FILE ASSIGN TO
                 "min_spend_register.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-FILE.
       01 MEMBER-REC.
          05 MEMBER-ID                  PIC X(5).
          05 MEMBER-NAME                PIC X(20).
          05 MEMBER-TYPE                PIC 9.
          05 MEMBER-GENDER              PIC X.
          05 MEMBER-DUES-AMOUNT         PIC 9(3)V99.
          05 MEMBER-PAYMENT-STATUS      PIC X.
          05 MEMBER-AR-BALANCE          PIC S9(5)V99.
          05 MEMBER-BILLED-DATE         PIC 9(8).
          05 MEMBER-CREDIT-LIMIT        PIC 9(5)V99.
          05 MEMBER-INSTALLMENT-PLAN    PIC X.
          05 MEMBER-PRIMARY-ID          PIC X(5).
       01 MEMBER-TRAILER-REC REDEFINES MEMBER-REC.
          05 TRL-ID                     PIC X(5).
             88 IS-MEMBER-TRAILER                      VALUE "TRLR ".
          05 TRL-EXPECTED-COUNT         PIC 9(5).
          05 FILLER                     PIC X(51).
       FD  MIN-SPEND-RATE-FILE.
       01 MIN-SPEND-RATE-REC.
          88 END-OF-MIN-SPEND-RATES                    VALUE HIGH-VALUES
           .
          05 MSR-MEMBER-TYPE            PIC 9.
          05 MSR-QUARTER-MINIMUM        PIC 9(5)V99.
       FD  CHARGE-INPUT-FILE.
       01 CHARGE-INPUT-REC.
          88 END-OF-CHARGE-INPUT                       VALUE HIGH-VALUES
           .
          05 CHI-MEMBER-ID              PIC X(5).
          05 CHI-TRANS-DATE             PIC 9(8).
          05 CHI-TYPE                   PIC X.
          05 CHI-ITEM-ID                PIC X(8).
          05 CHI-QTY                    PIC 9(3).
          05 CHI-AMOUNT                 PIC 9(7)V99.
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
       FD  SHORTFALL-REGISTER-FILE.
       01 SHORTFALL-REGISTER-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01 GL-MIN-SPEND-ACCOUNT-CODE     PIC X(6)       VALUE "400400".
       01 GL-CHECK-ACCOUNT-CODE         PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH       PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                          VALUE "Y".
       01 GL-MIN-SPEND-SHOP-ID          PIC X(5)       VALUE "AR   ".
       01 MIN-SPEND-CHARGE-TYPE         PIC X          VALUE "M".
       01 MIN-SPEND-ITEM-ID             PIC X(8)       VALUE "MINSPEND".
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Minimum Spend Shortfall".
       01 PRN-QUARTER-LINE.
          05 FILLER                     PIC X(8)       VALUE
                "Quarter ".
          05 PRN-QUARTER-YEAR           PIC 9(4).
          05 FILLER                     PIC X(2)       VALUE " Q".
          05 PRN-QUARTER-NUMBER         PIC 9.
          05 FILLER                     PIC X(3)       VALUE "   ".
          05 PRN-QUARTER-START          PIC 9(8).
          05 FILLER                     PIC X(4)       VALUE " to ".
          05 PRN-QUARTER-END            PIC 9(8).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Hhold  Name                Typ   Minimum     Spend  Shortf
      -      "all".
       01 ASSESSED-SECTION-HEADING      PIC X(45)      VALUE
             "HOUSEHOLDS ALREADY ASSESSED THIS QUARTER".
       01 QUARTER-TEXT                  PIC X(5)       VALUE SPACES.
       01 QUARTER-PARTS REDEFINES QUARTER-TEXT.
          05 QUARTER-YEAR               PIC 9(4).
          05 QUARTER-NUMBER             PIC 9.
       01 QUARTER-START-MONTH           PIC 99         VALUE ZEROS.
       01 QUARTER-END-MONTH             PIC 99         VALUE ZEROS.
       01 QUARTER-END-DAY               PIC 99         VALUE ZEROS.
       01 QUARTER-START-DATE            PIC 9(8)       VALUE ZEROS.
       01 QUARTER-END-DATE              PIC 9(8)       VALUE ZEROS.
       01 MEMBER-EOF-SWITCH             PIC X          VALUE "N".
          88 END-OF-MEMBER-FILE                        VALUE "Y".
       01 MIN-SPEND-TABLE.
          05 MIN-SPEND-ENTRY            OCCURS 9 TIMES.
             10 MS-QUARTER-MINIMUM      PIC 9(5)V99.
       01 MIN-SPEND-INDEX               PIC 9          VALUE ZEROS.
       01 HOUSEHOLD-TABLE.
          05 HOUSEHOLD-ENTRY            OCCURS 1000 TIMES.
             10 HH-HOUSEHOLD-ID         PIC X(5).
             10 HH-QUARTER-SPEND        PIC S9(7)V99.
             10 HH-ASSESSED-FLAG        PIC X.
                88 HH-ALREADY-ASSESSED                 VALUE "Y".
       01 HOUSEHOLD-COUNT               PIC 9(4)       VALUE ZEROS.
       01 HOUSEHOLD-INDEX               PIC 9(4)       VALUE ZEROS.
       01 HOUSEHOLD-FOUND-SWITCH        PIC X          VALUE "N".
          88 HOUSEHOLD-ENTRY-FOUND                     VALUE "Y".
          88 HOUSEHOLD-ENTRY-NOT-FOUND                 VALUE "N".
       01 HOUSEHOLD-LOOKUP-ID           PIC X(5)       VALUE SPACES.
       01 HOUSEHOLD-FULL-SWITCH         PIC X          VALUE "N".
          88 HOUSEHOLD-FULL-WARNED                     VALUE "Y".
       01 HOUSEHOLD-SPEND               PIC S9(7)V99   VALUE ZEROS.
       01 SHORTFALL-AMOUNT              PIC S9(7)V99   VALUE ZEROS.
       01 SHORTFALL-CHARGE              PIC 9(7)V99    VALUE ZEROS.
       01 ASSESSED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 ASSESSED-TOTAL                PIC 9(7)V99    VALUE ZEROS.
       01 MET-MINIMUM-COUNT             PIC 9(5)       VALUE ZEROS.
       01 SKIPPED-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 PRN-SHORTFALL-DETAIL-LINE.
          05 PRN-SF-HOUSEHOLD-ID        PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SF-MEMBER-NAME         PIC X(20).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SF-MEMBER-TYPE         PIC 9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SF-MINIMUM             PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SF-SPEND               PIC ZZ,ZZ9.99-.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SF-SHORTFALL           PIC ZZ,ZZ9.99.
       01 PRN-SHORTFALL-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Households assessed     ".
          05 PRN-ASSESSED-COUNT         PIC ZZZZ9.
          05 FILLER                     PIC X(9)       VALUE
                "  Total  ".
          05 PRN-ASSESSED-TOTAL         PIC $$$,$$$,$$9.99.
       01 PRN-MET-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Households at minimum   ".
          05 PRN-MET-MINIMUM-COUNT      PIC ZZZZ9.
       01 PRN-SKIPPED-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Already assessed        ".
          05 PRN-SKIPPED-COUNT          PIC ZZZZ9.
       01 SKIPPED-TABLE.
          05 SKIPPED-ENTRY              OCCURS 200 TIMES.
             10 SKIPPED-PRINT-IMAGE     PIC X(80).
       01 SKIPPED-INDEX                 PIC 9(3)       VALUE ZEROS.
       01 SKIPPED-PRINT-INDEX           PIC 9(3)       VALUE ZEROS.

       PROCEDURE DIVISION.
       MIN-SPEND-PROCESS.
           PERFORM INITIALIZE-QUARTER
           PERFORM VALIDATE-GL-ACCOUNTS
           PERFORM LOAD-MIN-SPEND-TABLE
           OPEN I-O MEMBER-FILE
           PERFORM LOAD-QUARTER-CHARGES
           OPEN EXTEND MEMBER-CHARGE-FILE
           OPEN EXTEND GL-EXTRACT-FILE
           OPEN OUTPUT SHORTFALL-REGISTER-FILE
           WRITE SHORTFALL-REGISTER-LINE FROM PAGE-HEADER
           MOVE QUARTER-YEAR TO PRN-QUARTER-YEAR
           MOVE QUARTER-NUMBER TO PRN-QUARTER-NUMBER
           MOVE QUARTER-START-DATE TO PRN-QUARTER-START
           MOVE QUARTER-END-DATE TO PRN-QUARTER-END
           WRITE SHORTFALL-REGISTER-LINE FROM PRN-QUARTER-LINE
           WRITE SHORTFALL-REGISTER-LINE FROM COLUMN-HEADING
           MOVE LOW-VALUES TO MEMBER-ID
           START MEMBER-FILE KEY IS NOT LESS THAN MEMBER-ID
              INVALID KEY
                 SET END-OF-MEMBER-FILE TO TRUE
           END-START
           IF NOT END-OF-MEMBER-FILE
              PERFORM READ-NEXT-MEMBER
           END-IF
           PERFORM ASSESS-HOUSEHOLD UNTIL END-OF-MEMBER-FILE
           PERFORM WRITE-SKIPPED-SECTION
           MOVE SPACES TO SHORTFALL-REGISTER-LINE
           WRITE SHORTFALL-REGISTER-LINE
           MOVE ASSESSED-COUNT TO PRN-ASSESSED-COUNT
           MOVE ASSESSED-TOTAL TO PRN-ASSESSED-TOTAL
           WRITE SHORTFALL-REGISTER-LINE FROM PRN-SHORTFALL-TOTAL-LINE
           MOVE MET-MINIMUM-COUNT TO PRN-MET-MINIMUM-COUNT
           WRITE SHORTFALL-REGISTER-LINE FROM PRN-MET-TOTAL-LINE
           MOVE SKIPPED-COUNT TO PRN-SKIPPED-COUNT
           WRITE SHORTFALL-REGISTER-LINE FROM PRN-SKIPPED-TOTAL-LINE
           IF ASSESSED-TOTAL > ZEROS
              PERFORM WRITE-GL-MIN-SPEND-RECORD
           END-IF
           CLOSE MEMBER-FILE, MEMBER-CHARGE-FILE, GL-EXTRACT-FILE,
                 SHORTFALL-REGISTER-FILE
           GOBACK
           .

       INITIALIZE-QUARTER.
           ACCEPT QUARTER-TEXT FROM COMMAND-LINE
           IF QUARTER-TEXT = SPACES
              ACCEPT QUARTER-TEXT FROM ENVIRONMENT
                 "MIN_SPEND_QUARTER"
           END-IF
           IF QUARTER-TEXT IS NOT NUMERIC
                 OR QUARTER-TEXT = SPACES
                 OR QUARTER-NUMBER < 1 OR QUARTER-NUMBER > 4
              DISPLAY "MIN-SPEND-ASSESS: QUARTER YYYYQ REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE QUARTER-START-MONTH = QUARTER-NUMBER * 3 - 2
           COMPUTE QUARTER-END-MONTH = QUARTER-NUMBER * 3
           IF QUARTER-END-MONTH = 3 OR QUARTER-END-MONTH = 12
              MOVE 31 TO QUARTER-END-DAY
           ELSE
              MOVE 30 TO QUARTER-END-DAY
           END-IF
           COMPUTE QUARTER-START-DATE = QUARTER-YEAR * 10000
              + QUARTER-START-MONTH * 100 + 1
           COMPUTE QUARTER-END-DATE = QUARTER-YEAR * 10000
              + QUARTER-END-MONTH * 100 + QUARTER-END-DAY
           .

       LOAD-MIN-SPEND-TABLE.
           MOVE ZEROS TO MIN-SPEND-TABLE
           OPEN INPUT MIN-SPEND-RATE-FILE
           PERFORM READ-MIN-SPEND-RATE
           PERFORM STORE-MIN-SPEND-RATE UNTIL END-OF-MIN-SPEND-RATES
           CLOSE MIN-SPEND-RATE-FILE
           .

       STORE-MIN-SPEND-RATE.
           IF MSR-MEMBER-TYPE IS NUMERIC AND MSR-MEMBER-TYPE > ZERO
                 AND MSR-QUARTER-MINIMUM IS NUMERIC
              MOVE MSR-MEMBER-TYPE TO MIN-SPEND-INDEX
              MOVE MSR-QUARTER-MINIMUM TO
                 MS-QUARTER-MINIMUM(MIN-SPEND-INDEX)
           END-IF
           PERFORM READ-MIN-SPEND-RATE
           .

       LOAD-QUARTER-CHARGES.
           OPEN INPUT CHARGE-INPUT-FILE
           PERFORM READ-CHARGE-INPUT
           PERFORM STORE-QUARTER-CHARGE UNTIL END-OF-CHARGE-INPUT
           CLOSE CHARGE-INPUT-FILE
           .

       STORE-QUARTER-CHARGE.
           IF CHI-TRANS-DATE >= QUARTER-START-DATE
                 AND CHI-TRANS-DATE <= QUARTER-END-DATE
              EVALUATE CHI-TYPE
                 WHEN "S"
                    PERFORM LOCATE-CHARGE-HOUSEHOLD
                    IF HOUSEHOLD-ENTRY-FOUND
                       COMPUTE HH-QUARTER-SPEND(HOUSEHOLD-INDEX) =
                          HH-QUARTER-SPEND(HOUSEHOLD-INDEX) + CHI-AMOUNT
                    END-IF
                 WHEN "R"
                    PERFORM LOCATE-CHARGE-HOUSEHOLD
                    IF HOUSEHOLD-ENTRY-FOUND
                       COMPUTE HH-QUARTER-SPEND(HOUSEHOLD-INDEX) =
                          HH-QUARTER-SPEND(HOUSEHOLD-INDEX) - CHI-AMOUNT
                    END-IF
                 WHEN "M"
                    IF CHI-TRANS-DATE = QUARTER-END-DATE
                       PERFORM LOCATE-CHARGE-HOUSEHOLD
                       IF HOUSEHOLD-ENTRY-FOUND
                          MOVE "Y" TO HH-ASSESSED-FLAG(HOUSEHOLD-INDEX)
                       END-IF
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM READ-CHARGE-INPUT
           .

       LOCATE-CHARGE-HOUSEHOLD.
           MOVE CHI-MEMBER-ID TO MEMBER-ID
           READ MEMBER-FILE
              INVALID KEY
                 MOVE SPACES TO MEMBER-PRIMARY-ID
           END-READ
           IF MEMBER-PRIMARY-ID = SPACES
              MOVE CHI-MEMBER-ID TO HOUSEHOLD-LOOKUP-ID
           ELSE
              MOVE MEMBER-PRIMARY-ID TO HOUSEHOLD-LOOKUP-ID
           END-IF
           PERFORM LOCATE-HOUSEHOLD-ENTRY
           IF HOUSEHOLD-ENTRY-NOT-FOUND AND HOUSEHOLD-COUNT < 1000
              COMPUTE HOUSEHOLD-COUNT = HOUSEHOLD-COUNT + 1
              MOVE HOUSEHOLD-COUNT TO HOUSEHOLD-INDEX
              MOVE HOUSEHOLD-LOOKUP-ID TO
                 HH-HOUSEHOLD-ID(HOUSEHOLD-INDEX)
              MOVE ZEROS TO HH-QUARTER-SPEND(HOUSEHOLD-INDEX)
              MOVE "N" TO HH-ASSESSED-FLAG(HOUSEHOLD-INDEX)
              SET HOUSEHOLD-ENTRY-FOUND TO TRUE
           END-IF
           IF HOUSEHOLD-ENTRY-NOT-FOUND
              IF NOT HOUSEHOLD-FULL-WARNED
                 DISPLAY "MIN-SPEND-ASSESS: HOUSEHOLD TABLE FULL - "
                    "RUN STOPPED AT MEMBER " CHI-MEMBER-ID
                 SET HOUSEHOLD-FULL-WARNED TO TRUE
              END-IF
              CLOSE MEMBER-FILE, CHARGE-INPUT-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       LOCATE-HOUSEHOLD-ENTRY.
           SET HOUSEHOLD-ENTRY-NOT-FOUND TO TRUE
           MOVE ZEROS TO HOUSEHOLD-INDEX
           PERFORM CHECK-HOUSEHOLD-ENTRY
              UNTIL HOUSEHOLD-ENTRY-FOUND
              OR HOUSEHOLD-INDEX >= HOUSEHOLD-COUNT
           .

       CHECK-HOUSEHOLD-ENTRY.
           COMPUTE HOUSEHOLD-INDEX = HOUSEHOLD-INDEX + 1
           IF HOUSEHOLD-LOOKUP-ID = HH-HOUSEHOLD-ID(HOUSEHOLD-INDEX)
              SET HOUSEHOLD-ENTRY-FOUND TO TRUE
           END-IF
           .

       ASSESS-HOUSEHOLD.
           IF NOT IS-MEMBER-TRAILER
                 AND (MEMBER-PRIMARY-ID = SPACES
                      OR MEMBER-PRIMARY-ID = MEMBER-ID)
                 AND MEMBER-TYPE IS NUMERIC AND MEMBER-TYPE > ZERO
              MOVE MEMBER-TYPE TO MIN-SPEND-INDEX
              IF MS-QUARTER-MINIMUM(MIN-SPEND-INDEX) > ZEROS
                 PERFORM COMPUTE-HOUSEHOLD-SHORTFALL
              END-IF
           END-IF
           PERFORM READ-NEXT-MEMBER
           .

       COMPUTE-HOUSEHOLD-SHORTFALL.
           MOVE MEMBER-ID TO HOUSEHOLD-LOOKUP-ID
           PERFORM LOCATE-HOUSEHOLD-ENTRY
           IF HOUSEHOLD-ENTRY-FOUND
              MOVE HH-QUARTER-SPEND(HOUSEHOLD-INDEX) TO HOUSEHOLD-SPEND
           ELSE
              MOVE ZEROS TO HOUSEHOLD-SPEND
           END-IF
           COMPUTE SHORTFALL-AMOUNT =
              MS-QUARTER-MINIMUM(MIN-SPEND-INDEX) - HOUSEHOLD-SPEND
           IF SHORTFALL-AMOUNT > ZEROS
              MOVE SHORTFALL-AMOUNT TO SHORTFALL-CHARGE
              PERFORM FORMAT-SHORTFALL-LINE
              IF HOUSEHOLD-ENTRY-FOUND
                    AND HH-ALREADY-ASSESSED(HOUSEHOLD-INDEX)
                 PERFORM SAVE-SKIPPED-HOUSEHOLD
              ELSE
                 PERFORM APPLY-SHORTFALL-CHARGE
              END-IF
           ELSE
              COMPUTE MET-MINIMUM-COUNT = MET-MINIMUM-COUNT + 1
           END-IF
           .

       FORMAT-SHORTFALL-LINE.
           MOVE MEMBER-ID TO PRN-SF-HOUSEHOLD-ID
           MOVE MEMBER-NAME TO PRN-SF-MEMBER-NAME
           MOVE MEMBER-TYPE TO PRN-SF-MEMBER-TYPE
           MOVE MS-QUARTER-MINIMUM(MIN-SPEND-INDEX) TO PRN-SF-MINIMUM
           MOVE HOUSEHOLD-SPEND TO PRN-SF-SPEND
           MOVE SHORTFALL-CHARGE TO PRN-SF-SHORTFALL
           .

       APPLY-SHORTFALL-CHARGE.
           COMPUTE MEMBER-AR-BALANCE = MEMBER-AR-BALANCE +
              SHORTFALL-CHARGE
           REWRITE MEMBER-REC
           MOVE MEMBER-ID TO CHG-MEMBER-ID
           MOVE QUARTER-END-DATE TO CHG-TRANS-DATE
           MOVE MIN-SPEND-CHARGE-TYPE TO CHG-TYPE
           MOVE MIN-SPEND-ITEM-ID TO CHG-ITEM-ID
           MOVE ZEROS TO CHG-QTY
           MOVE SHORTFALL-CHARGE TO CHG-AMOUNT
           WRITE MEMBER-CHARGE-REC
           WRITE SHORTFALL-REGISTER-LINE FROM PRN-SHORTFALL-DETAIL-LINE
           COMPUTE ASSESSED-COUNT = ASSESSED-COUNT + 1
           COMPUTE ASSESSED-TOTAL = ASSESSED-TOTAL + SHORTFALL-CHARGE
           .

       SAVE-SKIPPED-HOUSEHOLD.
           COMPUTE SKIPPED-COUNT = SKIPPED-COUNT + 1
           IF SKIPPED-INDEX < 200
              COMPUTE SKIPPED-INDEX = SKIPPED-INDEX + 1
              MOVE PRN-SHORTFALL-DETAIL-LINE TO
                 SKIPPED-PRINT-IMAGE(SKIPPED-INDEX)
           END-IF
           .

       WRITE-SKIPPED-SECTION.
           IF SKIPPED-INDEX > ZEROS
              MOVE SPACES TO SHORTFALL-REGISTER-LINE
              WRITE SHORTFALL-REGISTER-LINE
              WRITE SHORTFALL-REGISTER-LINE FROM
                 ASSESSED-SECTION-HEADING
              MOVE ZEROS TO SKIPPED-PRINT-INDEX
              PERFORM WRITE-SKIPPED-DETAIL
                 UNTIL SKIPPED-PRINT-INDEX >= SKIPPED-INDEX
           END-IF
           .

       WRITE-SKIPPED-DETAIL.
           COMPUTE SKIPPED-PRINT-INDEX = SKIPPED-PRINT-INDEX + 1
           WRITE SHORTFALL-REGISTER-LINE FROM
              SKIPPED-PRINT-IMAGE(SKIPPED-PRINT-INDEX)
           .

       WRITE-GL-MIN-SPEND-RECORD.
           MOVE GL-MIN-SPEND-SHOP-ID TO GL-SHOP-ID
           MOVE GL-MIN-SPEND-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           MOVE ASSESSED-TOTAL TO GL-AMOUNT
           WRITE GL-EXTRACT-LINE
           .

       READ-MIN-SPEND-RATE.
           READ MIN-SPEND-RATE-FILE
              AT END
                 SET END-OF-MIN-SPEND-RATES TO TRUE
           END-READ
           .

       READ-CHARGE-INPUT.
           READ CHARGE-INPUT-FILE
              AT END
                 SET END-OF-CHARGE-INPUT TO TRUE
           END-READ
           .

       READ-NEXT-MEMBER.
           READ MEMBER-FILE NEXT RECORD
              AT END
                 SET END-OF-MEMBER-FILE TO TRUE
           END-READ
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-MIN-SPEND-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
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
              DISPLAY "MIN-SPEND-ASSESS: GL ACCOUNT "
                 GL-CHECK-ACCOUNT-CODE
                 " NOT ACTIVE ON CHART OF ACCOUNTS"
              SET GL-ACCOUNT-ERROR TO TRUE
           END-IF
           .
