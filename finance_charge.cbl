              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
              "coa_master.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT CHARGE-REGISTER-FILE ASSIGN TO "finance_charge.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
              "business_date.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          05 FILLER                  PIC X          VALUE SPACE.
          05 GL-AMOUNT               PIC S9(9)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
       FD  CHART-OF-ACCOUNTS-FILE.
       01 COA-ACCOUNT-REC.
          05 COA-ACCOUNT-CODE        PIC X(6).
          05 COA-ACCOUNT-NAME        PIC X(30).
          05 COA-ACCOUNT-TYPE        PIC X.
             88 COA-ASSET                           VALUE "A".
             88 COA-LIABILITY                       VALUE "L".
             88 COA-EQUITY                          VALUE "Q".
             88 COA-REVENUE                         VALUE "R".
             88 COA-EXPENSE                         VALUE "E".
          05 COA-EXTRACT-SIGN        PIC X.
             88 COA-EXTRACT-DEBIT                   VALUE "D".
             88 COA-EXTRACT-CREDIT                  VALUE "C".
          05 COA-OFFSET-ACCOUNT      PIC X(6).
          05 COA-ACCOUNT-STATUS      PIC X.
             88 COA-ACTIVE                          VALUE "A".
             88 COA-INACTIVE                        VALUE "I".
       FD  CHARGE-REGISTER-FILE.
       01 CHARGE-REGISTER-LINE       PIC X(75).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
          88 END-OF-BUSINESS-DATE                   VALUE HIGH-VALUES
           .
          05 BD-BUSINESS-DATE        PIC 9(8).
          05 FILLER                  PIC X.
          05 BD-DAY-STATUS           PIC X.
          05 FILLER                  PIC X.
          05 BD-LAST-CLOSED-DATE     PIC 9(8).
          05 FILLER                  PIC X.
          05 BD-UPDATED-DATE         PIC 9(8).
          05 FILLER                  PIC X.
          05 BD-UPDATED-TIME         PIC 9(6).

       WORKING-STORAGE SECTION.
       01 GL-FINANCE-ACCOUNT-CODE    PIC X(6)       VALUE "420100".
       01 GL-CHECK-ACCOUNT-CODE      PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH    PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                       VALUE "Y".
       01 GL-FINANCE-SHOP-ID         PIC X(5)       VALUE "AR   ".
       01 PAGE-HEADER                PIC X(60)      VALUE
             "Rolling Greens Golf Club - Finance Charge Register".
          05 PRN-FC-ASSESSED-TOTAL   PIC $$$,$$9.99.
       01 PARM-TEXT                  PIC X(14)      VALUE SPACES.
       01 RUN-DATE-TEXT              PIC X(8)       VALUE SPACES.
       01 CURRENT-BUSINESS-DATE      PIC 9(8)       VALUE ZEROS.
       01 RATE-TEXT                  PIC X(4)       VALUE SPACES.
       01 RUN-DATE                   PIC 9(8)       VALUE ZEROS.
       01 RUN-PERIOD-TEXT            PIC X(6)       VALUE SPACES.
       PROCEDURE DIVISION.
       FINANCE-CHARGE-PROCESS.
           PERFORM INITIALIZE-CHARGE-PARMS
           PERFORM VALIDATE-GL-ACCOUNTS
           PERFORM LOAD-PERIOD-CHARGES
           PERFORM LOAD-PERIOD-PAYMENTS
           OPEN I-O MEMBER-FILE
              ACCEPT RATE-TEXT FROM ENVIRONMENT
                 "FINANCE_CHARGE_RATE"
           END-IF
           IF RUN-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO RUN-DATE-TEXT
              END-IF
           END-IF
           IF RUN-DATE-TEXT IS NOT NUMERIC
                 OR RUN-DATE-TEXT = SPACES
                 OR RATE-TEXT IS NOT NUMERIC
                 SET END-OF-MEMBER-FILE TO TRUE
           END-READ
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-FINANCE-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
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
              DISPLAY "FINANCE-CHARGE: GL ACCOUNT "
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
