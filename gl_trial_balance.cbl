       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-TRIAL-BALANCE.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "gl_balance.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS GB-BALANCE-KEY.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
                 "coa_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT TRIAL-BALANCE-REPORT-FILE ASSIGN TO
                 "trial_balance.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INCOME-STATEMENT-REPORT-FILE ASSIGN TO
                 "income_statement.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       01 GL-BALANCE-REC.
          05 GB-BALANCE-KEY.
             10 GB-ACCOUNT-CODE         PIC X(6).
             10 GB-PERIOD               PIC 9(6).
          05 GB-DEBIT-TOTAL             PIC 9(11)V99.
          05 GB-CREDIT-TOTAL            PIC 9(11)V99.
          05 GB-LAST-JOURNAL            PIC 9(7).
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
       FD  TRIAL-BALANCE-REPORT-FILE.
       01 TRIAL-BALANCE-PRINT-LINE      PIC X(80).
       FD  INCOME-STATEMENT-REPORT-FILE.
       01 INCOME-STATEMENT-PRINT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 GL-BALANCE-CONTROL-ACCOUNT    PIC X(6)       VALUE "CTRL  ".
       01 TB-PAGE-HEADER                PIC X(60)      VALUE
             "Rolling Greens Golf Club - Trial Balance".
       01 IS-PAGE-HEADER                PIC X(60)      VALUE
             "Rolling Greens Golf Club - Income Statement".
       01 PRN-PERIOD-LINE.
          05 FILLER                     PIC X(13)      VALUE
                "Period ended ".
          05 PRN-REPORT-PERIOD          PIC 9(6).
       01 TB-COLUMN-HEADING             PIC X(80)      VALUE
             "Acct   Account Name                   T             Debit 
      -      "           Credit".
       01 IS-COLUMN-HEADING             PIC X(80)      VALUE
             "Acct   Account Name                              Period   
      -      "   Year-to-date".
       01 REVENUE-SECTION-HEADING       PIC X(60)      VALUE
             "REVENUE".
       01 EXPENSE-SECTION-HEADING       PIC X(60)      VALUE
             "EXPENSES".
       01 OUT-OF-BALANCE-MESSAGE        PIC X(60)      VALUE
             "*** TRIAL BALANCE IS OUT OF BALANCE ***".
       01 PRIOR-EARNINGS-NAME           PIC X(30)      VALUE
             "Net income - prior years".
       01 NOT-ON-CHART-NAME             PIC X(30)      VALUE
             "*** NOT ON CHART ***".
       01 REPORT-PERIOD-TEXT            PIC X(6)       VALUE SPACES.
       01 REPORT-PERIOD                 PIC 9(6)       VALUE ZEROS.
       01 REPORT-PERIOD-PARTS REDEFINES REPORT-PERIOD.
          05 REPORT-YEAR                PIC 9(4).
          05 REPORT-MONTH               PIC 9(2).
       01 YEAR-START-PERIOD             PIC 9(6)       VALUE ZEROS.
       01 CURRENT-ACCOUNT-CODE          PIC X(6)       VALUE SPACES.
       01 CURRENT-ACCOUNT-NAME          PIC X(30)      VALUE SPACES.
       01 CURRENT-ACCOUNT-TYPE          PIC X          VALUE SPACE.
          88 CURRENT-INCOME-ACCOUNT                    VALUE "R" "E".
          88 CURRENT-REVENUE-ACCOUNT                   VALUE "R".
       01 ACCOUNT-DEBIT-TOTAL           PIC 9(11)V99   VALUE ZEROS.
       01 ACCOUNT-CREDIT-TOTAL          PIC 9(11)V99   VALUE ZEROS.
       01 ACCOUNT-PERIOD-NET            PIC S9(11)V99  VALUE ZEROS.
       01 ACCOUNT-NET-BALANCE           PIC S9(11)V99  VALUE ZEROS.
       01 ACCOUNT-ACTIVITY-SWITCH       PIC X          VALUE "N".
          88 ACCOUNT-HAS-ACTIVITY                      VALUE "Y".
       01 PRIOR-YEAR-NET-INCOME         PIC S9(11)V99  VALUE ZEROS.
       01 TB-DEBIT-TOTAL                PIC 9(11)V99   VALUE ZEROS.
       01 TB-CREDIT-TOTAL               PIC 9(11)V99   VALUE ZEROS.
       01 REVENUE-PERIOD-TOTAL          PIC S9(11)V99  VALUE ZEROS.
       01 REVENUE-YTD-TOTAL             PIC S9(11)V99  VALUE ZEROS.
       01 EXPENSE-PERIOD-TOTAL          PIC S9(11)V99  VALUE ZEROS.
       01 EXPENSE-YTD-TOTAL             PIC S9(11)V99  VALUE ZEROS.
       01 BALANCE-EOF-SWITCH            PIC X          VALUE "N".
          88 END-OF-GL-BALANCES                        VALUE "Y".
       01 INCOME-ACCOUNT-COUNT          PIC 9(3)       VALUE ZEROS.
       01 INCOME-ACCOUNT-TABLE.
          05 INCOME-ACCOUNT-ENTRY       OCCURS 300 TIMES.
             10 IAT-ACCOUNT-CODE        PIC X(6).
             10 IAT-ACCOUNT-NAME        PIC X(30).
             10 IAT-ACCOUNT-TYPE        PIC X.
             10 IAT-PERIOD-AMOUNT       PIC S9(11)V99.
             10 IAT-YTD-AMOUNT          PIC S9(11)V99.
       01 INCOME-INDEX                  PIC 9(3)       VALUE ZEROS.
       01 WANTED-INCOME-TYPE            PIC X          VALUE SPACE.
       01 PRN-TB-DETAIL-LINE.
          05 PRN-TB-ACCOUNT-CODE        PIC X(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TB-ACCOUNT-NAME        PIC X(30).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TB-ACCOUNT-TYPE        PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TB-DEBIT               PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TB-CREDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
       01 PRN-IS-DETAIL-LINE.
          05 PRN-IS-ACCOUNT-CODE        PIC X(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-IS-ACCOUNT-NAME        PIC X(30).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-IS-PERIOD-AMOUNT       PIC -Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-IS-YTD-AMOUNT          PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       GL-TRIAL-BALANCE-PROCESS.
           PERFORM INITIALIZE-REPORT-PERIOD
           OPEN INPUT GL-BALANCE-FILE
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           OPEN OUTPUT TRIAL-BALANCE-REPORT-FILE
           OPEN OUTPUT INCOME-STATEMENT-REPORT-FILE
           MOVE REPORT-PERIOD TO PRN-REPORT-PERIOD
           WRITE TRIAL-BALANCE-PRINT-LINE FROM TB-PAGE-HEADER
           WRITE TRIAL-BALANCE-PRINT-LINE FROM PRN-PERIOD-LINE
           WRITE TRIAL-BALANCE-PRINT-LINE FROM TB-COLUMN-HEADING
           MOVE LOW-VALUES TO GB-BALANCE-KEY
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GB-BALANCE-KEY
              INVALID KEY
                 SET END-OF-GL-BALANCES TO TRUE
           END-START
           IF NOT END-OF-GL-BALANCES
              PERFORM READ-NEXT-GL-BALANCE
           END-IF
           PERFORM ACCUMULATE-GL-BALANCE UNTIL END-OF-GL-BALANCES
           IF CURRENT-ACCOUNT-CODE NOT = SPACES
              PERFORM FINISH-ACCOUNT
           END-IF
           PERFORM WRITE-PRIOR-EARNINGS-LINE
           PERFORM WRITE-TRIAL-BALANCE-TOTALS
           PERFORM WRITE-INCOME-STATEMENT
           CLOSE GL-BALANCE-FILE, CHART-OF-ACCOUNTS-FILE,
                 TRIAL-BALANCE-REPORT-FILE,
                 INCOME-STATEMENT-REPORT-FILE
           GOBACK
           .

       INITIALIZE-REPORT-PERIOD.
           ACCEPT REPORT-PERIOD-TEXT FROM COMMAND-LINE
           IF REPORT-PERIOD-TEXT = SPACES
              ACCEPT REPORT-PERIOD-TEXT FROM ENVIRONMENT "GL_PERIOD"
           END-IF
           IF REPORT-PERIOD-TEXT IS NUMERIC
                 AND REPORT-PERIOD-TEXT NOT = SPACES
              MOVE REPORT-PERIOD-TEXT TO REPORT-PERIOD
           ELSE
              DISPLAY "GL-TRIAL-BALANCE: PERIOD (YYYYMM) REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF REPORT-MONTH < 1 OR REPORT-MONTH > 12
              DISPLAY "GL-TRIAL-BALANCE: PERIOD INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE YEAR-START-PERIOD = REPORT-YEAR * 100 + 1
           .

       ACCUMULATE-GL-BALANCE.
           IF GB-ACCOUNT-CODE NOT = GL-BALANCE-CONTROL-ACCOUNT
              IF GB-ACCOUNT-CODE NOT = CURRENT-ACCOUNT-CODE
                 IF CURRENT-ACCOUNT-CODE NOT = SPACES
                    PERFORM FINISH-ACCOUNT
                 END-IF
                 PERFORM START-ACCOUNT
              END-IF
              IF GB-PERIOD NOT > REPORT-PERIOD
                 PERFORM ADD-BALANCE-TO-ACCOUNT
              END-IF
           END-IF
           PERFORM READ-NEXT-GL-BALANCE
           .

       START-ACCOUNT.
           MOVE GB-ACCOUNT-CODE TO CURRENT-ACCOUNT-CODE
           MOVE GB-ACCOUNT-CODE TO COA-ACCOUNT-CODE
           READ CHART-OF-ACCOUNTS-FILE
              INVALID KEY
                 MOVE NOT-ON-CHART-NAME TO COA-ACCOUNT-NAME
                 MOVE "A" TO COA-ACCOUNT-TYPE
           END-READ
           MOVE COA-ACCOUNT-NAME TO CURRENT-ACCOUNT-NAME
           MOVE COA-ACCOUNT-TYPE TO CURRENT-ACCOUNT-TYPE
           MOVE ZEROS TO ACCOUNT-DEBIT-TOTAL
           MOVE ZEROS TO ACCOUNT-CREDIT-TOTAL
           MOVE ZEROS TO ACCOUNT-PERIOD-NET
           MOVE "N" TO ACCOUNT-ACTIVITY-SWITCH
           .

       ADD-BALANCE-TO-ACCOUNT.
           IF CURRENT-INCOME-ACCOUNT
                 AND GB-PERIOD < YEAR-START-PERIOD
              COMPUTE PRIOR-YEAR-NET-INCOME = PRIOR-YEAR-NET-INCOME
                 + GB-CREDIT-TOTAL - GB-DEBIT-TOTAL
           ELSE
              SET ACCOUNT-HAS-ACTIVITY TO TRUE
              COMPUTE ACCOUNT-DEBIT-TOTAL = ACCOUNT-DEBIT-TOTAL
                 + GB-DEBIT-TOTAL
              COMPUTE ACCOUNT-CREDIT-TOTAL = ACCOUNT-CREDIT-TOTAL
                 + GB-CREDIT-TOTAL
              IF GB-PERIOD = REPORT-PERIOD
                 COMPUTE ACCOUNT-PERIOD-NET = ACCOUNT-PERIOD-NET
                    + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
              END-IF
           END-IF
           .

       FINISH-ACCOUNT.
           IF ACCOUNT-HAS-ACTIVITY
              COMPUTE ACCOUNT-NET-BALANCE =
                 ACCOUNT-DEBIT-TOTAL - ACCOUNT-CREDIT-TOTAL
              MOVE CURRENT-ACCOUNT-CODE TO PRN-TB-ACCOUNT-CODE
              MOVE CURRENT-ACCOUNT-NAME TO PRN-TB-ACCOUNT-NAME
              MOVE CURRENT-ACCOUNT-TYPE TO PRN-TB-ACCOUNT-TYPE
              PERFORM WRITE-TB-DETAIL-LINE
              IF CURRENT-INCOME-ACCOUNT
                 PERFORM SAVE-INCOME-ACCOUNT
              END-IF
           END-IF
           .

       WRITE-TB-DETAIL-LINE.
           IF ACCOUNT-NET-BALANCE < ZEROS
              MOVE ZEROS TO PRN-TB-DEBIT
              COMPUTE PRN-TB-CREDIT = ZEROS - ACCOUNT-NET-BALANCE
              COMPUTE TB-CREDIT-TOTAL = TB-CREDIT-TOTAL
                 - ACCOUNT-NET-BALANCE
           ELSE
              MOVE ACCOUNT-NET-BALANCE TO PRN-TB-DEBIT
              MOVE ZEROS TO PRN-TB-CREDIT
              COMPUTE TB-DEBIT-TOTAL = TB-DEBIT-TOTAL
                 + ACCOUNT-NET-BALANCE
           END-IF
           WRITE TRIAL-BALANCE-PRINT-LINE FROM PRN-TB-DETAIL-LINE
           .

       SAVE-INCOME-ACCOUNT.
           IF INCOME-ACCOUNT-COUNT < 300
              COMPUTE INCOME-ACCOUNT-COUNT = INCOME-ACCOUNT-COUNT + 1
              MOVE CURRENT-ACCOUNT-CODE TO
                 IAT-ACCOUNT-CODE(INCOME-ACCOUNT-COUNT)
              MOVE CURRENT-ACCOUNT-NAME TO
                 IAT-ACCOUNT-NAME(INCOME-ACCOUNT-COUNT)
              MOVE CURRENT-ACCOUNT-TYPE TO
                 IAT-ACCOUNT-TYPE(INCOME-ACCOUNT-COUNT)
              IF CURRENT-REVENUE-ACCOUNT
                 COMPUTE IAT-PERIOD-AMOUNT(INCOME-ACCOUNT-COUNT) =
                    ZEROS - ACCOUNT-PERIOD-NET
                 COMPUTE IAT-YTD-AMOUNT(INCOME-ACCOUNT-COUNT) =
                    ZEROS - ACCOUNT-NET-BALANCE
              ELSE
                 MOVE ACCOUNT-PERIOD-NET TO
                    IAT-PERIOD-AMOUNT(INCOME-ACCOUNT-COUNT)
                 MOVE ACCOUNT-NET-BALANCE TO
                    IAT-YTD-AMOUNT(INCOME-ACCOUNT-COUNT)
              END-IF
           END-IF
           .

       WRITE-PRIOR-EARNINGS-LINE.
           IF PRIOR-YEAR-NET-INCOME NOT = ZEROS
              COMPUTE ACCOUNT-NET-BALANCE =
                 ZEROS - PRIOR-YEAR-NET-INCOME
              MOVE SPACES TO PRN-TB-ACCOUNT-CODE
              MOVE PRIOR-EARNINGS-NAME TO PRN-TB-ACCOUNT-NAME
              MOVE "Q" TO PRN-TB-ACCOUNT-TYPE
              PERFORM WRITE-TB-DETAIL-LINE
           END-IF
           .

       WRITE-TRIAL-BALANCE-TOTALS.
           MOVE SPACES TO TRIAL-BALANCE-PRINT-LINE
           WRITE TRIAL-BALANCE-PRINT-LINE
           MOVE SPACES TO PRN-TB-ACCOUNT-CODE
           MOVE "TOTALS" TO PRN-TB-ACCOUNT-NAME
           MOVE SPACE TO PRN-TB-ACCOUNT-TYPE
           MOVE TB-DEBIT-TOTAL TO PRN-TB-DEBIT
           MOVE TB-CREDIT-TOTAL TO PRN-TB-CREDIT
           WRITE TRIAL-BALANCE-PRINT-LINE FROM PRN-TB-DETAIL-LINE
           IF TB-DEBIT-TOTAL NOT = TB-CREDIT-TOTAL
              WRITE TRIAL-BALANCE-PRINT-LINE FROM OUT-OF-BALANCE-MESSAGE
           END-IF
           .

       WRITE-INCOME-STATEMENT.
           WRITE INCOME-STATEMENT-PRINT-LINE FROM IS-PAGE-HEADER
           WRITE INCOME-STATEMENT-PRINT-LINE FROM PRN-PERIOD-LINE
           WRITE INCOME-STATEMENT-PRINT-LINE FROM IS-COLUMN-HEADING
           WRITE INCOME-STATEMENT-PRINT-LINE
              FROM REVENUE-SECTION-HEADING
           MOVE "R" TO WANTED-INCOME-TYPE
           PERFORM WRITE-INCOME-ACCOUNT-LINE VARYING INCOME-INDEX
              FROM 1 BY 1 UNTIL INCOME-INDEX > INCOME-ACCOUNT-COUNT
           MOVE SPACES TO PRN-IS-ACCOUNT-CODE
           MOVE "Total revenue" TO PRN-IS-ACCOUNT-NAME
           MOVE REVENUE-PERIOD-TOTAL TO PRN-IS-PERIOD-AMOUNT
           MOVE REVENUE-YTD-TOTAL TO PRN-IS-YTD-AMOUNT
           WRITE INCOME-STATEMENT-PRINT-LINE FROM PRN-IS-DETAIL-LINE
           MOVE SPACES TO INCOME-STATEMENT-PRINT-LINE
           WRITE INCOME-STATEMENT-PRINT-LINE
           WRITE INCOME-STATEMENT-PRINT-LINE
              FROM EXPENSE-SECTION-HEADING
           MOVE "E" TO WANTED-INCOME-TYPE
           PERFORM WRITE-INCOME-ACCOUNT-LINE VARYING INCOME-INDEX
              FROM 1 BY 1 UNTIL INCOME-INDEX > INCOME-ACCOUNT-COUNT
           MOVE SPACES TO PRN-IS-ACCOUNT-CODE
           MOVE "Total expenses" TO PRN-IS-ACCOUNT-NAME
           MOVE EXPENSE-PERIOD-TOTAL TO PRN-IS-PERIOD-AMOUNT
           MOVE EXPENSE-YTD-TOTAL TO PRN-IS-YTD-AMOUNT
           WRITE INCOME-STATEMENT-PRINT-LINE FROM PRN-IS-DETAIL-LINE
           MOVE SPACES TO INCOME-STATEMENT-PRINT-LINE
           WRITE INCOME-STATEMENT-PRINT-LINE
           MOVE "NET INCOME" TO PRN-IS-ACCOUNT-NAME
           COMPUTE PRN-IS-PERIOD-AMOUNT =
              REVENUE-PERIOD-TOTAL - EXPENSE-PERIOD-TOTAL
           COMPUTE PRN-IS-YTD-AMOUNT =
              REVENUE-YTD-TOTAL - EXPENSE-YTD-TOTAL
           WRITE INCOME-STATEMENT-PRINT-LINE FROM PRN-IS-DETAIL-LINE
           .

       WRITE-INCOME-ACCOUNT-LINE.
           IF IAT-ACCOUNT-TYPE(INCOME-INDEX) = WANTED-INCOME-TYPE
              MOVE IAT-ACCOUNT-CODE(INCOME-INDEX) TO PRN-IS-ACCOUNT-CODE
              MOVE IAT-ACCOUNT-NAME(INCOME-INDEX) TO PRN-IS-ACCOUNT-NAME
              MOVE IAT-PERIOD-AMOUNT(INCOME-INDEX) TO
                 PRN-IS-PERIOD-AMOUNT
              MOVE IAT-YTD-AMOUNT(INCOME-INDEX) TO PRN-IS-YTD-AMOUNT
              WRITE INCOME-STATEMENT-PRINT-LINE FROM PRN-IS-DETAIL-LINE
              IF WANTED-INCOME-TYPE = "R"
                 COMPUTE REVENUE-PERIOD-TOTAL = REVENUE-PERIOD-TOTAL
                    + IAT-PERIOD-AMOUNT(INCOME-INDEX)
                 COMPUTE REVENUE-YTD-TOTAL = REVENUE-YTD-TOTAL
                    + IAT-YTD-AMOUNT(INCOME-INDEX)
              ELSE
                 COMPUTE EXPENSE-PERIOD-TOTAL = EXPENSE-PERIOD-TOTAL
                    + IAT-PERIOD-AMOUNT(INCOME-INDEX)
                 COMPUTE EXPENSE-YTD-TOTAL = EXPENSE-YTD-TOTAL
                    + IAT-YTD-AMOUNT(INCOME-INDEX)
              END-IF
           END-IF
           .

       READ-NEXT-GL-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
              AT END
                 SET END-OF-GL-BALANCES TO TRUE
           END-READ
           .
