       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-POST.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-EXTRACT-FILE ASSIGN TO "gl_extract.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
                 "coa_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "gl_balance.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS GB-BALANCE-KEY.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "gl_journal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-MASTER-FILE ASSIGN TO
                 "exception_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EX-EXCEPTION-ID.
           SELECT GL-JOURNAL-REPORT-FILE ASSIGN TO "gl_journal.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE.
          88 END-OF-GL-EXTRACT                         VALUE HIGH-VALUES
           .
          05 GL-SHOP-ID                 PIC X(5).
          05 FILLER                     PIC X.
          05 GL-ACCOUNT-CODE            PIC X(6).
          05 FILLER                     PIC X.
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
       FD  GL-BALANCE-FILE.
       01 GL-BALANCE-REC.
          05 GB-BALANCE-KEY.
             10 GB-ACCOUNT-CODE         PIC X(6).
             10 GB-PERIOD               PIC 9(6).
          05 GB-DEBIT-TOTAL             PIC 9(11)V99.
          05 GB-CREDIT-TOTAL            PIC 9(11)V99.
          05 GB-LAST-JOURNAL            PIC 9(7).
       01 GL-BALANCE-CONTROL-REC REDEFINES GL-BALANCE-REC.
          05 GBC-CONTROL-KEY            PIC X(12).
          05 GBC-NEXT-JOURNAL           PIC 9(7).
          05 GBC-POSTING-DATE           PIC 9(8).
          05 GBC-EXTRACT-COUNT          PIC 9(7).
          05 FILLER                     PIC X(11).
       FD  GL-JOURNAL-FILE.
       01 GL-JOURNAL-REC.
          05 JE-JOURNAL-NUMBER          PIC 9(7).
          05 JE-LINE-NUMBER             PIC 9(5).
          05 JE-POSTING-DATE            PIC 9(8).
          05 JE-PERIOD                  PIC 9(6).
          05 JE-SHOP-ID                 PIC X(5).
          05 JE-ACCOUNT-CODE            PIC X(6).
          05 JE-DR-CR-CODE              PIC X.
             88 JE-DEBIT                               VALUE "D".
             88 JE-CREDIT                              VALUE "C".
          05 JE-AMOUNT                  PIC 9(9)V99.
       FD  EXCEPTION-MASTER-FILE.
       01 EXCEPTION-MASTER-REC.
          05 EX-EXCEPTION-ID            PIC 9(7).
          05 EX-SOURCE-PROGRAM          PIC X(20).
          05 EX-TYPE-CODE               PIC X(4).
          05 EX-KEY-DATA                PIC X(18).
          05 EX-DATE-RAISED             PIC 9(8).
          05 EX-RESOLVED-FLAG           PIC X.
          05 EX-RESOLUTION-CODE         PIC X(3).
          05 EX-RESOLVED-DATE           PIC 9(8).
       01 EXCEPTION-CONTROL-REC REDEFINES EXCEPTION-MASTER-REC.
          05 EXC-CONTROL-ID             PIC 9(7).
          05 EXC-NEXT-EXCEPTION-ID      PIC 9(7).
          05 FILLER                     PIC X(55).
       FD  GL-JOURNAL-REPORT-FILE.
       01 GL-JOURNAL-PRINT-LINE         PIC X(80).
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
       01 GL-SUSPENSE-ACCOUNT-CODE      PIC X(6)       VALUE "999999".
       01 GL-SUSPENSE-SHOP-ID           PIC X(5)       VALUE "GL   ".
       01 GL-BALANCE-CONTROL-KEY        PIC X(12)      VALUE
             "CTRL  000000".
       01 EXCEPTION-SOURCE-NAME         PIC X(20)      VALUE
             "GL-JOURNAL-POST".
       01 NEW-EX-TYPE-CODE              PIC X(4)       VALUE SPACES.
       01 NEW-EX-KEY-DATA.
          05 NEW-EX-KEY-SHOP-ID         PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 NEW-EX-KEY-DETAIL          PIC X(12).
       01 SAVED-EXCEPTION-ID            PIC 9(7)       VALUE ZEROS.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - GL Journal Posting".
       01 PRN-POSTING-DATE-LINE.
          05 FILLER                     PIC X(13)      VALUE
                "Posting date ".
          05 PRN-POSTING-DATE           PIC 9(8).
          05 FILLER                     PIC X(9)       VALUE
                "  Period ".
          05 PRN-POSTING-PERIOD         PIC 9(6).
          05 FILLER                     PIC X(10)      VALUE
                "  Journal ".
          05 PRN-JOURNAL-NUMBER         PIC 9(7).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Line  Shop  Acct   Account Name                   DC      
      -      "  Amount".
       01 POSTING-DATE-TEXT             PIC X(8)       VALUE SPACES.
       01 POSTING-DATE                  PIC 9(8)       VALUE ZEROS.
       01 POSTING-PERIOD                PIC 9(6)       VALUE ZEROS.
       01 JOURNAL-NUMBER                PIC 9(7)       VALUE ZEROS.
       01 JOURNAL-LINE-NUMBER           PIC 9(5)       VALUE ZEROS.
       01 PRIOR-EXTRACT-COUNT           PIC 9(7)       VALUE ZEROS.
       01 EXTRACT-LINE-COUNT            PIC 9(7)       VALUE ZEROS.
       01 NEW-LINE-COUNT                PIC 9(7)       VALUE ZEROS.
       01 INVALID-LINE-COUNT            PIC 9(7)       VALUE ZEROS.
       01 LINE-ERROR-TEXT               PIC X(30)      VALUE SPACES.
       01 LINE-EXTRACT-SIGN             PIC X          VALUE SPACE.
       01 LINE-OFFSET-ACCOUNT           PIC X(6)       VALUE SPACES.
       01 ENTRY-SHOP-ID                 PIC X(5)       VALUE SPACES.
       01 ENTRY-ACCOUNT-CODE            PIC X(6)       VALUE SPACES.
       01 ENTRY-DR-CR-CODE              PIC X          VALUE SPACE.
       01 OFFSET-DR-CR-CODE             PIC X          VALUE SPACE.
       01 ENTRY-AMOUNT                  PIC 9(9)V99    VALUE ZEROS.
       01 TOTAL-DEBITS                  PIC 9(11)V99   VALUE ZEROS.
       01 TOTAL-CREDITS                 PIC 9(11)V99   VALUE ZEROS.
       01 SUSPENSE-AMOUNT               PIC 9(11)V99   VALUE ZEROS.
       01 BALANCE-FOUND-SWITCH          PIC X          VALUE "N".
          88 BALANCE-FOUND                             VALUE "Y".
       01 PRN-JOURNAL-DETAIL-LINE.
          05 PRN-JD-LINE-NUMBER         PIC ZZZZ9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-JD-SHOP-ID             PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-JD-ACCOUNT-CODE        PIC X(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-JD-ACCOUNT-NAME        PIC X(30).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-JD-DR-CR               PIC X(2).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-JD-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
       01 PRN-REJECTED-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "REJECTED  ".
          05 PRN-RJ-EXTRACT-LINE        PIC ZZZZ9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RJ-SHOP-ID             PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RJ-ACCOUNT-CODE        PIC X(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RJ-AMOUNT              PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 PRN-RJ-ERROR-TEXT          PIC X(30).
       01 PRN-MESSAGE-LINE              PIC X(60)      VALUE SPACES.
       01 PRN-JOURNAL-TOTAL-LINE.
          05 PRN-JT-LABEL               PIC X(24).
          05 PRN-JT-COUNT               PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-JT-AMOUNT              PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       GL-JOURNAL-POST-PROCESS.
           PERFORM INITIALIZE-POSTING-DATE
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-SUSPENSE-ACCOUNT-CODE TO COA-ACCOUNT-CODE
           READ CHART-OF-ACCOUNTS-FILE
              INVALID KEY
                 MOVE "I" TO COA-ACCOUNT-STATUS
           END-READ
           IF NOT COA-ACTIVE
              DISPLAY "GL-JOURNAL-POST: SUSPENSE ACCOUNT "
                 GL-SUSPENSE-ACCOUNT-CODE " NOT ACTIVE ON CHART"
              CLOSE CHART-OF-ACCOUNTS-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN I-O GL-BALANCE-FILE
           PERFORM READ-BALANCE-CONTROL
           OPEN OUTPUT GL-JOURNAL-REPORT-FILE
           WRITE GL-JOURNAL-PRINT-LINE FROM PAGE-HEADER
           MOVE POSTING-DATE TO PRN-POSTING-DATE
           MOVE POSTING-PERIOD TO PRN-POSTING-PERIOD
           MOVE JOURNAL-NUMBER TO PRN-JOURNAL-NUMBER
           WRITE GL-JOURNAL-PRINT-LINE FROM PRN-POSTING-DATE-LINE
           PERFORM VALIDATE-GL-EXTRACT
           IF INVALID-LINE-COUNT > ZEROS
              MOVE "INVALID ACCOUNTS ON EXTRACT - NOTHING POSTED"
                 TO PRN-MESSAGE-LINE
              WRITE GL-JOURNAL-PRINT-LINE FROM PRN-MESSAGE-LINE
              CLOSE CHART-OF-ACCOUNTS-FILE, GL-BALANCE-FILE,
                    GL-JOURNAL-REPORT-FILE
              DISPLAY "GL-JOURNAL-POST: " INVALID-LINE-COUNT
                 " EXTRACT LINES WITH INVALID ACCOUNTS"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF NEW-LINE-COUNT = ZEROS
              MOVE "NO NEW EXTRACT LINES TO POST" TO PRN-MESSAGE-LINE
              WRITE GL-JOURNAL-PRINT-LINE FROM PRN-MESSAGE-LINE
              CLOSE CHART-OF-ACCOUNTS-FILE, GL-BALANCE-FILE,
                    GL-JOURNAL-REPORT-FILE
              GOBACK
           END-IF
           WRITE GL-JOURNAL-PRINT-LINE FROM COLUMN-HEADING
           OPEN EXTEND GL-JOURNAL-FILE
           OPEN I-O EXCEPTION-MASTER-FILE
           PERFORM POST-GL-EXTRACT
           PERFORM BALANCE-JOURNAL
           PERFORM WRITE-BALANCE-CONTROL
           PERFORM WRITE-JOURNAL-TOTALS
           CLOSE CHART-OF-ACCOUNTS-FILE, GL-BALANCE-FILE,
                 GL-JOURNAL-FILE, EXCEPTION-MASTER-FILE,
                 GL-JOURNAL-REPORT-FILE
           GOBACK
           .

       INITIALIZE-POSTING-DATE.
           ACCEPT POSTING-DATE-TEXT FROM COMMAND-LINE
           IF POSTING-DATE-TEXT = SPACES
              ACCEPT POSTING-DATE-TEXT FROM ENVIRONMENT "GL_POST_DATE"
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
              DISPLAY "GL-JOURNAL-POST: POSTING DATE REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF FUNCTION INTEGER-OF-DATE(POSTING-DATE) = ZEROS
              DISPLAY "GL-JOURNAL-POST: POSTING DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE POSTING-PERIOD = POSTING-DATE / 100
           .

       READ-BALANCE-CONTROL.
           MOVE GL-BALANCE-CONTROL-KEY TO GB-BALANCE-KEY
           READ GL-BALANCE-FILE
              INVALID KEY
                 MOVE SPACES TO GL-BALANCE-CONTROL-REC
                 MOVE GL-BALANCE-CONTROL-KEY TO GBC-CONTROL-KEY
                 MOVE 1 TO GBC-NEXT-JOURNAL
                 MOVE ZEROS TO GBC-POSTING-DATE
                 MOVE ZEROS TO GBC-EXTRACT-COUNT
                 WRITE GL-BALANCE-REC
           END-READ
           MOVE GBC-NEXT-JOURNAL TO JOURNAL-NUMBER
           IF GBC-POSTING-DATE = POSTING-DATE
              MOVE GBC-EXTRACT-COUNT TO PRIOR-EXTRACT-COUNT
           END-IF
           .

       VALIDATE-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
           MOVE ZEROS TO EXTRACT-LINE-COUNT
           PERFORM READ-GL-EXTRACT
           PERFORM VALIDATE-EXTRACT-LINE UNTIL END-OF-GL-EXTRACT
           CLOSE GL-EXTRACT-FILE
           .

       VALIDATE-EXTRACT-LINE.
           COMPUTE EXTRACT-LINE-COUNT = EXTRACT-LINE-COUNT + 1
           IF EXTRACT-LINE-COUNT > PRIOR-EXTRACT-COUNT
              COMPUTE NEW-LINE-COUNT = NEW-LINE-COUNT + 1
              MOVE SPACES TO LINE-ERROR-TEXT
              PERFORM CHECK-EXTRACT-ACCOUNTS
              IF LINE-ERROR-TEXT NOT = SPACES
                 PERFORM WRITE-REJECTED-LINE
              END-IF
           END-IF
           PERFORM READ-GL-EXTRACT
           .

       CHECK-EXTRACT-ACCOUNTS.
           IF GL-AMOUNT IS NOT NUMERIC
              MOVE "AMOUNT NOT NUMERIC" TO LINE-ERROR-TEXT
           ELSE
              MOVE GL-ACCOUNT-CODE TO COA-ACCOUNT-CODE
              READ CHART-OF-ACCOUNTS-FILE
                 INVALID KEY
                    MOVE "ACCOUNT NOT ON CHART" TO LINE-ERROR-TEXT
                 NOT INVALID KEY
                    IF NOT COA-ACTIVE
                       MOVE "ACCOUNT INACTIVE" TO LINE-ERROR-TEXT
                    END-IF
              END-READ
           END-IF
           IF LINE-ERROR-TEXT = SPACES
                 AND COA-OFFSET-ACCOUNT NOT = SPACES
              MOVE COA-OFFSET-ACCOUNT TO COA-ACCOUNT-CODE
              READ CHART-OF-ACCOUNTS-FILE
                 INVALID KEY
                    MOVE "OFFSET ACCOUNT NOT ON CHART" TO
                       LINE-ERROR-TEXT
                 NOT INVALID KEY
                    IF NOT COA-ACTIVE
                       MOVE "OFFSET ACCOUNT INACTIVE" TO
                          LINE-ERROR-TEXT
                    END-IF
              END-READ
           END-IF
           .

       WRITE-REJECTED-LINE.
           COMPUTE INVALID-LINE-COUNT = INVALID-LINE-COUNT + 1
           MOVE EXTRACT-LINE-COUNT TO PRN-RJ-EXTRACT-LINE
           MOVE GL-SHOP-ID TO PRN-RJ-SHOP-ID
           MOVE GL-ACCOUNT-CODE TO PRN-RJ-ACCOUNT-CODE
           IF GL-AMOUNT IS NUMERIC
              MOVE GL-AMOUNT TO PRN-RJ-AMOUNT
           ELSE
              MOVE ZEROS TO PRN-RJ-AMOUNT
           END-IF
           MOVE LINE-ERROR-TEXT TO PRN-RJ-ERROR-TEXT
           WRITE GL-JOURNAL-PRINT-LINE FROM PRN-REJECTED-LINE
           .

       POST-GL-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
           MOVE ZEROS TO EXTRACT-LINE-COUNT
           PERFORM READ-GL-EXTRACT
           PERFORM POST-EXTRACT-LINE UNTIL END-OF-GL-EXTRACT
           CLOSE GL-EXTRACT-FILE
           .

       POST-EXTRACT-LINE.
           COMPUTE EXTRACT-LINE-COUNT = EXTRACT-LINE-COUNT + 1
           IF EXTRACT-LINE-COUNT > PRIOR-EXTRACT-COUNT
                 AND GL-AMOUNT NOT = ZEROS
              MOVE GL-ACCOUNT-CODE TO COA-ACCOUNT-CODE
              READ CHART-OF-ACCOUNTS-FILE
              END-READ
              MOVE COA-EXTRACT-SIGN TO LINE-EXTRACT-SIGN
              MOVE COA-OFFSET-ACCOUNT TO LINE-OFFSET-ACCOUNT
              IF GL-AMOUNT < ZEROS
                 COMPUTE ENTRY-AMOUNT = ZEROS - GL-AMOUNT
                 IF LINE-EXTRACT-SIGN = "D"
                    MOVE "C" TO ENTRY-DR-CR-CODE
                 ELSE
                    MOVE "D" TO ENTRY-DR-CR-CODE
                 END-IF
              ELSE
                 MOVE GL-AMOUNT TO ENTRY-AMOUNT
                 MOVE LINE-EXTRACT-SIGN TO ENTRY-DR-CR-CODE
              END-IF
              IF ENTRY-DR-CR-CODE = "D"
                 MOVE "C" TO OFFSET-DR-CR-CODE
              ELSE
                 MOVE "D" TO OFFSET-DR-CR-CODE
              END-IF
              MOVE GL-SHOP-ID TO ENTRY-SHOP-ID
              MOVE GL-ACCOUNT-CODE TO ENTRY-ACCOUNT-CODE
              PERFORM WRITE-JOURNAL-ENTRY
              IF LINE-OFFSET-ACCOUNT NOT = SPACES
                 MOVE LINE-OFFSET-ACCOUNT TO ENTRY-ACCOUNT-CODE
                 MOVE OFFSET-DR-CR-CODE TO ENTRY-DR-CR-CODE
                 PERFORM WRITE-JOURNAL-ENTRY
              END-IF
           END-IF
           PERFORM READ-GL-EXTRACT
           .

       BALANCE-JOURNAL.
           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
              IF TOTAL-DEBITS > TOTAL-CREDITS
                 COMPUTE SUSPENSE-AMOUNT = TOTAL-DEBITS - TOTAL-CREDITS
                 MOVE "C" TO ENTRY-DR-CR-CODE
              ELSE
                 COMPUTE SUSPENSE-AMOUNT = TOTAL-CREDITS - TOTAL-DEBITS
                 MOVE "D" TO ENTRY-DR-CR-CODE
              END-IF
              MOVE SUSPENSE-AMOUNT TO ENTRY-AMOUNT
              MOVE GL-SUSPENSE-SHOP-ID TO ENTRY-SHOP-ID
              MOVE GL-SUSPENSE-ACCOUNT-CODE TO ENTRY-ACCOUNT-CODE
              PERFORM WRITE-JOURNAL-ENTRY
              MOVE "GLOB" TO NEW-EX-TYPE-CODE
              MOVE GL-SUSPENSE-SHOP-ID TO NEW-EX-KEY-SHOP-ID
              MOVE SPACES TO NEW-EX-KEY-DETAIL
              MOVE JOURNAL-NUMBER TO NEW-EX-KEY-DETAIL
              PERFORM WRITE-EXCEPTION-MASTER
           END-IF
           .

       WRITE-JOURNAL-ENTRY.
           COMPUTE JOURNAL-LINE-NUMBER = JOURNAL-LINE-NUMBER + 1
           MOVE JOURNAL-NUMBER TO JE-JOURNAL-NUMBER
           MOVE JOURNAL-LINE-NUMBER TO JE-LINE-NUMBER
           MOVE POSTING-DATE TO JE-POSTING-DATE
           MOVE POSTING-PERIOD TO JE-PERIOD
           MOVE ENTRY-SHOP-ID TO JE-SHOP-ID
           MOVE ENTRY-ACCOUNT-CODE TO JE-ACCOUNT-CODE
           MOVE ENTRY-DR-CR-CODE TO JE-DR-CR-CODE
           MOVE ENTRY-AMOUNT TO JE-AMOUNT
           WRITE GL-JOURNAL-REC
           IF JE-DEBIT
              COMPUTE TOTAL-DEBITS = TOTAL-DEBITS + ENTRY-AMOUNT
           ELSE
              COMPUTE TOTAL-CREDITS = TOTAL-CREDITS + ENTRY-AMOUNT
           END-IF
           PERFORM UPDATE-GL-BALANCE
           MOVE ENTRY-ACCOUNT-CODE TO COA-ACCOUNT-CODE
           READ CHART-OF-ACCOUNTS-FILE
              INVALID KEY
                 MOVE SPACES TO COA-ACCOUNT-NAME
           END-READ
           MOVE JOURNAL-LINE-NUMBER TO PRN-JD-LINE-NUMBER
           MOVE ENTRY-SHOP-ID TO PRN-JD-SHOP-ID
           MOVE ENTRY-ACCOUNT-CODE TO PRN-JD-ACCOUNT-CODE
           MOVE COA-ACCOUNT-NAME TO PRN-JD-ACCOUNT-NAME
           IF JE-DEBIT
              MOVE "DR" TO PRN-JD-DR-CR
           ELSE
              MOVE "CR" TO PRN-JD-DR-CR
           END-IF
           MOVE ENTRY-AMOUNT TO PRN-JD-AMOUNT
           WRITE GL-JOURNAL-PRINT-LINE FROM PRN-JOURNAL-DETAIL-LINE
           .

       UPDATE-GL-BALANCE.
           MOVE ENTRY-ACCOUNT-CODE TO GB-ACCOUNT-CODE
           MOVE POSTING-PERIOD TO GB-PERIOD
           MOVE "Y" TO BALANCE-FOUND-SWITCH
           READ GL-BALANCE-FILE
              INVALID KEY
                 MOVE "N" TO BALANCE-FOUND-SWITCH
                 MOVE ZEROS TO GB-DEBIT-TOTAL
                 MOVE ZEROS TO GB-CREDIT-TOTAL
           END-READ
           IF ENTRY-DR-CR-CODE = "D"
              COMPUTE GB-DEBIT-TOTAL = GB-DEBIT-TOTAL + ENTRY-AMOUNT
           ELSE
              COMPUTE GB-CREDIT-TOTAL = GB-CREDIT-TOTAL + ENTRY-AMOUNT
           END-IF
           MOVE JOURNAL-NUMBER TO GB-LAST-JOURNAL
           IF BALANCE-FOUND
              REWRITE GL-BALANCE-REC
           ELSE
              WRITE GL-BALANCE-REC
           END-IF
           .

       WRITE-BALANCE-CONTROL.
           MOVE GL-BALANCE-CONTROL-KEY TO GB-BALANCE-KEY
           READ GL-BALANCE-FILE
           END-READ
           COMPUTE GBC-NEXT-JOURNAL = JOURNAL-NUMBER + 1
           MOVE POSTING-DATE TO GBC-POSTING-DATE
           MOVE EXTRACT-LINE-COUNT TO GBC-EXTRACT-COUNT
           REWRITE GL-BALANCE-REC
           .

       WRITE-JOURNAL-TOTALS.
           MOVE SPACES TO GL-JOURNAL-PRINT-LINE
           WRITE GL-JOURNAL-PRINT-LINE
           MOVE "Extract lines posted    " TO PRN-JT-LABEL
           MOVE NEW-LINE-COUNT TO PRN-JT-COUNT
           MOVE ZEROS TO PRN-JT-AMOUNT
           WRITE GL-JOURNAL-PRINT-LINE FROM PRN-JOURNAL-TOTAL-LINE
           MOVE "Total debits            " TO PRN-JT-LABEL
           MOVE JOURNAL-LINE-NUMBER TO PRN-JT-COUNT
           MOVE TOTAL-DEBITS TO PRN-JT-AMOUNT
           WRITE GL-JOURNAL-PRINT-LINE FROM PRN-JOURNAL-TOTAL-LINE
           MOVE "Total credits           " TO PRN-JT-LABEL
           MOVE ZEROS TO PRN-JT-COUNT
           MOVE TOTAL-CREDITS TO PRN-JT-AMOUNT
           WRITE GL-JOURNAL-PRINT-LINE FROM PRN-JOURNAL-TOTAL-LINE
           MOVE "Posted to suspense      " TO PRN-JT-LABEL
           MOVE ZEROS TO PRN-JT-COUNT
           MOVE SUSPENSE-AMOUNT TO PRN-JT-AMOUNT
           WRITE GL-JOURNAL-PRINT-LINE FROM PRN-JOURNAL-TOTAL-LINE
           .

       WRITE-EXCEPTION-MASTER.
           MOVE ZEROS TO EX-EXCEPTION-ID
           READ EXCEPTION-MASTER-FILE
              INVALID KEY
                 MOVE ZEROS TO EXC-CONTROL-ID
                 MOVE 1 TO EXC-NEXT-EXCEPTION-ID
                 WRITE EXCEPTION-MASTER-REC
                 MOVE ZEROS TO EX-EXCEPTION-ID
                 READ EXCEPTION-MASTER-FILE
                 END-READ
           END-READ
           MOVE EXC-NEXT-EXCEPTION-ID TO SAVED-EXCEPTION-ID
           COMPUTE EXC-NEXT-EXCEPTION-ID = EXC-NEXT-EXCEPTION-ID + 1
           REWRITE EXCEPTION-MASTER-REC
           MOVE SAVED-EXCEPTION-ID TO EX-EXCEPTION-ID
           MOVE EXCEPTION-SOURCE-NAME TO EX-SOURCE-PROGRAM
           MOVE NEW-EX-TYPE-CODE TO EX-TYPE-CODE
           MOVE NEW-EX-KEY-DATA TO EX-KEY-DATA
           MOVE POSTING-DATE TO EX-DATE-RAISED
           MOVE "N" TO EX-RESOLVED-FLAG
           MOVE SPACES TO EX-RESOLUTION-CODE
           MOVE ZEROS TO EX-RESOLVED-DATE
           WRITE EXCEPTION-MASTER-REC
           .

       READ-GL-EXTRACT.
           READ GL-EXTRACT-FILE
              AT END
                 SET END-OF-GL-EXTRACT TO TRUE
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
