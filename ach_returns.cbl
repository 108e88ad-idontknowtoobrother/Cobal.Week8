       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-RETURNS-POST.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACH-RETURN-FILE ASSIGN TO "ach_returns.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACH-DRAFT-FILE ASSIGN TO "ach_drafts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS AD-TRACE-NUMBER.
           SELECT OPTIONAL ACH-ENROLLMENT-FILE ASSIGN TO
                 "ach_enrollment.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS AE-MEMBER-ID.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS MEMBER-ID.
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
           SELECT OPTIONAL EXCEPTION-MASTER-FILE ASSIGN TO
                 "exception_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EX-EXCEPTION-ID.
           SELECT ACH-RETURN-REGISTER-FILE ASSIGN TO "ach_returns.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-RETURN-FILE.
       01 ACH-RETURN-REC.
          88 END-OF-ACH-RETURNS                        VALUE HIGH-VALUES
           .
          05 RT-TRACE-NUMBER            PIC 9(15).
          05 RT-RETURN-DATE             PIC 9(8).
          05 RT-RETURN-CODE             PIC X(3).
          05 RT-AMOUNT                  PIC 9(5)V99.
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
       FD  ACH-ENROLLMENT-FILE.
       01 ACH-ENROLLMENT-REC.
          05 AE-MEMBER-ID               PIC X(5).
          05 AE-ROUTING-NUMBER          PIC 9(9).
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
          05 MEMBER-AR-BALANCE          PIC S9(5)V99.
          05 MEMBER-BILLED-DATE         PIC 9(8).
          05 MEMBER-CREDIT-LIMIT        PIC 9(5)V99.
          05 MEMBER-INSTALLMENT-PLAN    PIC X.
          05 MEMBER-PRIMARY-ID          PIC X(5).
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
       FD  ACH-RETURN-REGISTER-FILE.
       01 ACH-RETURN-REGISTER-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 GL-AR-ACCOUNT-CODE            PIC X(6)       VALUE "110200".
       01 GL-RETURN-FEE-ACCOUNT-CODE    PIC X(6)       VALUE "420200".
       01 GL-CHECK-ACCOUNT-CODE         PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH       PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                          VALUE "Y".
       01 GL-RETURN-SHOP-ID             PIC X(5)       VALUE "AR   ".
       01 RETURNED-DRAFT-CHARGE-TYPE    PIC X          VALUE "B".
       01 RETURNED-DRAFT-ITEM-ID        PIC X(8)       VALUE "ACHRETRN".
       01 RETURNED-FEE-ITEM-ID          PIC X(8)       VALUE "RETFEE".
       01 RETURNED-ITEM-FEE             PIC 9(3)V99    VALUE 25.00.
       01 EXCEPTION-SOURCE-NAME         PIC X(20)      VALUE
             "ACH-RETURNS-POST".
       01 NEW-EX-TYPE-CODE              PIC X(4)       VALUE SPACES.
       01 NEW-EX-KEY-DATA.
          05 NEW-EX-KEY-SHOP-ID         PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 NEW-EX-KEY-DETAIL          PIC X(12).
       01 SAVED-EXCEPTION-ID            PIC 9(7)       VALUE ZEROS.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Returned Draft Register".
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Status     Trace Number    Memb  Code   Amount  Reason".
       01 EXCEPTION-LIST-HEADING        PIC X(60)      VALUE
             "RETURNED-DRAFT EXCEPTION LIST".
       01 EXCEPTION-LIST-COLUMNS        PIC X(80)      VALUE
             "Memb  Name                 Code  Rtns     Amount  Enrollme
      -      "nt".
       01 VALID-RETURN-SWITCH           PIC X          VALUE "Y".
          88 RETURN-IS-VALID                           VALUE "Y".
          88 RETURN-IS-INVALID                         VALUE "N".
       01 RETURN-ERROR-TEXT             PIC X(30)      VALUE SPACES.
       01 ENROLLMENT-FOUND-SWITCH       PIC X          VALUE "N".
          88 RETURN-ENROLLMENT-FOUND                   VALUE "Y".
          88 RETURN-ENROLLMENT-NOT-FOUND               VALUE "N".
       01 PROCESSED-COUNT               PIC 9(5)       VALUE ZEROS.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 RETURNED-DRAFT-TOTAL          PIC 9(7)V99    VALUE ZEROS.
       01 RETURNED-FEE-TOTAL            PIC 9(7)V99    VALUE ZEROS.
       01 EXCEPTION-TABLE.
          05 EXCEPTION-ENTRY            OCCURS 500 TIMES.
             10 EXCEPTION-PRINT-IMAGE   PIC X(80).
       01 EXCEPTION-COUNT               PIC 9(3)       VALUE ZEROS.
       01 EXCEPTION-PRINT-INDEX         PIC 9(3)       VALUE ZEROS.
       01 PRN-RETURN-DETAIL-LINE.
          05 PRN-RT-STATUS              PIC X(10).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RT-TRACE               PIC 9(15).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RT-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RT-RETURN-CODE         PIC X(3).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-RT-AMOUNT              PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-RT-REASON              PIC X(30).
       01 PRN-EXCEPTION-LINE.
          05 PRN-EX-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-EX-MEMBER-NAME         PIC X(20).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-EX-RETURN-CODE         PIC X(3).
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 PRN-EX-RETURN-COUNT        PIC Z9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-EX-AMOUNT              PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-EX-ENROLLMENT          PIC X(8).
       01 PRN-RETURN-TOTAL-LINE.
          05 PRN-RTT-LABEL              PIC X(24).
          05 PRN-RTT-COUNT              PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-RTT-AMOUNT             PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       ACH-RETURNS-PROCESS.
           PERFORM VALIDATE-GL-ACCOUNTS
           OPEN INPUT ACH-RETURN-FILE
           OPEN I-O ACH-DRAFT-FILE
           OPEN I-O ACH-ENROLLMENT-FILE
           OPEN I-O MEMBER-FILE
           OPEN EXTEND MEMBER-CHARGE-FILE
           OPEN I-O EXCEPTION-MASTER-FILE
           OPEN OUTPUT ACH-RETURN-REGISTER-FILE
           WRITE ACH-RETURN-REGISTER-LINE FROM PAGE-HEADER
           WRITE ACH-RETURN-REGISTER-LINE FROM COLUMN-HEADING
           PERFORM READ-ACH-RETURN
           PERFORM PROCESS-ACH-RETURN UNTIL END-OF-ACH-RETURNS
           PERFORM WRITE-EXCEPTION-LIST
           PERFORM WRITE-RETURN-TOTALS
           IF RETURNED-DRAFT-TOTAL > ZEROS
              OPEN EXTEND GL-EXTRACT-FILE
              PERFORM WRITE-GL-RETURN-RECORDS
              CLOSE GL-EXTRACT-FILE
           END-IF
           CLOSE ACH-RETURN-FILE, ACH-DRAFT-FILE, ACH-ENROLLMENT-FILE,
                 MEMBER-FILE, MEMBER-CHARGE-FILE,
                 EXCEPTION-MASTER-FILE, ACH-RETURN-REGISTER-FILE
           GOBACK
           .

       PROCESS-ACH-RETURN.
           PERFORM VALIDATE-ACH-RETURN
           MOVE RT-TRACE-NUMBER TO PRN-RT-TRACE
           MOVE RT-RETURN-CODE TO PRN-RT-RETURN-CODE
           IF RT-AMOUNT IS NUMERIC
              MOVE RT-AMOUNT TO PRN-RT-AMOUNT
           ELSE
              MOVE ZEROS TO PRN-RT-AMOUNT
           END-IF
           IF RETURN-IS-VALID
              PERFORM APPLY-ACH-RETURN
              MOVE "PROCESSED " TO PRN-RT-STATUS
              MOVE AD-MEMBER-ID TO PRN-RT-MEMBER-ID
              MOVE SPACES TO PRN-RT-REASON
              COMPUTE PROCESSED-COUNT = PROCESSED-COUNT + 1
           ELSE
              MOVE "REJECTED  " TO PRN-RT-STATUS
              MOVE AD-MEMBER-ID TO PRN-RT-MEMBER-ID
              MOVE RETURN-ERROR-TEXT TO PRN-RT-REASON
              COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1
           END-IF
           WRITE ACH-RETURN-REGISTER-LINE FROM PRN-RETURN-DETAIL-LINE
           PERFORM READ-ACH-RETURN
           .

       VALIDATE-ACH-RETURN.
           SET RETURN-IS-VALID TO TRUE
           MOVE SPACES TO RETURN-ERROR-TEXT
           MOVE SPACES TO AD-MEMBER-ID
           IF RT-TRACE-NUMBER IS NOT NUMERIC
                 OR RT-AMOUNT IS NOT NUMERIC
                 OR RT-RETURN-DATE IS NOT NUMERIC
              SET RETURN-IS-INVALID TO TRUE
              MOVE "INVALID RETURN RECORD" TO RETURN-ERROR-TEXT
           END-IF
           IF RETURN-IS-VALID
              MOVE RT-TRACE-NUMBER TO AD-TRACE-NUMBER
              READ ACH-DRAFT-FILE
                 INVALID KEY
                    SET RETURN-IS-INVALID TO TRUE
                    MOVE SPACES TO AD-MEMBER-ID
                    MOVE "DRAFT NOT FOUND" TO RETURN-ERROR-TEXT
              END-READ
           END-IF
           IF RETURN-IS-VALID AND AD-RETURNED
              SET RETURN-IS-INVALID TO TRUE
              MOVE "DRAFT ALREADY RETURNED" TO RETURN-ERROR-TEXT
           END-IF
           IF RETURN-IS-VALID AND RT-AMOUNT NOT = AD-AMOUNT
              SET RETURN-IS-INVALID TO TRUE
              MOVE "AMOUNT DOES NOT MATCH DRAFT" TO RETURN-ERROR-TEXT
           END-IF
           IF RETURN-IS-VALID
              MOVE AD-MEMBER-ID TO MEMBER-ID
              READ MEMBER-FILE
                 INVALID KEY
                    SET RETURN-IS-INVALID TO TRUE
                    MOVE "MEMBER NOT FOUND" TO RETURN-ERROR-TEXT
              END-READ
           END-IF
           .

       APPLY-ACH-RETURN.
           COMPUTE MEMBER-AR-BALANCE = MEMBER-AR-BALANCE + AD-AMOUNT
              + RETURNED-ITEM-FEE
           REWRITE MEMBER-REC
           MOVE MEMBER-ID TO CHG-MEMBER-ID
           MOVE RT-RETURN-DATE TO CHG-TRANS-DATE
           MOVE RETURNED-DRAFT-CHARGE-TYPE TO CHG-TYPE
           MOVE RETURNED-DRAFT-ITEM-ID TO CHG-ITEM-ID
           MOVE ZEROS TO CHG-QTY
           MOVE AD-AMOUNT TO CHG-AMOUNT
           WRITE MEMBER-CHARGE-REC
           MOVE RETURNED-FEE-ITEM-ID TO CHG-ITEM-ID
           MOVE RETURNED-ITEM-FEE TO CHG-AMOUNT
           WRITE MEMBER-CHARGE-REC
           SET AD-RETURNED TO TRUE
           MOVE RT-RETURN-DATE TO AD-RETURN-DATE
           MOVE RT-RETURN-CODE TO AD-RETURN-CODE
           REWRITE ACH-DRAFT-REC
           COMPUTE RETURNED-DRAFT-TOTAL = RETURNED-DRAFT-TOTAL
              + AD-AMOUNT
           COMPUTE RETURNED-FEE-TOTAL = RETURNED-FEE-TOTAL
              + RETURNED-ITEM-FEE
           PERFORM HOLD-ENROLLMENT
           MOVE "ACHR" TO NEW-EX-TYPE-CODE
           MOVE GL-RETURN-SHOP-ID TO NEW-EX-KEY-SHOP-ID
           MOVE MEMBER-ID TO NEW-EX-KEY-DETAIL
           PERFORM WRITE-EXCEPTION-MASTER
           PERFORM SAVE-EXCEPTION-LINE
           .

       HOLD-ENROLLMENT.
           MOVE MEMBER-ID TO AE-MEMBER-ID
           READ ACH-ENROLLMENT-FILE
              INVALID KEY
                 SET RETURN-ENROLLMENT-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET RETURN-ENROLLMENT-FOUND TO TRUE
           END-READ
           IF RETURN-ENROLLMENT-FOUND
              IF AE-ACTIVE
                 SET AE-HELD TO TRUE
              END-IF
              IF AE-RETURN-COUNT < 99
                 COMPUTE AE-RETURN-COUNT = AE-RETURN-COUNT + 1
              END-IF
              REWRITE ACH-ENROLLMENT-REC
           END-IF
           .

       SAVE-EXCEPTION-LINE.
           MOVE MEMBER-ID TO PRN-EX-MEMBER-ID
           MOVE MEMBER-NAME TO PRN-EX-MEMBER-NAME
           MOVE RT-RETURN-CODE TO PRN-EX-RETURN-CODE
           MOVE AD-AMOUNT TO PRN-EX-AMOUNT
           IF RETURN-ENROLLMENT-FOUND
              MOVE AE-RETURN-COUNT TO PRN-EX-RETURN-COUNT
              EVALUATE TRUE
                 WHEN AE-HELD
                    MOVE "HELD" TO PRN-EX-ENROLLMENT
                 WHEN AE-CANCELLED
                    MOVE "CANCELLD" TO PRN-EX-ENROLLMENT
                 WHEN OTHER
                    MOVE "ACTIVE" TO PRN-EX-ENROLLMENT
              END-EVALUATE
           ELSE
              MOVE ZEROS TO PRN-EX-RETURN-COUNT
              MOVE "NONE" TO PRN-EX-ENROLLMENT
           END-IF
           IF EXCEPTION-COUNT < 500
              COMPUTE EXCEPTION-COUNT = EXCEPTION-COUNT + 1
              MOVE PRN-EXCEPTION-LINE TO
                 EXCEPTION-PRINT-IMAGE(EXCEPTION-COUNT)
           END-IF
           .

       WRITE-EXCEPTION-LIST.
           MOVE SPACES TO ACH-RETURN-REGISTER-LINE
           WRITE ACH-RETURN-REGISTER-LINE
           WRITE ACH-RETURN-REGISTER-LINE FROM EXCEPTION-LIST-HEADING
           WRITE ACH-RETURN-REGISTER-LINE FROM EXCEPTION-LIST-COLUMNS
           MOVE ZEROS TO EXCEPTION-PRINT-INDEX
           PERFORM WRITE-EXCEPTION-ENTRY
              UNTIL EXCEPTION-PRINT-INDEX >= EXCEPTION-COUNT
           .

       WRITE-EXCEPTION-ENTRY.
           COMPUTE EXCEPTION-PRINT-INDEX = EXCEPTION-PRINT-INDEX + 1
           WRITE ACH-RETURN-REGISTER-LINE FROM
              EXCEPTION-PRINT-IMAGE(EXCEPTION-PRINT-INDEX)
           .

       WRITE-RETURN-TOTALS.
           MOVE SPACES TO ACH-RETURN-REGISTER-LINE
           WRITE ACH-RETURN-REGISTER-LINE
           MOVE "Returns processed       " TO PRN-RTT-LABEL
           MOVE PROCESSED-COUNT TO PRN-RTT-COUNT
           MOVE RETURNED-DRAFT-TOTAL TO PRN-RTT-AMOUNT
           WRITE ACH-RETURN-REGISTER-LINE FROM PRN-RETURN-TOTAL-LINE
           MOVE "Returned item fees      " TO PRN-RTT-LABEL
           MOVE PROCESSED-COUNT TO PRN-RTT-COUNT
           MOVE RETURNED-FEE-TOTAL TO PRN-RTT-AMOUNT
           WRITE ACH-RETURN-REGISTER-LINE FROM PRN-RETURN-TOTAL-LINE
           MOVE "Returns rejected        " TO PRN-RTT-LABEL
           MOVE REJECTED-COUNT TO PRN-RTT-COUNT
           MOVE ZEROS TO PRN-RTT-AMOUNT
           WRITE ACH-RETURN-REGISTER-LINE FROM PRN-RETURN-TOTAL-LINE
           .

       WRITE-GL-RETURN-RECORDS.
           MOVE GL-RETURN-SHOP-ID TO GL-SHOP-ID
           MOVE GL-AR-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           COMPUTE GL-AMOUNT = ZEROS - RETURNED-DRAFT-TOTAL
           WRITE GL-EXTRACT-LINE
           MOVE GL-RETURN-SHOP-ID TO GL-SHOP-ID
           MOVE GL-RETURN-FEE-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           MOVE RETURNED-FEE-TOTAL TO GL-AMOUNT
           WRITE GL-EXTRACT-LINE
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
           MOVE RT-RETURN-DATE TO EX-DATE-RAISED
           MOVE "N" TO EX-RESOLVED-FLAG
           MOVE SPACES TO EX-RESOLUTION-CODE
           MOVE ZEROS TO EX-RESOLVED-DATE
           WRITE EXCEPTION-MASTER-REC
           .

       READ-ACH-RETURN.
           READ ACH-RETURN-FILE
              AT END
                 SET END-OF-ACH-RETURNS TO TRUE
           END-READ
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-AR-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           MOVE GL-RETURN-FEE-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
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
              DISPLAY "ACH-RETURNS-POST: GL ACCOUNT "
                 GL-CHECK-ACCOUNT-CODE
                 " NOT ACTIVE ON CHART OF ACCOUNTS"
              SET GL-ACCOUNT-ERROR TO TRUE
           END-IF
           .
