       IDENTIFICATION DIVISION.
       PROGRAM-ID. COA-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
                 "coa_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO "gl_balance.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS GB-BALANCE-KEY.
           SELECT COA-TRANS-FILE ASSIGN TO "coa_maint.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COA-MAINT-REPORT-FILE ASSIGN TO "coa_maint.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO
                 "operator_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS OP-OPERATOR-ID.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO
                 "security_log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  COA-TRANS-FILE.
       01 COA-TRANS-REC.
          88 END-OF-COA-TRANS                          VALUE HIGH-VALUES
           .
          05 CMT-ACTION                 PIC X.
             88 IS-ADD-TRANS                           VALUE "A".
             88 IS-CHANGE-TRANS                        VALUE "C".
             88 IS-DELETE-TRANS                        VALUE "D".
          05 CMT-ACCOUNT-CODE           PIC X(6).
          05 CMT-ACCOUNT-NAME           PIC X(30).
          05 CMT-ACCOUNT-TYPE           PIC X.
             88 CMT-VALID-TYPE                         VALUE "A" "L"
                                                             "Q" "R"
                                                             "E".
          05 CMT-EXTRACT-SIGN           PIC X.
             88 CMT-VALID-SIGN                         VALUE "D" "C".
          05 CMT-OFFSET-ACCOUNT         PIC X(6).
          05 CMT-ACCOUNT-STATUS         PIC X.
             88 CMT-VALID-STATUS                       VALUE "A" "I".
       FD  COA-MAINT-REPORT-FILE.
       01 COA-MAINT-REPORT-LINE         PIC X(80).
       FD  OPERATOR-MASTER-FILE.
       01 OPERATOR-REC.
          05 OP-OPERATOR-ID             PIC X(8).
          05 OP-OPERATOR-NAME           PIC X(20).
          05 OP-PASSWORD                PIC X(8).
          05 OP-STATUS                  PIC X.
             88 OP-ACTIVE                              VALUE "A".
             88 OP-INACTIVE                            VALUE "I".
          05 OP-FUNCTION-CODE           PIC X(4)       OCCURS 12 TIMES.
       FD  SECURITY-LOG-FILE.
       01 SECURITY-LOG-REC.
          05 SL-LOG-DATE                PIC 9(8).
          05 SL-LOG-TIME                PIC 9(6).
          05 SL-PROGRAM-NAME            PIC X(20).
          05 SL-OPERATOR-ID             PIC X(8).
          05 SL-FUNCTION-CODE           PIC X(4).
          05 SL-VIOLATION-CODE          PIC X.
             88 SL-UNKNOWN-OPERATOR                    VALUE "U".
             88 SL-INVALID-PASSWORD                    VALUE "P".
             88 SL-OPERATOR-INACTIVE                   VALUE "I".
             88 SL-NOT-AUTHORIZED                      VALUE "F".
             88 SL-OVERRIDE-REFUSED                    VALUE "O".
          05 SL-KEY-DATA                PIC X(18).

       WORKING-STORAGE SECTION.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Chart of Accounts Maintenance".
       01 COA-TRANS-VALID-SWITCH        PIC X          VALUE "Y".
          88 COA-TRANS-VALID                           VALUE "Y".
          88 COA-TRANS-INVALID                         VALUE "N".
       01 COA-ERROR-TEXT                PIC X(30)      VALUE SPACES.
       01 BALANCE-HISTORY-SWITCH        PIC X          VALUE "N".
          88 ACCOUNT-HAS-BALANCES                      VALUE "Y".
       01 ADDED-COUNT                   PIC 9(5)       VALUE ZEROS.
       01 CHANGED-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 DELETED-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 PRN-COA-OK-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "PROCESSED ".
          05 PRN-OK-ACTION              PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-ACCOUNT-CODE        PIC X(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-ACCOUNT-NAME        PIC X(30).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-ACCOUNT-TYPE        PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-EXTRACT-SIGN        PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-OFFSET-ACCOUNT      PIC X(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-ACCOUNT-STATUS      PIC X.
       01 PRN-COA-ERROR-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "REJECTED  ".
          05 PRN-ERR-ACTION             PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-ERR-ACCOUNT-CODE       PIC X(6).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 PRN-ERR-TEXT               PIC X(30).
       01 PRN-COA-TOTAL-LINE.
          05 FILLER                     PIC X(7)       VALUE "Added ".
          05 PRN-TOT-ADDED              PIC ZZZZ9.
          05 FILLER                     PIC X(10)      VALUE
                "  Changed ".
          05 PRN-TOT-CHANGED            PIC ZZZZ9.
          05 FILLER                     PIC X(10)      VALUE
                "  Deleted ".
          05 PRN-TOT-DELETED            PIC ZZZZ9.
          05 FILLER                     PIC X(11)      VALUE
                "  Rejected ".
          05 PRN-TOT-REJECTED           PIC ZZZZ9.
       01 SECURITY-PROGRAM-NAME         PIC X(20)      VALUE
             "COA-MAINT".
       01 SECURITY-FUNCTION-CODE        PIC X(4)       VALUE "COA ".
       01 SIGNON-OPERATOR-ID            PIC X(8)       VALUE SPACES.
       01 SIGNON-PASSWORD               PIC X(8)       VALUE SPACES.
       01 SIGNON-STATUS                 PIC X          VALUE "U".
          88 SIGNON-VALID                              VALUE "V".
          88 SIGNON-UNKNOWN                            VALUE "U".
          88 SIGNON-INVALID-PASSWORD                   VALUE "P".
          88 SIGNON-INACTIVE                           VALUE "I".
       01 OPERATOR-AUTHORITY-SWITCH     PIC X          VALUE "N".
          88 OPERATOR-AUTHORIZED                       VALUE "Y".
       01 OPERATOR-FUNCTION-INDEX       PIC 9(2)       VALUE ZEROS.
       01 SIGNON-ERROR-TEXT             PIC X(30)      VALUE SPACES.
       01 SECURITY-VIOLATION-CODE       PIC X          VALUE SPACE.
       01 SECURITY-KEY-DATA             PIC X(18)      VALUE SPACES.
       01 SECURITY-TIME                 PIC 9(8)       VALUE ZEROS.

       PROCEDURE DIVISION.
       COA-MAINT-PROCESS.
           PERFORM SIGN-ON-OPERATOR
           OPEN I-O CHART-OF-ACCOUNTS-FILE
           OPEN INPUT GL-BALANCE-FILE
           OPEN INPUT COA-TRANS-FILE
           OPEN OUTPUT COA-MAINT-REPORT-FILE
           WRITE COA-MAINT-REPORT-LINE FROM PAGE-HEADER
           PERFORM READ-COA-TRANS
           PERFORM PROCESS-COA-TRANS UNTIL END-OF-COA-TRANS
           MOVE ADDED-COUNT TO PRN-TOT-ADDED
           MOVE CHANGED-COUNT TO PRN-TOT-CHANGED
           MOVE DELETED-COUNT TO PRN-TOT-DELETED
           MOVE REJECTED-COUNT TO PRN-TOT-REJECTED
           WRITE COA-MAINT-REPORT-LINE FROM PRN-COA-TOTAL-LINE
           CLOSE CHART-OF-ACCOUNTS-FILE, GL-BALANCE-FILE,
                 COA-TRANS-FILE, COA-MAINT-REPORT-FILE,
                 SECURITY-LOG-FILE
           GOBACK
           .

       PROCESS-COA-TRANS.
           IF OPERATOR-AUTHORIZED
              PERFORM VALIDATE-COA-TRANS
           ELSE
              PERFORM REJECT-UNAUTHORIZED-TRANS
           END-IF
           IF COA-TRANS-VALID
              EVALUATE TRUE
                 WHEN IS-ADD-TRANS
                    PERFORM ADD-ACCOUNT
                 WHEN IS-CHANGE-TRANS
                    PERFORM CHANGE-ACCOUNT
                 WHEN IS-DELETE-TRANS
                    PERFORM DELETE-ACCOUNT
              END-EVALUATE
           ELSE
              PERFORM WRITE-COA-ERROR
           END-IF
           PERFORM READ-COA-TRANS
           .

       REJECT-UNAUTHORIZED-TRANS.
           SET COA-TRANS-INVALID TO TRUE
           MOVE SIGNON-ERROR-TEXT TO COA-ERROR-TEXT
           MOVE CMT-ACCOUNT-CODE TO SECURITY-KEY-DATA
           PERFORM WRITE-SECURITY-VIOLATION
           .

       VALIDATE-COA-TRANS.
           SET COA-TRANS-VALID TO TRUE
           MOVE SPACES TO COA-ERROR-TEXT
           IF NOT IS-ADD-TRANS AND NOT IS-CHANGE-TRANS
                 AND NOT IS-DELETE-TRANS
              SET COA-TRANS-INVALID TO TRUE
              MOVE "INVALID ACTION CODE" TO COA-ERROR-TEXT
           END-IF
           IF COA-TRANS-VALID AND CMT-ACCOUNT-CODE IS NOT NUMERIC
              SET COA-TRANS-INVALID TO TRUE
              MOVE "ACCOUNT CODE MUST BE 6 DIGITS" TO COA-ERROR-TEXT
           END-IF
           IF COA-TRANS-VALID AND (IS-ADD-TRANS OR IS-CHANGE-TRANS)
              PERFORM VALIDATE-ACCOUNT-FIELDS
           END-IF
           IF COA-TRANS-VALID AND IS-ADD-TRANS
              MOVE CMT-ACCOUNT-CODE TO COA-ACCOUNT-CODE
              READ CHART-OF-ACCOUNTS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET COA-TRANS-INVALID TO TRUE
                    MOVE "DUPLICATE ACCOUNT CODE" TO COA-ERROR-TEXT
              END-READ
           END-IF
           IF COA-TRANS-VALID AND IS-DELETE-TRANS
              PERFORM CHECK-BALANCE-HISTORY
              IF ACCOUNT-HAS-BALANCES
                 SET COA-TRANS-INVALID TO TRUE
                 MOVE "HAS GL BALANCES - INACTIVATE" TO COA-ERROR-TEXT
              END-IF
           END-IF
           IF COA-TRANS-VALID AND (IS-CHANGE-TRANS OR IS-DELETE-TRANS)
              MOVE CMT-ACCOUNT-CODE TO COA-ACCOUNT-CODE
              READ CHART-OF-ACCOUNTS-FILE
                 INVALID KEY
                    SET COA-TRANS-INVALID TO TRUE
                    MOVE "ACCOUNT NOT FOUND" TO COA-ERROR-TEXT
              END-READ
           END-IF
           .

       VALIDATE-ACCOUNT-FIELDS.
           IF CMT-ACCOUNT-NAME = SPACES
              SET COA-TRANS-INVALID TO TRUE
              MOVE "BLANK ACCOUNT NAME" TO COA-ERROR-TEXT
           END-IF
           IF COA-TRANS-VALID AND NOT CMT-VALID-TYPE
              SET COA-TRANS-INVALID TO TRUE
              MOVE "TYPE MUST BE A L Q R OR E" TO COA-ERROR-TEXT
           END-IF
           IF COA-TRANS-VALID AND NOT CMT-VALID-SIGN
              SET COA-TRANS-INVALID TO TRUE
              MOVE "EXTRACT SIGN MUST BE D OR C" TO COA-ERROR-TEXT
           END-IF
           IF COA-TRANS-VALID AND NOT CMT-VALID-STATUS
              SET COA-TRANS-INVALID TO TRUE
              MOVE "STATUS MUST BE A OR I" TO COA-ERROR-TEXT
           END-IF
           IF COA-TRANS-VALID AND CMT-OFFSET-ACCOUNT NOT = SPACES
              IF CMT-OFFSET-ACCOUNT = CMT-ACCOUNT-CODE
                 SET COA-TRANS-INVALID TO TRUE
                 MOVE "OFFSET SAME AS ACCOUNT" TO COA-ERROR-TEXT
              ELSE
                 MOVE CMT-OFFSET-ACCOUNT TO COA-ACCOUNT-CODE
                 READ CHART-OF-ACCOUNTS-FILE
                    INVALID KEY
                       SET COA-TRANS-INVALID TO TRUE
                       MOVE "OFFSET ACCOUNT NOT FOUND" TO
                          COA-ERROR-TEXT
                    NOT INVALID KEY
                       IF NOT COA-ACTIVE
                          SET COA-TRANS-INVALID TO TRUE
                          MOVE "OFFSET ACCOUNT INACTIVE" TO
                             COA-ERROR-TEXT
                       END-IF
                 END-READ
              END-IF
           END-IF
           .

       CHECK-BALANCE-HISTORY.
           MOVE "N" TO BALANCE-HISTORY-SWITCH
           MOVE CMT-ACCOUNT-CODE TO GB-ACCOUNT-CODE
           MOVE ZEROS TO GB-PERIOD
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GB-BALANCE-KEY
              INVALID KEY
                 MOVE SPACES TO GB-ACCOUNT-CODE
              NOT INVALID KEY
                 READ GL-BALANCE-FILE NEXT RECORD
                    AT END
                       MOVE SPACES TO GB-ACCOUNT-CODE
                 END-READ
           END-START
           IF GB-ACCOUNT-CODE = CMT-ACCOUNT-CODE
              SET ACCOUNT-HAS-BALANCES TO TRUE
           END-IF
           .

       ADD-ACCOUNT.
           MOVE CMT-ACCOUNT-CODE TO COA-ACCOUNT-CODE
           PERFORM MOVE-ACCOUNT-FIELDS
           WRITE COA-ACCOUNT-REC
           COMPUTE ADDED-COUNT = ADDED-COUNT + 1
           PERFORM WRITE-COA-OK
           .

       CHANGE-ACCOUNT.
           PERFORM MOVE-ACCOUNT-FIELDS
           REWRITE COA-ACCOUNT-REC
           COMPUTE CHANGED-COUNT = CHANGED-COUNT + 1
           PERFORM WRITE-COA-OK
           .

       DELETE-ACCOUNT.
           DELETE CHART-OF-ACCOUNTS-FILE
           COMPUTE DELETED-COUNT = DELETED-COUNT + 1
           PERFORM WRITE-COA-OK
           .

       MOVE-ACCOUNT-FIELDS.
           MOVE CMT-ACCOUNT-NAME TO COA-ACCOUNT-NAME
           MOVE CMT-ACCOUNT-TYPE TO COA-ACCOUNT-TYPE
           MOVE CMT-EXTRACT-SIGN TO COA-EXTRACT-SIGN
           MOVE CMT-OFFSET-ACCOUNT TO COA-OFFSET-ACCOUNT
           MOVE CMT-ACCOUNT-STATUS TO COA-ACCOUNT-STATUS
           .

       WRITE-COA-OK.
           MOVE CMT-ACTION TO PRN-OK-ACTION
           MOVE COA-ACCOUNT-CODE TO PRN-OK-ACCOUNT-CODE
           MOVE COA-ACCOUNT-NAME TO PRN-OK-ACCOUNT-NAME
           MOVE COA-ACCOUNT-TYPE TO PRN-OK-ACCOUNT-TYPE
           MOVE COA-EXTRACT-SIGN TO PRN-OK-EXTRACT-SIGN
           MOVE COA-OFFSET-ACCOUNT TO PRN-OK-OFFSET-ACCOUNT
           MOVE COA-ACCOUNT-STATUS TO PRN-OK-ACCOUNT-STATUS
           WRITE COA-MAINT-REPORT-LINE FROM PRN-COA-OK-LINE
           .

       WRITE-COA-ERROR.
           MOVE CMT-ACTION TO PRN-ERR-ACTION
           MOVE CMT-ACCOUNT-CODE TO PRN-ERR-ACCOUNT-CODE
           MOVE COA-ERROR-TEXT TO PRN-ERR-TEXT
           WRITE COA-MAINT-REPORT-LINE FROM PRN-COA-ERROR-LINE
           COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1
           .

       READ-COA-TRANS.
           READ COA-TRANS-FILE
              AT END
                 SET END-OF-COA-TRANS TO TRUE
           END-READ
           .

       SIGN-ON-OPERATOR.
           ACCEPT SIGNON-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
           ACCEPT SIGNON-PASSWORD FROM ENVIRONMENT "OPERATOR_PASSWORD"
           SET SIGNON-UNKNOWN TO TRUE
           MOVE "N" TO OPERATOR-AUTHORITY-SWITCH
           OPEN INPUT OPERATOR-MASTER-FILE
           IF SIGNON-OPERATOR-ID NOT = SPACES
              MOVE SIGNON-OPERATOR-ID TO OP-OPERATOR-ID
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    SET SIGNON-UNKNOWN TO TRUE
                 NOT INVALID KEY
                    PERFORM VERIFY-OPERATOR-SIGNON
              END-READ
           END-IF
           CLOSE OPERATOR-MASTER-FILE
           EVALUATE TRUE
              WHEN SIGNON-UNKNOWN
                 MOVE "OPERATOR NOT ON FILE" TO SIGNON-ERROR-TEXT
              WHEN SIGNON-INVALID-PASSWORD
                 MOVE "OPERATOR SIGN-ON FAILED" TO SIGNON-ERROR-TEXT
              WHEN SIGNON-INACTIVE
                 MOVE "OPERATOR INACTIVE" TO SIGNON-ERROR-TEXT
              WHEN NOT OPERATOR-AUTHORIZED
                 MOVE "OPERATOR NOT AUTHORIZED" TO SIGNON-ERROR-TEXT
           END-EVALUATE
           IF SIGNON-VALID
              MOVE "F" TO SECURITY-VIOLATION-CODE
           ELSE
              MOVE SIGNON-STATUS TO SECURITY-VIOLATION-CODE
           END-IF
           OPEN EXTEND SECURITY-LOG-FILE
           .

       VERIFY-OPERATOR-SIGNON.
           EVALUATE TRUE
              WHEN OP-PASSWORD NOT = SIGNON-PASSWORD
                 SET SIGNON-INVALID-PASSWORD TO TRUE
              WHEN NOT OP-ACTIVE
                 SET SIGNON-INACTIVE TO TRUE
              WHEN OTHER
                 SET SIGNON-VALID TO TRUE
                 PERFORM CHECK-OPERATOR-FUNCTION
                    VARYING OPERATOR-FUNCTION-INDEX FROM 1 BY 1
                    UNTIL OPERATOR-FUNCTION-INDEX > 12
           END-EVALUATE
           .

       CHECK-OPERATOR-FUNCTION.
           IF OP-FUNCTION-CODE(OPERATOR-FUNCTION-INDEX) =
                 SECURITY-FUNCTION-CODE
              SET OPERATOR-AUTHORIZED TO TRUE
           END-IF
           .

       WRITE-SECURITY-VIOLATION.
           ACCEPT SL-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT SECURITY-TIME FROM TIME
           COMPUTE SL-LOG-TIME = SECURITY-TIME / 100
           MOVE SECURITY-PROGRAM-NAME TO SL-PROGRAM-NAME
           MOVE SIGNON-OPERATOR-ID TO SL-OPERATOR-ID
           MOVE SECURITY-FUNCTION-CODE TO SL-FUNCTION-CODE
           MOVE SECURITY-VIOLATION-CODE TO SL-VIOLATION-CODE
           MOVE SECURITY-KEY-DATA TO SL-KEY-DATA
           WRITE SECURITY-LOG-REC
           .
