           SELECT OPTIONAL MEMBER-AUDIT-FILE ASSIGN TO
              "member_audit.dat"
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
           SELECT OPTIONAL SYSTEM-STATUS-FILE ASSIGN TO
              "system_status.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO
              "operator_master.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OP-OPERATOR-ID.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO
              "security_log.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          05 MEMBER-PAYMENT-STATUS   PIC X.
             88 DUES-PAID                      VALUE "P".
             88 DUES-UNPAID                    VALUE "U".
             88 MEMBER-SUSPENDED               VALUE "S".
          05 MEMBER-AR-BALANCE       PIC S9(5)V99.
          05 MEMBER-BILLED-DATE      PIC 9(8).
          05 MEMBER-CREDIT-LIMIT     PIC 9(5)V99.
          05 MAINT-MEMBER-CREDIT-LIMIT PIC 9(5)V99.
          05 MAINT-MEMBER-PLAN-FLAG  PIC X.
          05 MAINT-MEMBER-PRIMARY-ID PIC X(5).
          05 MAINT-INITIATION-FEE    PIC 9(5)V99.
       FD  MAINT-REPORT-FILE.
       01 MAINT-REPORT-LINE          PIC X(60).
       FD  MEMBER-AUDIT-FILE.
          05 AUD-SOURCE              PIC X(10).
          05 AUD-BEFORE-IMAGE        PIC X(61).
          05 AUD-AFTER-IMAGE         PIC X(61).
          05 AUD-OPERATOR-ID         PIC X(8).
       FD  MEMBER-CHARGE-FILE.
       01 MEMBER-CHARGE-REC.
          05 CHG-MEMBER-ID           PIC X(5).
          05 CHG-TRANS-DATE          PIC 9(8).
          05 CHG-TYPE                PIC X.
          05 CHG-ITEM-ID             PIC X(8).
          05 CHG-QTY                 PIC 9(3).
          05 CHG-AMOUNT              PIC 9(7)V99.
       FD  GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE.
          05 GL-SHOP-ID              PIC X(5).
          05 FILLER                  PIC X          VALUE SPACE.
          05 GL-ACCOUNT-CODE         PIC X(6).
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
       FD  SYSTEM-STATUS-FILE.
       01 SYSTEM-STATUS-REC.
          88 END-OF-SYSTEM-STATUS              VALUE HIGH-VALUES.
          05 SS-STATUS-DATE          PIC 9(8).
          05 FILLER                  PIC X.
          05 SS-STATUS-TIME          PIC 9(6).
       FD  OPERATOR-MASTER-FILE.
       01 OPERATOR-REC.
          05 OP-OPERATOR-ID          PIC X(8).
          05 OP-OPERATOR-NAME        PIC X(20).
          05 OP-PASSWORD             PIC X(8).
          05 OP-STATUS               PIC X.
             88 OP-ACTIVE                      VALUE "A".
             88 OP-INACTIVE                    VALUE "I".
          05 OP-FUNCTION-CODE        PIC X(4)  OCCURS 12 TIMES.
       FD  SECURITY-LOG-FILE.
       01 SECURITY-LOG-REC.
          05 SL-LOG-DATE             PIC 9(8).
          05 SL-LOG-TIME             PIC 9(6).
          05 SL-PROGRAM-NAME         PIC X(20).
          05 SL-OPERATOR-ID          PIC X(8).
          05 SL-FUNCTION-CODE        PIC X(4).
          05 SL-VIOLATION-CODE       PIC X.
             88 SL-UNKNOWN-OPERATOR            VALUE "U".
             88 SL-INVALID-PASSWORD            VALUE "P".
             88 SL-OPERATOR-INACTIVE           VALUE "I".
             88 SL-NOT-AUTHORIZED              VALUE "F".
             88 SL-OVERRIDE-REFUSED            VALUE "O".
          05 SL-KEY-DATA             PIC X(18).
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-REC.
          88 END-OF-BUSINESS-DATE                   VALUE HIGH-VALUES.
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
       01 CURRENT-BUSINESS-DATE      PIC 9(8)       VALUE ZEROS.
       01 STATUS-OVERRIDE-TEXT       PIC X          VALUE SPACE.
       01 MAINT-TRANS-VALID-SWITCH   PIC X          VALUE "Y".
          88 MAINT-TRANS-VALID                      VALUE "Y".
       01 MAINT-RUN-DATE             PIC 9(8)       VALUE ZEROS.
       01 MAINT-AUDIT-SOURCE         PIC X(10)      VALUE "MAINT".
       01 MEMBER-BEFORE-IMAGE        PIC X(48)      VALUE SPACES.
       01 GL-INITIATION-ACCOUNT-CODE PIC X(6)       VALUE "400500".
       01 GL-INITIATION-SHOP-ID      PIC X(5)       VALUE "AR   ".
       01 GL-CHECK-ACCOUNT-CODE      PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH    PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                       VALUE "Y".
       01 INITIATION-CHARGE-TYPE     PIC X          VALUE "I".
       01 INITIATION-ITEM-ID         PIC X(8)       VALUE "INITFEE".
       01 INITIATION-FEE-TOTAL       PIC 9(7)V99    VALUE ZEROS.
       01 PRN-MAINT-OK-LINE.
          05 FILLER                  PIC X(10)      VALUE
                "PROCESSED ".
          05 PRN-ERR-MEMBER-ID       PIC X(5).
          05 FILLER                  PIC X(3)       VALUE " - ".
          05 PRN-ERR-TEXT            PIC X(30).
       01 SECURITY-PROGRAM-NAME      PIC X(20)      VALUE
             "MEMBER-MAINT".
       01 SECURITY-FUNCTION-CODE     PIC X(4)       VALUE "MEMB".
       01 SIGNON-OPERATOR-ID         PIC X(8)       VALUE SPACES.
       01 SIGNON-PASSWORD            PIC X(8)       VALUE SPACES.
       01 SIGNON-STATUS              PIC X          VALUE "U".
          88 SIGNON-VALID                           VALUE "V".
          88 SIGNON-UNKNOWN                         VALUE "U".
          88 SIGNON-INVALID-PASSWORD                VALUE "P".
          88 SIGNON-INACTIVE                        VALUE "I".
       01 OPERATOR-AUTHORITY-SWITCH  PIC X          VALUE "N".
          88 OPERATOR-AUTHORIZED                    VALUE "Y".
       01 OVERRIDE-AUTHORITY-SWITCH  PIC X          VALUE "N".
          88 OPERATOR-MAY-OVERRIDE                  VALUE "Y".
       01 OVERRIDE-FUNCTION-CODE     PIC X(4)       VALUE "SOVR".
       01 OPERATOR-FUNCTION-INDEX    PIC 9(2)       VALUE ZEROS.
       01 SIGNON-ERROR-TEXT          PIC X(30)      VALUE SPACES.
       01 SECURITY-VIOLATION-CODE    PIC X          VALUE SPACE.
       01 SECURITY-KEY-DATA          PIC X(18)      VALUE SPACES.
       01 SECURITY-TIME              PIC 9(8)       VALUE ZEROS.

       PROCEDURE DIVISION.
       MEMBER-MAINT-PROCESS.
           PERFORM SIGN-ON-OPERATOR
           PERFORM CHECK-SYSTEM-STATUS
           PERFORM VALIDATE-GL-ACCOUNTS
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO MAINT-RUN-DATE
           ELSE
              ACCEPT MAINT-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           OPEN I-O MEMBER-FILE
           OPEN INPUT MAINT-TRANS-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           OPEN EXTEND MEMBER-AUDIT-FILE
           OPEN EXTEND MEMBER-CHARGE-FILE
           OPEN EXTEND GL-EXTRACT-FILE
           PERFORM READ-MAINT-TRANS
           PERFORM PROCESS-MAINT-TRANS UNTIL END-OF-MAINT-TRANS
           IF INITIATION-FEE-TOTAL > ZEROS
              PERFORM WRITE-GL-INITIATION-RECORD
           END-IF
           CLOSE MEMBER-FILE, MAINT-TRANS-FILE, MAINT-REPORT-FILE,
                 MEMBER-AUDIT-FILE, MEMBER-CHARGE-FILE, GL-EXTRACT-FILE,
                 SECURITY-LOG-FILE
           GOBACK
           .

              ACCEPT STATUS-OVERRIDE-TEXT FROM ENVIRONMENT
                 "SYSTEM_STATUS_OVERRIDE"
              IF STATUS-OVERRIDE-TEXT = "Y"
                    AND OPERATOR-MAY-OVERRIDE
                 DISPLAY "MEMBER-MAINT: BATCH IN PROGRESS - "
                    "OPERATOR OVERRIDE IN EFFECT"
              ELSE
                 IF STATUS-OVERRIDE-TEXT = "Y"
                    DISPLAY "MEMBER-MAINT: OPERATOR NOT "
                       "AUTHORIZED TO OVERRIDE"
                    MOVE "O" TO SECURITY-VIOLATION-CODE
                    MOVE "BATCH OVERRIDE" TO SECURITY-KEY-DATA
                    PERFORM WRITE-SECURITY-VIOLATION
                 END-IF
                 CLOSE SECURITY-LOG-FILE
                 DISPLAY "MEMBER-MAINT: BATCH STREAM IN PROGRESS"
                    " - TRY AGAIN LATER"
                 MOVE 8 TO RETURN-CODE
           END-IF
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-INITIATION-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
           PERFORM CHECK-GL-ACCOUNT
           CLOSE CHART-OF-ACCOUNTS-FILE
           IF GL-ACCOUNT-ERROR
              CLOSE SECURITY-LOG-FILE
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
              DISPLAY "MEMBER-MAINT: GL ACCOUNT "
                 GL-CHECK-ACCOUNT-CODE
                 " NOT ACTIVE ON CHART OF ACCOUNTS"
              SET GL-ACCOUNT-ERROR TO TRUE
           END-IF
           .

       PROCESS-MAINT-TRANS.
           IF OPERATOR-AUTHORIZED
              PERFORM VALIDATE-MAINT-TRANS
           ELSE
              PERFORM REJECT-UNAUTHORIZED-TRANS
           END-IF
           IF MAINT-TRANS-VALID
              EVALUATE TRUE
                 WHEN IS-ADD-TRANS
           PERFORM READ-MAINT-TRANS
           .

       REJECT-UNAUTHORIZED-TRANS.
           SET MAINT-TRANS-INVALID TO TRUE
           MOVE SIGNON-ERROR-TEXT TO MAINT-ERROR-TEXT
           MOVE MAINT-MEMBER-ID TO SECURITY-KEY-DATA
           PERFORM WRITE-SECURITY-VIOLATION
           .

       VALIDATE-MAINT-TRANS.
           SET MAINT-TRANS-VALID TO TRUE
           MOVE SPACES TO MAINT-ERROR-TEXT
           IF MAINT-TRANS-VALID AND (IS-ADD-TRANS OR IS-CHANGE-TRANS)
              IF MAINT-MEMBER-DUES-STATUS NOT = "P"
                    AND MAINT-MEMBER-DUES-STATUS NOT = "U"
                    AND (MAINT-MEMBER-DUES-STATUS NOT = "S"
                       OR IS-ADD-TRANS)
                 SET MAINT-TRANS-INVALID TO TRUE
                 MOVE "INVALID DUES STATUS" TO MAINT-ERROR-TEXT
              END-IF
                 END-READ
              END-IF
           END-IF
           IF MAINT-TRANS-VALID AND IS-ADD-TRANS
                 AND MAINT-INITIATION-FEE NOT = SPACES
                 AND MAINT-INITIATION-FEE IS NOT NUMERIC
              SET MAINT-TRANS-INVALID TO TRUE
              MOVE "INVALID INITIATION FEE" TO MAINT-ERROR-TEXT
           END-IF
           MOVE SPACES TO MEMBER-BEFORE-IMAGE
           IF MAINT-TRANS-VALID AND IS-ADD-TRANS
              MOVE MAINT-MEMBER-ID TO MEMBER-ID
                    MOVE MEMBER-REC TO MEMBER-BEFORE-IMAGE
              END-READ
           END-IF
           IF MAINT-TRANS-VALID AND IS-CHANGE-TRANS
                 AND MAINT-MEMBER-DUES-STATUS = "S"
                 AND NOT MEMBER-SUSPENDED
              SET MAINT-TRANS-INVALID TO TRUE
              MOVE "MEMBER NOT SUSPENDED" TO MAINT-ERROR-TEXT
           END-IF
           .

       ADD-MEMBER.
           PERFORM MOVE-MAINT-PLAN-FLAG
           WRITE MEMBER-REC
           PERFORM WRITE-AUDIT-AFTER-IMAGE
           IF MAINT-INITIATION-FEE IS NUMERIC
                 AND MAINT-INITIATION-FEE > ZEROS
              PERFORM BILL-INITIATION-FEE
           END-IF
           PERFORM INCREMENT-TRAILER-COUNT
           MOVE "A" TO PRN-OK-ACTION
           PERFORM WRITE-MAINT-OK
           MOVE MAINT-MEMBER-TYPE TO MEMBER-TYPE
           MOVE MAINT-MEMBER-GENDER TO MEMBER-GENDER
           MOVE MAINT-MEMBER-DUES TO MEMBER-DUES-AMOUNT
           IF NOT MEMBER-SUSPENDED
              MOVE MAINT-MEMBER-DUES-STATUS TO MEMBER-PAYMENT-STATUS
           END-IF
           MOVE MAINT-MEMBER-PRIMARY-ID TO MEMBER-PRIMARY-ID
           PERFORM MOVE-MAINT-BILLED-DATE
           PERFORM MOVE-MAINT-CREDIT-LIMIT
           MOVE MAINT-ACTION TO AUD-ACTION
           MOVE MAINT-MEMBER-ID TO AUD-MEMBER-ID
           MOVE MAINT-AUDIT-SOURCE TO AUD-SOURCE
           MOVE SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE MEMBER-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE MEMBER-REC TO AUD-AFTER-IMAGE
           WRITE MEMBER-AUDIT-REC
           .

       BILL-INITIATION-FEE.
           COMPUTE MEMBER-AR-BALANCE = MEMBER-AR-BALANCE +
              MAINT-INITIATION-FEE
           REWRITE MEMBER-REC
           MOVE MEMBER-ID TO CHG-MEMBER-ID
           MOVE MAINT-RUN-DATE TO CHG-TRANS-DATE
           MOVE INITIATION-CHARGE-TYPE TO CHG-TYPE
           MOVE INITIATION-ITEM-ID TO CHG-ITEM-ID
           MOVE ZEROS TO CHG-QTY
           MOVE MAINT-INITIATION-FEE TO CHG-AMOUNT
           WRITE MEMBER-CHARGE-REC
           COMPUTE INITIATION-FEE-TOTAL =
              INITIATION-FEE-TOTAL + MAINT-INITIATION-FEE
           .

       WRITE-GL-INITIATION-RECORD.
           MOVE GL-INITIATION-SHOP-ID TO GL-SHOP-ID
           MOVE GL-INITIATION-ACCOUNT-CODE TO GL-ACCOUNT-CODE
           MOVE INITIATION-FEE-TOTAL TO GL-AMOUNT
           WRITE GL-EXTRACT-LINE
           .

       WRITE-AUDIT-DELETE-IMAGE.
           MOVE MAINT-RUN-DATE TO AUD-RUN-DATE
           MOVE MAINT-ACTION TO AUD-ACTION
           MOVE MAINT-MEMBER-ID TO AUD-MEMBER-ID
           MOVE MAINT-AUDIT-SOURCE TO AUD-SOURCE
           MOVE SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE MEMBER-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE SPACES TO AUD-AFTER-IMAGE
           WRITE MEMBER-AUDIT-REC
              SET END-OF-MAINT-TRANS TO TRUE
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
           IF OP-FUNCTION-CODE(OPERATOR-FUNCTION-INDEX) =
                 OVERRIDE-FUNCTION-CODE
              SET OPERATOR-MAY-OVERRIDE TO TRUE
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
