       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACH-ENROLL-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACH-ENROLLMENT-FILE ASSIGN TO
                 "ach_enrollment.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS AE-MEMBER-ID.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS MEMBER-ID.
           SELECT ACH-ENROLL-TRANS-FILE ASSIGN TO
                 "ach_enroll_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-ENROLL-REPORT-FILE ASSIGN TO
                 "ach_enroll_maint.rpt"
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
       FD  ACH-ENROLL-TRANS-FILE.
       01 ACH-ENROLL-TRANS-REC.
          88 END-OF-ENROLL-TRANS                       VALUE HIGH-VALUES
           .
          05 AET-ACTION                 PIC X.
             88 IS-ENROLL-TRANS                        VALUE "A".
             88 IS-CHANGE-TRANS                        VALUE "C".
             88 IS-CANCEL-TRANS                        VALUE "X".
          05 AET-MEMBER-ID              PIC X(5).
          05 AET-ROUTING-NUMBER         PIC X(9).
          05 AET-ROUTING-DIGITS REDEFINES AET-ROUTING-NUMBER.
             10 AET-ROUTING-DIGIT       PIC 9          OCCURS 9 TIMES.
          05 AET-ACCOUNT-NUMBER         PIC X(17).
          05 AET-ACCOUNT-TYPE           PIC X.
          05 AET-DRAFT-OPTION           PIC X.
       FD  ACH-ENROLL-REPORT-FILE.
       01 ACH-ENROLL-REPORT-LINE        PIC X(70).
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
       01 ENROLL-RUN-DATE               PIC 9(8)       VALUE ZEROS.
       01 ENROLL-TRANS-VALID-SWITCH     PIC X          VALUE "Y".
          88 ENROLL-TRANS-VALID                        VALUE "Y".
          88 ENROLL-TRANS-INVALID                      VALUE "N".
       01 ENROLLMENT-SWITCH             PIC X          VALUE "N".
          88 ENROLLMENT-ON-FILE                        VALUE "Y".
          88 ENROLLMENT-NOT-ON-FILE                    VALUE "N".
       01 ENROLL-ERROR-TEXT             PIC X(30)      VALUE SPACES.
       01 ROUTING-CHECK-SUM             PIC 9(4)       VALUE ZEROS.
       01 ROUTING-CHECK-QUOTIENT        PIC 9(4)       VALUE ZEROS.
       01 ROUTING-CHECK-REMAINDER       PIC 9          VALUE ZEROS.
       01 ENROLLED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 CHANGED-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 CANCELLED-COUNT               PIC 9(5)       VALUE ZEROS.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 PRN-ENROLL-OK-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "PROCESSED ".
          05 PRN-OK-ACTION              PIC X.
          05 FILLER                     PIC X(4)       VALUE " ID=".
          05 PRN-OK-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X(5)       VALUE " RTN=".
          05 PRN-OK-ROUTING             PIC X(9).
          05 FILLER                     PIC X(5)       VALUE " OPT=".
          05 PRN-OK-OPTION              PIC X.
          05 FILLER                     PIC X(8)       VALUE " STATUS=".
          05 PRN-OK-STATUS              PIC X.
       01 PRN-ENROLL-ERROR-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "REJECTED  ".
          05 PRN-ERR-ACTION             PIC X.
          05 FILLER                     PIC X(4)       VALUE " ID=".
          05 PRN-ERR-MEMBER-ID          PIC X(5).
          05 FILLER                     PIC X(5)       VALUE " RTN=".
          05 PRN-ERR-ROUTING            PIC X(9).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 PRN-ERR-TEXT               PIC X(30).
       01 PRN-ENROLL-TOTAL-LINE.
          05 FILLER                     PIC X(9)       VALUE
                "Enrolled ".
          05 PRN-TOT-ENROLLED           PIC ZZZZ9.
          05 FILLER                     PIC X(10)      VALUE
                "  Changed ".
          05 PRN-TOT-CHANGED            PIC ZZZZ9.
          05 FILLER                     PIC X(12)      VALUE
                "  Cancelled ".
          05 PRN-TOT-CANCELLED          PIC ZZZZ9.
          05 FILLER                     PIC X(11)      VALUE
                "  Rejected ".
          05 PRN-TOT-REJECTED           PIC ZZZZ9.
       01 SECURITY-PROGRAM-NAME         PIC X(20)      VALUE
             "ACH-ENROLL-MAINT".
       01 SECURITY-FUNCTION-CODE        PIC X(4)       VALUE "ACHE".
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
       ACH-ENROLL-MAINT-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO ENROLL-RUN-DATE
           ELSE
              ACCEPT ENROLL-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM SIGN-ON-OPERATOR
           OPEN I-O ACH-ENROLLMENT-FILE
           OPEN INPUT MEMBER-FILE
           OPEN INPUT ACH-ENROLL-TRANS-FILE
           OPEN OUTPUT ACH-ENROLL-REPORT-FILE
           PERFORM READ-ENROLL-TRANS
           PERFORM PROCESS-ENROLL-TRANS UNTIL END-OF-ENROLL-TRANS
           MOVE ENROLLED-COUNT TO PRN-TOT-ENROLLED
           MOVE CHANGED-COUNT TO PRN-TOT-CHANGED
           MOVE CANCELLED-COUNT TO PRN-TOT-CANCELLED
           MOVE REJECTED-COUNT TO PRN-TOT-REJECTED
           WRITE ACH-ENROLL-REPORT-LINE FROM PRN-ENROLL-TOTAL-LINE
           CLOSE ACH-ENROLLMENT-FILE, MEMBER-FILE,
                 ACH-ENROLL-TRANS-FILE, ACH-ENROLL-REPORT-FILE,
                 SECURITY-LOG-FILE
           GOBACK
           .

       PROCESS-ENROLL-TRANS.
           IF OPERATOR-AUTHORIZED
              PERFORM VALIDATE-ENROLL-TRANS
           ELSE
              PERFORM REJECT-UNAUTHORIZED-TRANS
           END-IF
           IF ENROLL-TRANS-VALID
              EVALUATE TRUE
                 WHEN IS-ENROLL-TRANS
                    PERFORM ENROLL-MEMBER
                 WHEN IS-CHANGE-TRANS
                    PERFORM CHANGE-ENROLLMENT
                 WHEN IS-CANCEL-TRANS
                    PERFORM CANCEL-ENROLLMENT
              END-EVALUATE
           ELSE
              PERFORM WRITE-ENROLL-ERROR
           END-IF
           PERFORM READ-ENROLL-TRANS
           .

       REJECT-UNAUTHORIZED-TRANS.
           SET ENROLL-TRANS-INVALID TO TRUE
           MOVE SIGNON-ERROR-TEXT TO ENROLL-ERROR-TEXT
           MOVE AET-MEMBER-ID TO SECURITY-KEY-DATA
           PERFORM WRITE-SECURITY-VIOLATION
           .

       VALIDATE-ENROLL-TRANS.
           SET ENROLL-TRANS-VALID TO TRUE
           MOVE SPACES TO ENROLL-ERROR-TEXT
           IF NOT IS-ENROLL-TRANS AND NOT IS-CHANGE-TRANS
                 AND NOT IS-CANCEL-TRANS
              SET ENROLL-TRANS-INVALID TO TRUE
              MOVE "INVALID ACTION CODE" TO ENROLL-ERROR-TEXT
           END-IF
           IF ENROLL-TRANS-VALID
              MOVE AET-MEMBER-ID TO AE-MEMBER-ID
              READ ACH-ENROLLMENT-FILE
                 INVALID KEY
                    SET ENROLLMENT-NOT-ON-FILE TO TRUE
                 NOT INVALID KEY
                    SET ENROLLMENT-ON-FILE TO TRUE
              END-READ
           END-IF
           IF ENROLL-TRANS-VALID
              EVALUATE TRUE
                 WHEN IS-ENROLL-TRANS
                       AND ENROLLMENT-ON-FILE AND NOT AE-CANCELLED
                    SET ENROLL-TRANS-INVALID TO TRUE
                    MOVE "MEMBER ALREADY ENROLLED" TO
                       ENROLL-ERROR-TEXT
                 WHEN NOT IS-ENROLL-TRANS AND ENROLLMENT-NOT-ON-FILE
                    SET ENROLL-TRANS-INVALID TO TRUE
                    MOVE "MEMBER NOT ENROLLED" TO ENROLL-ERROR-TEXT
                 WHEN IS-CANCEL-TRANS AND AE-CANCELLED
                    SET ENROLL-TRANS-INVALID TO TRUE
                    MOVE "ENROLLMENT ALREADY CANCELLED" TO
                       ENROLL-ERROR-TEXT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF ENROLL-TRANS-VALID AND NOT IS-CANCEL-TRANS
              PERFORM VALIDATE-BANK-DETAILS
           END-IF
           .

       VALIDATE-BANK-DETAILS.
           IF AET-MEMBER-ID = SPACES OR AET-MEMBER-ID = "TRLR "
              SET ENROLL-TRANS-INVALID TO TRUE
              MOVE "MEMBER NOT FOUND" TO ENROLL-ERROR-TEXT
           ELSE
              MOVE AET-MEMBER-ID TO MEMBER-ID
              READ MEMBER-FILE
                 INVALID KEY
                    SET ENROLL-TRANS-INVALID TO TRUE
                    MOVE "MEMBER NOT FOUND" TO ENROLL-ERROR-TEXT
              END-READ
           END-IF
           IF ENROLL-TRANS-VALID
              IF AET-ROUTING-NUMBER IS NOT NUMERIC
                 SET ENROLL-TRANS-INVALID TO TRUE
                 MOVE "INVALID ROUTING NUMBER" TO ENROLL-ERROR-TEXT
              ELSE
                 COMPUTE ROUTING-CHECK-SUM =
                    3 * (AET-ROUTING-DIGIT(1) + AET-ROUTING-DIGIT(4)
                       + AET-ROUTING-DIGIT(7))
                    + 7 * (AET-ROUTING-DIGIT(2) + AET-ROUTING-DIGIT(5)
                       + AET-ROUTING-DIGIT(8))
                    + AET-ROUTING-DIGIT(3) + AET-ROUTING-DIGIT(6)
                    + AET-ROUTING-DIGIT(9)
                 DIVIDE ROUTING-CHECK-SUM BY 10
                    GIVING ROUTING-CHECK-QUOTIENT
                    REMAINDER ROUTING-CHECK-REMAINDER
                 IF ROUTING-CHECK-REMAINDER NOT = ZERO
                    SET ENROLL-TRANS-INVALID TO TRUE
                    MOVE "ROUTING CHECK DIGIT FAILED" TO
                       ENROLL-ERROR-TEXT
                 END-IF
              END-IF
           END-IF
           IF ENROLL-TRANS-VALID AND AET-ACCOUNT-NUMBER = SPACES
              SET ENROLL-TRANS-INVALID TO TRUE
              MOVE "BANK ACCOUNT REQUIRED" TO ENROLL-ERROR-TEXT
           END-IF
           IF ENROLL-TRANS-VALID
                 AND AET-ACCOUNT-TYPE NOT = "C"
                 AND AET-ACCOUNT-TYPE NOT = "S"
              SET ENROLL-TRANS-INVALID TO TRUE
              MOVE "INVALID ACCOUNT TYPE" TO ENROLL-ERROR-TEXT
           END-IF
           IF ENROLL-TRANS-VALID
                 AND AET-DRAFT-OPTION NOT = "D"
                 AND AET-DRAFT-OPTION NOT = "B"
                 AND AET-DRAFT-OPTION NOT = "A"
              SET ENROLL-TRANS-INVALID TO TRUE
              MOVE "INVALID DRAFT OPTION" TO ENROLL-ERROR-TEXT
           END-IF
           .

       ENROLL-MEMBER.
           MOVE AET-MEMBER-ID TO AE-MEMBER-ID
           PERFORM MOVE-BANK-DETAILS
           SET AE-ACTIVE TO TRUE
           MOVE ENROLL-RUN-DATE TO AE-ENROLLED-DATE
           MOVE ZEROS TO AE-LAST-DRAFT-DATE
           MOVE ZEROS TO AE-RETURN-COUNT
           IF ENROLLMENT-ON-FILE
              REWRITE ACH-ENROLLMENT-REC
           ELSE
              WRITE ACH-ENROLLMENT-REC
           END-IF
           COMPUTE ENROLLED-COUNT = ENROLLED-COUNT + 1
           PERFORM WRITE-ENROLL-OK
           .

       CHANGE-ENROLLMENT.
           PERFORM MOVE-BANK-DETAILS
           SET AE-ACTIVE TO TRUE
           REWRITE ACH-ENROLLMENT-REC
           COMPUTE CHANGED-COUNT = CHANGED-COUNT + 1
           PERFORM WRITE-ENROLL-OK
           .

       CANCEL-ENROLLMENT.
           SET AE-CANCELLED TO TRUE
           REWRITE ACH-ENROLLMENT-REC
           COMPUTE CANCELLED-COUNT = CANCELLED-COUNT + 1
           PERFORM WRITE-ENROLL-OK
           .

       MOVE-BANK-DETAILS.
           MOVE AET-ROUTING-NUMBER TO AE-ROUTING-NUMBER
           MOVE AET-ACCOUNT-NUMBER TO AE-ACCOUNT-NUMBER
           MOVE AET-ACCOUNT-TYPE TO AE-ACCOUNT-TYPE
           MOVE AET-DRAFT-OPTION TO AE-DRAFT-OPTION
           .

       WRITE-ENROLL-OK.
           MOVE AET-ACTION TO PRN-OK-ACTION
           MOVE AE-MEMBER-ID TO PRN-OK-MEMBER-ID
           MOVE AE-ROUTING-NUMBER TO PRN-OK-ROUTING
           MOVE AE-DRAFT-OPTION TO PRN-OK-OPTION
           MOVE AE-STATUS TO PRN-OK-STATUS
           WRITE ACH-ENROLL-REPORT-LINE FROM PRN-ENROLL-OK-LINE
           .

       WRITE-ENROLL-ERROR.
           MOVE AET-ACTION TO PRN-ERR-ACTION
           MOVE AET-MEMBER-ID TO PRN-ERR-MEMBER-ID
           MOVE AET-ROUTING-NUMBER TO PRN-ERR-ROUTING
           MOVE ENROLL-ERROR-TEXT TO PRN-ERR-TEXT
           WRITE ACH-ENROLL-REPORT-LINE FROM PRN-ENROLL-ERROR-LINE
           COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1
           .

       READ-ENROLL-TRANS.
           READ ACH-ENROLL-TRANS-FILE
              AT END
                 SET END-OF-ENROLL-TRANS TO TRUE
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
