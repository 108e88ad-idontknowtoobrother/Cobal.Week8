       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLICATION-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPLICATION-FILE ASSIGN TO
                 "member_application.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS APP-NUMBER.
           SELECT OPTIONAL APPLICATION-CONTROL-FILE ASSIGN TO
                 "member_application_control.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS MEMBER-ID.
           SELECT APPLICATION-TRANS-FILE ASSIGN TO
                 "member_application_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APPLICATION-REPORT-FILE ASSIGN TO
                 "application_maint.rpt"
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
       FD  APPLICATION-FILE.
       01 APPLICATION-REC.
          05 APP-NUMBER                 PIC 9(6).
          05 APP-APPLICANT-NAME         PIC X(20).
          05 APP-GENDER                 PIC X.
          05 APP-SPONSOR-ID             PIC X(5).
          05 APP-MEMBER-TYPE            PIC 9.
          05 APP-APPLICATION-DATE       PIC 9(8).
          05 APP-STATUS                 PIC X.
             88 APP-WAITING                            VALUE "W".
             88 APP-OFFERED                            VALUE "O".
             88 APP-APPROVED                           VALUE "P".
             88 APP-ADMITTED                           VALUE "M".
             88 APP-WITHDRAWN                          VALUE "X".
             88 APP-OPEN                               VALUE "W" "O".
          05 APP-OFFER-DATE             PIC 9(8).
          05 APP-DECISION-DATE          PIC 9(8).
          05 APP-MEMBER-ID              PIC X(5).
          05 APP-INITIATION-FEE         PIC 9(5)V99.
       FD  APPLICATION-CONTROL-FILE.
       01 APPLICATION-CONTROL-REC.
          88 END-OF-APPLICATION-CONTROL                VALUE HIGH-VALUES
           .
          05 CTL-NEXT-APP-NUMBER        PIC 9(6).
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
       FD  APPLICATION-TRANS-FILE.
       01 APPLICATION-TRANS-REC.
          88 END-OF-APPLICATION-TRANS                  VALUE HIGH-VALUES
           .
          05 APT-ACTION                 PIC X.
             88 IS-NEW-TRANS                           VALUE "N".
             88 IS-APPROVE-TRANS                       VALUE "P".
             88 IS-WITHDRAW-TRANS                      VALUE "X".
          05 APT-APP-NUMBER             PIC X(6).
          05 APT-APPLICANT-NAME         PIC X(20).
          05 APT-GENDER                 PIC X.
          05 APT-SPONSOR-ID             PIC X(5).
          05 APT-MEMBER-TYPE            PIC X.
          05 APT-APPLICATION-DATE       PIC X(8).
       FD  APPLICATION-REPORT-FILE.
       01 APPLICATION-REPORT-LINE       PIC X(90).
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
       01 APPLICATION-RUN-DATE          PIC 9(8)       VALUE ZEROS.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Membership Applications".
       01 NEXT-APP-NUMBER               PIC 9(6)       VALUE 1.
       01 APP-TRANS-VALID-SWITCH        PIC X          VALUE "Y".
          88 APP-TRANS-VALID                           VALUE "Y".
          88 APP-TRANS-INVALID                         VALUE "N".
       01 APP-ERROR-TEXT                PIC X(30)      VALUE SPACES.
       01 APP-DATE-ENTERED              PIC 9(8)       VALUE ZEROS.
       01 APP-DATE-DAY-NUMBER           PIC 9(7)       VALUE ZEROS.
       01 ADDED-COUNT                   PIC 9(5)       VALUE ZEROS.
       01 APPROVED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 WITHDRAWN-COUNT               PIC 9(5)       VALUE ZEROS.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 PRN-APP-OK-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "PROCESSED ".
          05 PRN-OK-ACTION              PIC X.
          05 FILLER                     PIC X(5)       VALUE " APP=".
          05 PRN-OK-APP-NUMBER          PIC 9(6).
          05 FILLER                     PIC X(9)       VALUE
                " SPONSOR=".
          05 PRN-OK-SPONSOR-ID          PIC X(5).
          05 FILLER                     PIC X(7)       VALUE " CLASS=".
          05 PRN-OK-MEMBER-TYPE         PIC 9.
          05 FILLER                     PIC X(6)       VALUE " NAME=".
          05 PRN-OK-APPLICANT-NAME      PIC X(20).
          05 FILLER                     PIC X(6)       VALUE " DATE=".
          05 PRN-OK-APPLICATION-DATE    PIC 9(8).
          05 FILLER                     PIC X(8)       VALUE
                " STATUS=".
          05 PRN-OK-STATUS              PIC X.
       01 PRN-APP-ERROR-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "REJECTED  ".
          05 PRN-ERR-ACTION             PIC X.
          05 FILLER                     PIC X(5)       VALUE " APP=".
          05 PRN-ERR-APP-NUMBER         PIC X(6).
          05 FILLER                     PIC X(9)       VALUE
                " SPONSOR=".
          05 PRN-ERR-SPONSOR-ID         PIC X(5).
          05 FILLER                     PIC X(6)       VALUE " NAME=".
          05 PRN-ERR-APPLICANT-NAME     PIC X(20).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 PRN-ERR-TEXT               PIC X(30).
       01 PRN-APP-TOTAL-LINE.
          05 FILLER                     PIC X(6)       VALUE "Added ".
          05 PRN-TOT-ADDED              PIC ZZZZ9.
          05 FILLER                     PIC X(11)      VALUE
                "  Approved ".
          05 PRN-TOT-APPROVED           PIC ZZZZ9.
          05 FILLER                     PIC X(12)      VALUE
                "  Withdrawn ".
          05 PRN-TOT-WITHDRAWN          PIC ZZZZ9.
          05 FILLER                     PIC X(11)      VALUE
                "  Rejected ".
          05 PRN-TOT-REJECTED           PIC ZZZZ9.
       01 SECURITY-PROGRAM-NAME         PIC X(20)      VALUE
             "APPLICATION-MAINT".
       01 SECURITY-FUNCTION-CODE        PIC X(4)       VALUE "MAPP".
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
       APPLICATION-MAINT-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO APPLICATION-RUN-DATE
           ELSE
              ACCEPT APPLICATION-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM SIGN-ON-OPERATOR
           PERFORM LOAD-APPLICATION-CONTROL
           OPEN I-O APPLICATION-FILE
           OPEN INPUT MEMBER-FILE
           OPEN INPUT APPLICATION-TRANS-FILE
           OPEN OUTPUT APPLICATION-REPORT-FILE
           WRITE APPLICATION-REPORT-LINE FROM PAGE-HEADER
           PERFORM READ-APPLICATION-TRANS
           PERFORM PROCESS-APPLICATION-TRANS
              UNTIL END-OF-APPLICATION-TRANS
           MOVE ADDED-COUNT TO PRN-TOT-ADDED
           MOVE APPROVED-COUNT TO PRN-TOT-APPROVED
           MOVE WITHDRAWN-COUNT TO PRN-TOT-WITHDRAWN
           MOVE REJECTED-COUNT TO PRN-TOT-REJECTED
           MOVE SPACES TO APPLICATION-REPORT-LINE
           WRITE APPLICATION-REPORT-LINE
           WRITE APPLICATION-REPORT-LINE FROM PRN-APP-TOTAL-LINE
           PERFORM SAVE-APPLICATION-CONTROL
           CLOSE APPLICATION-FILE, MEMBER-FILE,
                 APPLICATION-TRANS-FILE, APPLICATION-REPORT-FILE,
                 SECURITY-LOG-FILE
           GOBACK
           .

       LOAD-APPLICATION-CONTROL.
           OPEN INPUT APPLICATION-CONTROL-FILE
           READ APPLICATION-CONTROL-FILE
           AT END
              SET END-OF-APPLICATION-CONTROL TO TRUE
           END-READ
           IF NOT END-OF-APPLICATION-CONTROL
                 AND CTL-NEXT-APP-NUMBER IS NUMERIC
              MOVE CTL-NEXT-APP-NUMBER TO NEXT-APP-NUMBER
           END-IF
           CLOSE APPLICATION-CONTROL-FILE
           .

       SAVE-APPLICATION-CONTROL.
           OPEN OUTPUT APPLICATION-CONTROL-FILE
           MOVE NEXT-APP-NUMBER TO CTL-NEXT-APP-NUMBER
           WRITE APPLICATION-CONTROL-REC
           CLOSE APPLICATION-CONTROL-FILE
           .

       PROCESS-APPLICATION-TRANS.
           IF OPERATOR-AUTHORIZED
              PERFORM VALIDATE-APPLICATION-TRANS
           ELSE
              PERFORM REJECT-UNAUTHORIZED-TRANS
           END-IF
           IF APP-TRANS-VALID
              EVALUATE TRUE
                 WHEN IS-NEW-TRANS
                    PERFORM ADD-APPLICATION
                 WHEN IS-APPROVE-TRANS
                    PERFORM APPROVE-APPLICATION
                 WHEN IS-WITHDRAW-TRANS
                    PERFORM WITHDRAW-APPLICATION
              END-EVALUATE
           ELSE
              PERFORM WRITE-APPLICATION-ERROR
           END-IF
           PERFORM READ-APPLICATION-TRANS
           .

       REJECT-UNAUTHORIZED-TRANS.
           SET APP-TRANS-INVALID TO TRUE
           MOVE SIGNON-ERROR-TEXT TO APP-ERROR-TEXT
           MOVE APT-APP-NUMBER TO SECURITY-KEY-DATA
           IF IS-NEW-TRANS
              MOVE APT-APPLICANT-NAME TO SECURITY-KEY-DATA
           END-IF
           PERFORM WRITE-SECURITY-VIOLATION
           .

       VALIDATE-APPLICATION-TRANS.
           SET APP-TRANS-VALID TO TRUE
           MOVE SPACES TO APP-ERROR-TEXT
           EVALUATE TRUE
              WHEN IS-NEW-TRANS
                 PERFORM VALIDATE-NEW-APPLICATION
              WHEN IS-APPROVE-TRANS
                 PERFORM VALIDATE-APPROVE-APPLICATION
              WHEN IS-WITHDRAW-TRANS
                 PERFORM VALIDATE-WITHDRAW-APPLICATION
              WHEN OTHER
                 SET APP-TRANS-INVALID TO TRUE
                 MOVE "INVALID ACTION CODE" TO APP-ERROR-TEXT
           END-EVALUATE
           .

       VALIDATE-NEW-APPLICATION.
           IF APT-APPLICANT-NAME = SPACES
              SET APP-TRANS-INVALID TO TRUE
              MOVE "APPLICANT NAME REQUIRED" TO APP-ERROR-TEXT
           END-IF
           IF APP-TRANS-VALID
              IF APT-GENDER NOT = "M" AND APT-GENDER NOT = "F"
                 SET APP-TRANS-INVALID TO TRUE
                 MOVE "INVALID APPLICANT GENDER" TO APP-ERROR-TEXT
              END-IF
           END-IF
           IF APP-TRANS-VALID
              IF APT-MEMBER-TYPE < "1" OR APT-MEMBER-TYPE > "3"
                 SET APP-TRANS-INVALID TO TRUE
                 MOVE "INVALID MEMBER TYPE" TO APP-ERROR-TEXT
              END-IF
           END-IF
           IF APP-TRANS-VALID
              IF APT-SPONSOR-ID = SPACES OR APT-SPONSOR-ID = "TRLR "
                 SET APP-TRANS-INVALID TO TRUE
                 MOVE "SPONSOR NOT FOUND" TO APP-ERROR-TEXT
              ELSE
                 MOVE APT-SPONSOR-ID TO MEMBER-ID
                 READ MEMBER-FILE
                    INVALID KEY
                       SET APP-TRANS-INVALID TO TRUE
                       MOVE "SPONSOR NOT FOUND" TO APP-ERROR-TEXT
                 END-READ
              END-IF
           END-IF
           IF APP-TRANS-VALID
              EVALUATE TRUE
                 WHEN APT-APPLICATION-DATE = SPACES
                    MOVE APPLICATION-RUN-DATE TO APP-DATE-ENTERED
                 WHEN APT-APPLICATION-DATE IS NUMERIC
                    MOVE APT-APPLICATION-DATE TO APP-DATE-ENTERED
                    COMPUTE APP-DATE-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(APP-DATE-ENTERED)
                    IF APP-DATE-DAY-NUMBER = ZEROS
                          OR APP-DATE-ENTERED > APPLICATION-RUN-DATE
                       SET APP-TRANS-INVALID TO TRUE
                       MOVE "INVALID APPLICATION DATE" TO
                          APP-ERROR-TEXT
                    END-IF
                 WHEN OTHER
                    SET APP-TRANS-INVALID TO TRUE
                    MOVE "INVALID APPLICATION DATE" TO APP-ERROR-TEXT
              END-EVALUATE
           END-IF
           .

       VALIDATE-APPROVE-APPLICATION.
           PERFORM READ-TRANS-APPLICATION
           IF APP-TRANS-VALID AND NOT APP-OFFERED
              SET APP-TRANS-INVALID TO TRUE
              MOVE "NO PLACE OFFERED" TO APP-ERROR-TEXT
           END-IF
           .

       VALIDATE-WITHDRAW-APPLICATION.
           PERFORM READ-TRANS-APPLICATION
           IF APP-TRANS-VALID AND NOT APP-OPEN
              SET APP-TRANS-INVALID TO TRUE
              MOVE "APPLICATION ALREADY CLOSED" TO APP-ERROR-TEXT
           END-IF
           .

       READ-TRANS-APPLICATION.
           IF APT-APP-NUMBER IS NOT NUMERIC
              SET APP-TRANS-INVALID TO TRUE
              MOVE "APPLICATION NOT ON FILE" TO APP-ERROR-TEXT
           ELSE
              MOVE APT-APP-NUMBER TO APP-NUMBER
              READ APPLICATION-FILE
                 INVALID KEY
                    SET APP-TRANS-INVALID TO TRUE
                    MOVE "APPLICATION NOT ON FILE" TO APP-ERROR-TEXT
              END-READ
           END-IF
           .

       ADD-APPLICATION.
           MOVE NEXT-APP-NUMBER TO APP-NUMBER
           MOVE APT-APPLICANT-NAME TO APP-APPLICANT-NAME
           MOVE APT-GENDER TO APP-GENDER
           MOVE APT-SPONSOR-ID TO APP-SPONSOR-ID
           MOVE APT-MEMBER-TYPE TO APP-MEMBER-TYPE
           MOVE APP-DATE-ENTERED TO APP-APPLICATION-DATE
           SET APP-WAITING TO TRUE
           MOVE ZEROS TO APP-OFFER-DATE
           MOVE ZEROS TO APP-DECISION-DATE
           MOVE SPACES TO APP-MEMBER-ID
           MOVE ZEROS TO APP-INITIATION-FEE
           WRITE APPLICATION-REC
           COMPUTE NEXT-APP-NUMBER = NEXT-APP-NUMBER + 1
           COMPUTE ADDED-COUNT = ADDED-COUNT + 1
           PERFORM WRITE-APPLICATION-OK
           .

       APPROVE-APPLICATION.
           SET APP-APPROVED TO TRUE
           MOVE APPLICATION-RUN-DATE TO APP-DECISION-DATE
           REWRITE APPLICATION-REC
           COMPUTE APPROVED-COUNT = APPROVED-COUNT + 1
           PERFORM WRITE-APPLICATION-OK
           .

       WITHDRAW-APPLICATION.
           SET APP-WITHDRAWN TO TRUE
           MOVE APPLICATION-RUN-DATE TO APP-DECISION-DATE
           REWRITE APPLICATION-REC
           COMPUTE WITHDRAWN-COUNT = WITHDRAWN-COUNT + 1
           PERFORM WRITE-APPLICATION-OK
           .

       WRITE-APPLICATION-OK.
           MOVE APT-ACTION TO PRN-OK-ACTION
           MOVE APP-NUMBER TO PRN-OK-APP-NUMBER
           MOVE APP-SPONSOR-ID TO PRN-OK-SPONSOR-ID
           MOVE APP-MEMBER-TYPE TO PRN-OK-MEMBER-TYPE
           MOVE APP-APPLICANT-NAME TO PRN-OK-APPLICANT-NAME
           MOVE APP-APPLICATION-DATE TO PRN-OK-APPLICATION-DATE
           MOVE APP-STATUS TO PRN-OK-STATUS
           WRITE APPLICATION-REPORT-LINE FROM PRN-APP-OK-LINE
           .

       WRITE-APPLICATION-ERROR.
           MOVE APT-ACTION TO PRN-ERR-ACTION
           MOVE APT-APP-NUMBER TO PRN-ERR-APP-NUMBER
           MOVE APT-SPONSOR-ID TO PRN-ERR-SPONSOR-ID
           MOVE APT-APPLICANT-NAME TO PRN-ERR-APPLICANT-NAME
           MOVE APP-ERROR-TEXT TO PRN-ERR-TEXT
           WRITE APPLICATION-REPORT-LINE FROM PRN-APP-ERROR-LINE
           COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1
           .

       READ-APPLICATION-TRANS.
           READ APPLICATION-TRANS-FILE
              AT END
                 SET END-OF-APPLICATION-TRANS TO TRUE
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
