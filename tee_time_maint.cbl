       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEE-TIME-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TEE-TIME-FILE ASSIGN TO "tee_times.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS TT-KEY.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS MEMBER-ID.
           SELECT TEE-TRANS-FILE ASSIGN TO "tee_time_trans.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEE-MAINT-REPORT-FILE ASSIGN TO "tee_time_maint.rpt"
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
       FD  TEE-TIME-FILE.
       01 TEE-TIME-REC.
          05 TT-KEY.
             10 TT-TEE-DATE             PIC 9(8).
             10 TT-COURSE-ID            PIC X(2).
             10 TT-TEE-TIME             PIC 9(4).
          05 TT-MEMBER-ID               PIC X(5).
          05 TT-GUEST-COUNT             PIC 9.
          05 TT-GUEST-NAME              PIC X(15)      OCCURS 3 TIMES.
          05 TT-CART-FLAG               PIC X.
             88 TT-CART-REQUESTED                      VALUE "Y".
          05 TT-BOOKED-DATE             PIC 9(8).
          05 TT-STATUS                  PIC X.
             88 TEE-TIME-BOOKED                        VALUE "B".
             88 TEE-TIME-CHECKED-IN                    VALUE "C".
             88 TEE-TIME-NO-SHOW                       VALUE "N".
             88 TEE-TIME-CANCELLED                     VALUE "X".
          05 TT-PAYMENT-METHOD          PIC X.
             88 TT-CHARGED-TO-ACCOUNT                  VALUE "A".
             88 TT-PAID-CASH                           VALUE "C".
          05 TT-GUESTS-PLAYED           PIC 9.
          05 TT-FEE-AMOUNT              PIC 9(5)V99.
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
       FD  TEE-TRANS-FILE.
       01 TEE-TRANS-REC.
          88 END-OF-TEE-TRANS                          VALUE HIGH-VALUES
           .
          05 TTT-ACTION                 PIC X.
             88 IS-BOOK-TRANS                          VALUE "B".
             88 IS-CANCEL-TRANS                        VALUE "X".
          05 TTT-TEE-DATE               PIC 9(8).
          05 TTT-COURSE-ID              PIC X(2).
          05 TTT-TEE-TIME               PIC 9(4).
          05 TTT-TEE-TIME-PARTS REDEFINES TTT-TEE-TIME.
             10 TTT-TEE-HOUR            PIC 99.
             10 TTT-TEE-MINUTE          PIC 99.
          05 TTT-MEMBER-ID              PIC X(5).
          05 TTT-GUEST-COUNT            PIC 9.
          05 TTT-GUEST-NAME             PIC X(15)      OCCURS 3 TIMES.
          05 TTT-CART-FLAG              PIC X.
       FD  TEE-MAINT-REPORT-FILE.
       01 TEE-MAINT-REPORT-LINE         PIC X(70).
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
       01 TEE-RUN-DATE                  PIC 9(8)       VALUE ZEROS.
       01 TEE-DAY-NUMBER                PIC 9(7)       VALUE ZEROS.
       01 TEE-TRANS-VALID-SWITCH        PIC X          VALUE "Y".
          88 TEE-TRANS-VALID                           VALUE "Y".
          88 TEE-TRANS-INVALID                         VALUE "N".
       01 TEE-SLOT-SWITCH               PIC X          VALUE "N".
          88 TEE-SLOT-ON-FILE                          VALUE "Y".
          88 TEE-SLOT-NOT-ON-FILE                      VALUE "N".
       01 TEE-ERROR-TEXT                PIC X(30)      VALUE SPACES.
       01 GUEST-INDEX                   PIC 9          VALUE ZEROS.
       01 BOOKED-COUNT                  PIC 9(5)       VALUE ZEROS.
       01 CANCELLED-COUNT               PIC 9(5)       VALUE ZEROS.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 PRN-TEE-OK-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "PROCESSED ".
          05 PRN-OK-ACTION              PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-TEE-DATE            PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-COURSE-ID           PIC X(2).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-TEE-TIME            PIC 9(4).
          05 FILLER                     PIC X(4)       VALUE " ID=".
          05 PRN-OK-MEMBER-ID           PIC X(5).
       01 PRN-TEE-ERROR-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "REJECTED  ".
          05 PRN-ERR-ACTION             PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-ERR-TEE-DATE           PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-ERR-COURSE-ID          PIC X(2).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-ERR-TEE-TIME           PIC X(4).
          05 FILLER                     PIC X(4)       VALUE " ID=".
          05 PRN-ERR-MEMBER-ID          PIC X(5).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 PRN-ERR-TEXT               PIC X(30).
       01 PRN-TEE-TOTAL-LINE.
          05 FILLER                     PIC X(8)       VALUE "Booked ".
          05 PRN-TOT-BOOKED             PIC ZZZZ9.
          05 FILLER                     PIC X(12)      VALUE
                "  Cancelled ".
          05 PRN-TOT-CANCELLED          PIC ZZZZ9.
          05 FILLER                     PIC X(11)      VALUE
                "  Rejected ".
          05 PRN-TOT-REJECTED           PIC ZZZZ9.
       01 SECURITY-PROGRAM-NAME         PIC X(20)      VALUE
             "TEE-TIME-MAINT".
       01 SECURITY-FUNCTION-CODE        PIC X(4)       VALUE "TEET".
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
       TEE-TIME-MAINT-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO TEE-RUN-DATE
           ELSE
              ACCEPT TEE-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM SIGN-ON-OPERATOR
           OPEN I-O TEE-TIME-FILE
           OPEN INPUT MEMBER-FILE
           OPEN INPUT TEE-TRANS-FILE
           OPEN OUTPUT TEE-MAINT-REPORT-FILE
           PERFORM READ-TEE-TRANS
           PERFORM PROCESS-TEE-TRANS UNTIL END-OF-TEE-TRANS
           MOVE BOOKED-COUNT TO PRN-TOT-BOOKED
           MOVE CANCELLED-COUNT TO PRN-TOT-CANCELLED
           MOVE REJECTED-COUNT TO PRN-TOT-REJECTED
           WRITE TEE-MAINT-REPORT-LINE FROM PRN-TEE-TOTAL-LINE
           CLOSE TEE-TIME-FILE, MEMBER-FILE, TEE-TRANS-FILE,
                 TEE-MAINT-REPORT-FILE, SECURITY-LOG-FILE
           GOBACK
           .

       PROCESS-TEE-TRANS.
           IF OPERATOR-AUTHORIZED
              PERFORM VALIDATE-TEE-TRANS
           ELSE
              PERFORM REJECT-UNAUTHORIZED-TRANS
           END-IF
           IF TEE-TRANS-VALID
              EVALUATE TRUE
                 WHEN IS-BOOK-TRANS
                    PERFORM BOOK-TEE-TIME
                 WHEN IS-CANCEL-TRANS
                    PERFORM CANCEL-TEE-TIME
              END-EVALUATE
           ELSE
              PERFORM WRITE-TEE-ERROR
           END-IF
           PERFORM READ-TEE-TRANS
           .

       REJECT-UNAUTHORIZED-TRANS.
           SET TEE-TRANS-INVALID TO TRUE
           MOVE SIGNON-ERROR-TEXT TO TEE-ERROR-TEXT
           MOVE SPACES TO SECURITY-KEY-DATA
           STRING TTT-TEE-DATE " " TTT-COURSE-ID " " TTT-TEE-TIME
              DELIMITED BY SIZE INTO SECURITY-KEY-DATA
           END-STRING
           PERFORM WRITE-SECURITY-VIOLATION
           .

       VALIDATE-TEE-TRANS.
           SET TEE-TRANS-VALID TO TRUE
           MOVE SPACES TO TEE-ERROR-TEXT
           IF NOT IS-BOOK-TRANS AND NOT IS-CANCEL-TRANS
              SET TEE-TRANS-INVALID TO TRUE
              MOVE "INVALID ACTION CODE" TO TEE-ERROR-TEXT
           END-IF
           IF TEE-TRANS-VALID
              IF TTT-TEE-DATE IS NOT NUMERIC
                 SET TEE-TRANS-INVALID TO TRUE
                 MOVE "INVALID TEE DATE" TO TEE-ERROR-TEXT
              ELSE
                 COMPUTE TEE-DAY-NUMBER =
                    FUNCTION INTEGER-OF-DATE(TTT-TEE-DATE)
                 IF TEE-DAY-NUMBER = ZEROS
                    SET TEE-TRANS-INVALID TO TRUE
                    MOVE "INVALID TEE DATE" TO TEE-ERROR-TEXT
                 END-IF
              END-IF
           END-IF
           IF TEE-TRANS-VALID
              IF TTT-TEE-TIME IS NOT NUMERIC
                    OR TTT-TEE-HOUR > 23 OR TTT-TEE-MINUTE > 59
                 SET TEE-TRANS-INVALID TO TRUE
                 MOVE "INVALID TEE TIME" TO TEE-ERROR-TEXT
              END-IF
           END-IF
           IF TEE-TRANS-VALID AND TTT-COURSE-ID = SPACES
              SET TEE-TRANS-INVALID TO TRUE
              MOVE "COURSE REQUIRED" TO TEE-ERROR-TEXT
           END-IF
           IF TEE-TRANS-VALID
              MOVE TTT-TEE-DATE TO TT-TEE-DATE
              MOVE TTT-COURSE-ID TO TT-COURSE-ID
              MOVE TTT-TEE-TIME TO TT-TEE-TIME
              READ TEE-TIME-FILE
                 INVALID KEY
                    SET TEE-SLOT-NOT-ON-FILE TO TRUE
                 NOT INVALID KEY
                    SET TEE-SLOT-ON-FILE TO TRUE
              END-READ
           END-IF
           IF TEE-TRANS-VALID AND IS-BOOK-TRANS
              PERFORM VALIDATE-BOOKING
           END-IF
           IF TEE-TRANS-VALID AND IS-CANCEL-TRANS
              PERFORM VALIDATE-CANCELLATION
           END-IF
           .

       VALIDATE-BOOKING.
           IF TTT-TEE-DATE < TEE-RUN-DATE
              SET TEE-TRANS-INVALID TO TRUE
              MOVE "TEE DATE IN THE PAST" TO TEE-ERROR-TEXT
           END-IF
           IF TEE-TRANS-VALID
                 AND TEE-SLOT-ON-FILE AND NOT TEE-TIME-CANCELLED
              SET TEE-TRANS-INVALID TO TRUE
              MOVE "TEE TIME ALREADY BOOKED" TO TEE-ERROR-TEXT
           END-IF
           IF TEE-TRANS-VALID
              IF TTT-GUEST-COUNT IS NOT NUMERIC
                    OR TTT-GUEST-COUNT > 3
                 SET TEE-TRANS-INVALID TO TRUE
                 MOVE "PARTY LIMITED TO 3 GUESTS" TO TEE-ERROR-TEXT
              END-IF
           END-IF
           IF TEE-TRANS-VALID
              IF TTT-CART-FLAG NOT = "Y" AND TTT-CART-FLAG NOT = "N"
                    AND TTT-CART-FLAG NOT = SPACE
                 SET TEE-TRANS-INVALID TO TRUE
                 MOVE "INVALID CART FLAG" TO TEE-ERROR-TEXT
              END-IF
           END-IF
           IF TEE-TRANS-VALID
              IF TTT-MEMBER-ID = SPACES OR TTT-MEMBER-ID = "TRLR "
                 SET TEE-TRANS-INVALID TO TRUE
                 MOVE "MEMBER NOT FOUND" TO TEE-ERROR-TEXT
              ELSE
                 MOVE TTT-MEMBER-ID TO MEMBER-ID
                 READ MEMBER-FILE
                    INVALID KEY
                       SET TEE-TRANS-INVALID TO TRUE
                       MOVE "MEMBER NOT FOUND" TO TEE-ERROR-TEXT
                 END-READ
              END-IF
           END-IF
           .

       VALIDATE-CANCELLATION.
           EVALUATE TRUE
              WHEN TEE-SLOT-NOT-ON-FILE
                 SET TEE-TRANS-INVALID TO TRUE
                 MOVE "TEE TIME NOT BOOKED" TO TEE-ERROR-TEXT
              WHEN NOT TEE-TIME-BOOKED
                 SET TEE-TRANS-INVALID TO TRUE
                 MOVE "TEE TIME NOT OPEN" TO TEE-ERROR-TEXT
              WHEN TTT-MEMBER-ID NOT = SPACES
                    AND TTT-MEMBER-ID NOT = TT-MEMBER-ID
                 SET TEE-TRANS-INVALID TO TRUE
                 MOVE "BOOKED BY ANOTHER MEMBER" TO TEE-ERROR-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       BOOK-TEE-TIME.
           MOVE TTT-TEE-DATE TO TT-TEE-DATE
           MOVE TTT-COURSE-ID TO TT-COURSE-ID
           MOVE TTT-TEE-TIME TO TT-TEE-TIME
           MOVE TTT-MEMBER-ID TO TT-MEMBER-ID
           MOVE TTT-GUEST-COUNT TO TT-GUEST-COUNT
           MOVE ZEROS TO GUEST-INDEX
           PERFORM MOVE-GUEST-NAME UNTIL GUEST-INDEX >= 3
           IF TTT-CART-FLAG = "Y"
              MOVE "Y" TO TT-CART-FLAG
           ELSE
              MOVE "N" TO TT-CART-FLAG
           END-IF
           MOVE TEE-RUN-DATE TO TT-BOOKED-DATE
           SET TEE-TIME-BOOKED TO TRUE
           MOVE SPACE TO TT-PAYMENT-METHOD
           MOVE ZEROS TO TT-GUESTS-PLAYED
           MOVE ZEROS TO TT-FEE-AMOUNT
           IF TEE-SLOT-ON-FILE
              REWRITE TEE-TIME-REC
           ELSE
              WRITE TEE-TIME-REC
           END-IF
           COMPUTE BOOKED-COUNT = BOOKED-COUNT + 1
           PERFORM WRITE-TEE-OK
           .

       MOVE-GUEST-NAME.
           COMPUTE GUEST-INDEX = GUEST-INDEX + 1
           IF GUEST-INDEX > TTT-GUEST-COUNT
              MOVE SPACES TO TT-GUEST-NAME(GUEST-INDEX)
           ELSE
              MOVE TTT-GUEST-NAME(GUEST-INDEX) TO
                 TT-GUEST-NAME(GUEST-INDEX)
           END-IF
           .

       CANCEL-TEE-TIME.
           SET TEE-TIME-CANCELLED TO TRUE
           REWRITE TEE-TIME-REC
           COMPUTE CANCELLED-COUNT = CANCELLED-COUNT + 1
           PERFORM WRITE-TEE-OK
           .

       WRITE-TEE-OK.
           MOVE TTT-ACTION TO PRN-OK-ACTION
           MOVE TT-TEE-DATE TO PRN-OK-TEE-DATE
           MOVE TT-COURSE-ID TO PRN-OK-COURSE-ID
           MOVE TT-TEE-TIME TO PRN-OK-TEE-TIME
           MOVE TT-MEMBER-ID TO PRN-OK-MEMBER-ID
           WRITE TEE-MAINT-REPORT-LINE FROM PRN-TEE-OK-LINE
           .

       WRITE-TEE-ERROR.
           MOVE TTT-ACTION TO PRN-ERR-ACTION
           MOVE TTT-TEE-DATE TO PRN-ERR-TEE-DATE
           MOVE TTT-COURSE-ID TO PRN-ERR-COURSE-ID
           MOVE TTT-TEE-TIME TO PRN-ERR-TEE-TIME
           MOVE TTT-MEMBER-ID TO PRN-ERR-MEMBER-ID
           MOVE TEE-ERROR-TEXT TO PRN-ERR-TEXT
           WRITE TEE-MAINT-REPORT-LINE FROM PRN-TEE-ERROR-LINE
           COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1
           .

       READ-TEE-TRANS.
           READ TEE-TRANS-FILE
              AT END
                 SET END-OF-TEE-TRANS TO TRUE
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
