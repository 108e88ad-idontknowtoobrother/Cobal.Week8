              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO "budget_maint.rpt"
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
          05 MAINT-SALES-BUDGET      PIC 9(9)V99.
       FD  MAINT-REPORT-FILE.
       01 MAINT-REPORT-LINE          PIC X(60).
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

       WORKING-STORAGE SECTION.
       01 MAINT-TRANS-VALID-SWITCH   PIC X          VALUE "Y".
          05 PRN-ERR-PERIOD          PIC X(6).
          05 FILLER                  PIC X(3)       VALUE " - ".
          05 PRN-ERR-TEXT            PIC X(30).
       01 SECURITY-PROGRAM-NAME      PIC X(20)      VALUE
             "BUDGET-MAINT".
       01 SECURITY-FUNCTION-CODE     PIC X(4)       VALUE "BUDG".
       01 SIGNON-OPERATOR-ID         PIC X(8)       VALUE SPACES.
       01 SIGNON-PASSWORD            PIC X(8)       VALUE SPACES.
       01 SIGNON-STATUS              PIC X          VALUE "U".
          88 SIGNON-VALID                           VALUE "V".
          88 SIGNON-UNKNOWN                         VALUE "U".
          88 SIGNON-INVALID-PASSWORD                VALUE "P".
          88 SIGNON-INACTIVE                        VALUE "I".
       01 OPERATOR-AUTHORITY-SWITCH  PIC X          VALUE "N".
          88 OPERATOR-AUTHORIZED                    VALUE "Y".
       01 OPERATOR-FUNCTION-INDEX    PIC 9(2)       VALUE ZEROS.
       01 SIGNON-ERROR-TEXT          PIC X(30)      VALUE SPACES.
       01 SECURITY-VIOLATION-CODE    PIC X          VALUE SPACE.
       01 SECURITY-KEY-DATA          PIC X(18)      VALUE SPACES.
       01 SECURITY-TIME              PIC 9(8)       VALUE ZEROS.

       PROCEDURE DIVISION.
       BUDGET-MAINT-PROCESS.
           PERFORM SIGN-ON-OPERATOR
           OPEN I-O SHOP-BUDGET-FILE
           OPEN INPUT MAINT-TRANS-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM READ-MAINT-TRANS
           PERFORM PROCESS-MAINT-TRANS UNTIL END-OF-MAINT-TRANS
           CLOSE SHOP-BUDGET-FILE, MAINT-TRANS-FILE, MAINT-REPORT-FILE,
                 SECURITY-LOG-FILE
           GOBACK
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
           MOVE SPACES TO SECURITY-KEY-DATA
           STRING MAINT-SHOP-ID " " MAINT-PERIOD-YYYYMM
              DELIMITED BY SIZE INTO SECURITY-KEY-DATA
           END-STRING
           PERFORM WRITE-SECURITY-VIOLATION
           .

       VALIDATE-MAINT-TRANS.
           SET MAINT-TRANS-VALID TO TRUE
           MOVE SPACES TO MAINT-ERROR-TEXT
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
