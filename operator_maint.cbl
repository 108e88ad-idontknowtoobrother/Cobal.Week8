       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-MAINT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-MASTER-FILE ASSIGN TO
                 "operator_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS OP-OPERATOR-ID.
           SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO
                 "security_log.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-TRANS-FILE ASSIGN TO "operator_maint.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-REPORT-FILE ASSIGN TO "operator_maint.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  OPERATOR-TRANS-FILE.
       01 OPERATOR-TRANS-REC.
          88 END-OF-OPERATOR-TRANS                     VALUE HIGH-VALUES
           .
          05 OMT-ACTION                 PIC X.
             88 IS-ADD-TRANS                           VALUE "A".
             88 IS-CHANGE-TRANS                        VALUE "C".
             88 IS-DELETE-TRANS                        VALUE "D".
          05 OMT-OPERATOR-ID            PIC X(8).
          05 OMT-OPERATOR-NAME          PIC X(20).
          05 OMT-PASSWORD               PIC X(8).
          05 OMT-STATUS                 PIC X.
             88 OMT-VALID-STATUS                       VALUE "A" "I".
          05 OMT-FUNCTION-CODE          PIC X(4)       OCCURS 12 TIMES.
       FD  OPERATOR-REPORT-FILE.
       01 OPERATOR-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01 SECURITY-PROGRAM-NAME         PIC X(20)      VALUE
             "OPERATOR-MAINT".
       01 SECURITY-FUNCTION-CODE        PIC X(4)       VALUE "OPER".
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
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Operator Maintenance".
       01 INITIAL-LOAD-MESSAGE          PIC X(60)      VALUE
             "OPERATOR MASTER EMPTY - INITIAL LOAD ACCEPTED".
       01 OPERATOR-FILE-SWITCH          PIC X          VALUE "N".
          88 OPERATOR-FILE-EMPTY                       VALUE "Y".
       01 OPERATOR-TRANS-VALID-SWITCH   PIC X          VALUE "Y".
          88 OPERATOR-TRANS-VALID                      VALUE "Y".
          88 OPERATOR-TRANS-INVALID                    VALUE "N".
       01 OPERATOR-ERROR-TEXT           PIC X(30)      VALUE SPACES.
       01 FUNCTION-CODE-TABLE.
          05 FILLER                     PIC X(4)       VALUE "MEMB".
          05 FILLER                     PIC X(4)       VALUE "ITEM".
          05 FILLER                     PIC X(4)       VALUE "POVR".
          05 FILLER                     PIC X(4)       VALUE "EXCP".
          05 FILLER                     PIC X(4)       VALUE "BUDG".
          05 FILLER                     PIC X(4)       VALUE "VEND".
          05 FILLER                     PIC X(4)       VALUE "COA ".
          05 FILLER                     PIC X(4)       VALUE "ACHE".
          05 FILLER                     PIC X(4)       VALUE "TEET".
          05 FILLER                     PIC X(4)       VALUE "INVA".
          05 FILLER                     PIC X(4)       VALUE "CCNT".
          05 FILLER                     PIC X(4)       VALUE "OPER".
          05 FILLER                     PIC X(4)       VALUE "SOVR".
          05 FILLER                     PIC X(4)       VALUE "SORD".
          05 FILLER                     PIC X(4)       VALUE "MAPP".
          05 FILLER                     PIC X(4)       VALUE "APRL".
       01 FUNCTION-CODE-ENTRIES REDEFINES FUNCTION-CODE-TABLE.
          05 FUNCTION-CODE-ENTRY        PIC X(4)       OCCURS 16 TIMES.
       01 FUNCTION-TABLE-INDEX          PIC 9(2)       VALUE ZEROS.
       01 TRANS-FUNCTION-INDEX          PIC 9(2)       VALUE ZEROS.
       01 TRANS-FUNCTION-COUNT          PIC 9(2)       VALUE ZEROS.
       01 FUNCTION-CODE-SWITCH          PIC X          VALUE "N".
          88 FUNCTION-CODE-KNOWN                       VALUE "Y".
       01 ADDED-COUNT                   PIC 9(5)       VALUE ZEROS.
       01 CHANGED-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 DELETED-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 REJECTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 PRN-OPERATOR-OK-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "PROCESSED ".
          05 PRN-OK-ACTION              PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-OPERATOR-ID         PIC X(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-OPERATOR-NAME       PIC X(20).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-STATUS              PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OK-FUNCTIONS           PIC X(36).
       01 PRN-OPERATOR-ERROR-LINE.
          05 FILLER                     PIC X(10)      VALUE
                "REJECTED  ".
          05 PRN-ERR-ACTION             PIC X.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-ERR-OPERATOR-ID        PIC X(8).
          05 FILLER                     PIC X(3)       VALUE " - ".
          05 PRN-ERR-TEXT               PIC X(30).
       01 PRN-OPERATOR-TOTAL-LINE.
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

       PROCEDURE DIVISION.
       OPERATOR-MAINT-PROCESS.
           PERFORM SIGN-ON-OPERATOR
           OPEN I-O OPERATOR-MASTER-FILE
           OPEN INPUT OPERATOR-TRANS-FILE
           OPEN OUTPUT OPERATOR-REPORT-FILE
           WRITE OPERATOR-REPORT-LINE FROM PAGE-HEADER
           PERFORM CHECK-OPERATOR-FILE-EMPTY
           IF OPERATOR-FILE-EMPTY
              SET OPERATOR-AUTHORIZED TO TRUE
              WRITE OPERATOR-REPORT-LINE FROM INITIAL-LOAD-MESSAGE
           END-IF
           PERFORM READ-OPERATOR-TRANS
           PERFORM PROCESS-OPERATOR-TRANS UNTIL END-OF-OPERATOR-TRANS
           MOVE ADDED-COUNT TO PRN-TOT-ADDED
           MOVE CHANGED-COUNT TO PRN-TOT-CHANGED
           MOVE DELETED-COUNT TO PRN-TOT-DELETED
           MOVE REJECTED-COUNT TO PRN-TOT-REJECTED
           WRITE OPERATOR-REPORT-LINE FROM PRN-OPERATOR-TOTAL-LINE
           CLOSE OPERATOR-MASTER-FILE, SECURITY-LOG-FILE,
                 OPERATOR-TRANS-FILE, OPERATOR-REPORT-FILE
           GOBACK
           .

       CHECK-OPERATOR-FILE-EMPTY.
           MOVE "N" TO OPERATOR-FILE-SWITCH
           MOVE LOW-VALUES TO OP-OPERATOR-ID
           START OPERATOR-MASTER-FILE
                 KEY IS NOT LESS THAN OP-OPERATOR-ID
              INVALID KEY
                 SET OPERATOR-FILE-EMPTY TO TRUE
           END-START
           .

       PROCESS-OPERATOR-TRANS.
           IF OPERATOR-AUTHORIZED
              PERFORM VALIDATE-OPERATOR-TRANS
           ELSE
              PERFORM REJECT-UNAUTHORIZED-TRANS
           END-IF
           IF OPERATOR-TRANS-VALID
              EVALUATE TRUE
                 WHEN IS-ADD-TRANS
                    PERFORM ADD-OPERATOR
                 WHEN IS-CHANGE-TRANS
                    PERFORM CHANGE-OPERATOR
                 WHEN IS-DELETE-TRANS
                    PERFORM DELETE-OPERATOR
              END-EVALUATE
           ELSE
              PERFORM WRITE-OPERATOR-ERROR
           END-IF
           PERFORM READ-OPERATOR-TRANS
           .

       REJECT-UNAUTHORIZED-TRANS.
           SET OPERATOR-TRANS-INVALID TO TRUE
           MOVE SIGNON-ERROR-TEXT TO OPERATOR-ERROR-TEXT
           MOVE OMT-OPERATOR-ID TO SECURITY-KEY-DATA
           PERFORM WRITE-SECURITY-VIOLATION
           .

       VALIDATE-OPERATOR-TRANS.
           SET OPERATOR-TRANS-VALID TO TRUE
           MOVE SPACES TO OPERATOR-ERROR-TEXT
           IF NOT IS-ADD-TRANS AND NOT IS-CHANGE-TRANS
                 AND NOT IS-DELETE-TRANS
              SET OPERATOR-TRANS-INVALID TO TRUE
              MOVE "INVALID ACTION CODE" TO OPERATOR-ERROR-TEXT
           END-IF
           IF OPERATOR-TRANS-VALID AND OMT-OPERATOR-ID = SPACES
              SET OPERATOR-TRANS-INVALID TO TRUE
              MOVE "OPERATOR ID REQUIRED" TO OPERATOR-ERROR-TEXT
           END-IF
           IF OPERATOR-TRANS-VALID AND (IS-ADD-TRANS OR IS-CHANGE-TRANS)
              PERFORM VALIDATE-OPERATOR-FIELDS
           END-IF
           IF OPERATOR-TRANS-VALID AND SIGNON-VALID
                 AND OMT-OPERATOR-ID = SIGNON-OPERATOR-ID
                 AND (IS-DELETE-TRANS OR OMT-STATUS NOT = "A")
              SET OPERATOR-TRANS-INVALID TO TRUE
              MOVE "CANNOT REMOVE OWN SIGN-ON" TO OPERATOR-ERROR-TEXT
           END-IF
           IF OPERATOR-TRANS-VALID AND IS-ADD-TRANS
              MOVE OMT-OPERATOR-ID TO OP-OPERATOR-ID
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET OPERATOR-TRANS-INVALID TO TRUE
                    MOVE "DUPLICATE OPERATOR ID" TO OPERATOR-ERROR-TEXT
              END-READ
           END-IF
           IF OPERATOR-TRANS-VALID
                 AND (IS-CHANGE-TRANS OR IS-DELETE-TRANS)
              MOVE OMT-OPERATOR-ID TO OP-OPERATOR-ID
              READ OPERATOR-MASTER-FILE
                 INVALID KEY
                    SET OPERATOR-TRANS-INVALID TO TRUE
                    MOVE "OPERATOR NOT FOUND" TO OPERATOR-ERROR-TEXT
              END-READ
           END-IF
           .

       VALIDATE-OPERATOR-FIELDS.
           IF OMT-OPERATOR-NAME = SPACES
              SET OPERATOR-TRANS-INVALID TO TRUE
              MOVE "BLANK OPERATOR NAME" TO OPERATOR-ERROR-TEXT
           END-IF
           IF OPERATOR-TRANS-VALID AND NOT OMT-VALID-STATUS
              SET OPERATOR-TRANS-INVALID TO TRUE
              MOVE "STATUS MUST BE A OR I" TO OPERATOR-ERROR-TEXT
           END-IF
           IF OPERATOR-TRANS-VALID AND IS-ADD-TRANS
                 AND OMT-PASSWORD = SPACES
              SET OPERATOR-TRANS-INVALID TO TRUE
              MOVE "PASSWORD REQUIRED" TO OPERATOR-ERROR-TEXT
           END-IF
           IF OPERATOR-TRANS-VALID
              MOVE ZEROS TO TRANS-FUNCTION-COUNT
              PERFORM CHECK-TRANS-FUNCTION-CODE
                 VARYING TRANS-FUNCTION-INDEX FROM 1 BY 1
                 UNTIL TRANS-FUNCTION-INDEX > 12
                    OR OPERATOR-TRANS-INVALID
           END-IF
           IF OPERATOR-TRANS-VALID AND TRANS-FUNCTION-COUNT = ZEROS
              SET OPERATOR-TRANS-INVALID TO TRUE
              MOVE "AT LEAST ONE FUNCTION REQUIRED" TO
                 OPERATOR-ERROR-TEXT
           END-IF
           .

       CHECK-TRANS-FUNCTION-CODE.
           IF OMT-FUNCTION-CODE(TRANS-FUNCTION-INDEX) NOT = SPACES
              COMPUTE TRANS-FUNCTION-COUNT = TRANS-FUNCTION-COUNT + 1
              MOVE "N" TO FUNCTION-CODE-SWITCH
              PERFORM MATCH-FUNCTION-CODE
                 VARYING FUNCTION-TABLE-INDEX FROM 1 BY 1
                 UNTIL FUNCTION-TABLE-INDEX > 16
                    OR FUNCTION-CODE-KNOWN
              IF NOT FUNCTION-CODE-KNOWN
                 SET OPERATOR-TRANS-INVALID TO TRUE
                 MOVE "INVALID FUNCTION CODE" TO OPERATOR-ERROR-TEXT
              END-IF
           END-IF
           .

       MATCH-FUNCTION-CODE.
           IF OMT-FUNCTION-CODE(TRANS-FUNCTION-INDEX) =
                 FUNCTION-CODE-ENTRY(FUNCTION-TABLE-INDEX)
              SET FUNCTION-CODE-KNOWN TO TRUE
           END-IF
           .

       ADD-OPERATOR.
           MOVE OMT-OPERATOR-ID TO OP-OPERATOR-ID
           MOVE OMT-PASSWORD TO OP-PASSWORD
           PERFORM MOVE-OPERATOR-FIELDS
           WRITE OPERATOR-REC
           COMPUTE ADDED-COUNT = ADDED-COUNT + 1
           PERFORM WRITE-OPERATOR-OK
           .

       CHANGE-OPERATOR.
           IF OMT-PASSWORD NOT = SPACES
              MOVE OMT-PASSWORD TO OP-PASSWORD
           END-IF
           PERFORM MOVE-OPERATOR-FIELDS
           REWRITE OPERATOR-REC
           COMPUTE CHANGED-COUNT = CHANGED-COUNT + 1
           PERFORM WRITE-OPERATOR-OK
           .

       DELETE-OPERATOR.
           DELETE OPERATOR-MASTER-FILE
           COMPUTE DELETED-COUNT = DELETED-COUNT + 1
           PERFORM WRITE-OPERATOR-OK
           .

       MOVE-OPERATOR-FIELDS.
           MOVE OMT-OPERATOR-NAME TO OP-OPERATOR-NAME
           MOVE OMT-STATUS TO OP-STATUS
           PERFORM MOVE-OPERATOR-FUNCTION
              VARYING TRANS-FUNCTION-INDEX FROM 1 BY 1
              UNTIL TRANS-FUNCTION-INDEX > 12
           .

       MOVE-OPERATOR-FUNCTION.
           MOVE OMT-FUNCTION-CODE(TRANS-FUNCTION-INDEX) TO
              OP-FUNCTION-CODE(TRANS-FUNCTION-INDEX)
           .

       WRITE-OPERATOR-OK.
           MOVE OMT-ACTION TO PRN-OK-ACTION
           MOVE OP-OPERATOR-ID TO PRN-OK-OPERATOR-ID
           MOVE OP-OPERATOR-NAME TO PRN-OK-OPERATOR-NAME
           MOVE OP-STATUS TO PRN-OK-STATUS
           MOVE SPACES TO PRN-OK-FUNCTIONS
           STRING OP-FUNCTION-CODE(1) OP-FUNCTION-CODE(2)
                  OP-FUNCTION-CODE(3) OP-FUNCTION-CODE(4)
                  OP-FUNCTION-CODE(5) OP-FUNCTION-CODE(6)
                  OP-FUNCTION-CODE(7) OP-FUNCTION-CODE(8)
                  OP-FUNCTION-CODE(9)
                  DELIMITED BY SIZE INTO PRN-OK-FUNCTIONS
           END-STRING
           WRITE OPERATOR-REPORT-LINE FROM PRN-OPERATOR-OK-LINE
           .

       WRITE-OPERATOR-ERROR.
           MOVE OMT-ACTION TO PRN-ERR-ACTION
           MOVE OMT-OPERATOR-ID TO PRN-ERR-OPERATOR-ID
           MOVE OPERATOR-ERROR-TEXT TO PRN-ERR-TEXT
           WRITE OPERATOR-REPORT-LINE FROM PRN-OPERATOR-ERROR-LINE
           COMPUTE REJECTED-COUNT = REJECTED-COUNT + 1
           .

       READ-OPERATOR-TRANS.
           READ OPERATOR-TRANS-FILE
              AT END
                 SET END-OF-OPERATOR-TRANS TO TRUE
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
