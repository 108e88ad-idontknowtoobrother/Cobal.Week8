       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-SUBLEDGER-PROOF.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MEMBER-ID.
           SELECT OPTIONAL AR-PROOF-FILE ASSIGN TO "ar_proof.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PF-MEMBER-ID.
           SELECT OPTIONAL CHARGE-INPUT-FILE ASSIGN TO
                 "member_charges.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AR-PAYMENT-FILE ASSIGN TO "ar_payments.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MEMBER-AUDIT-FILE ASSIGN TO
                 "member_audit.dat"
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
           SELECT PROOF-REPORT-FILE ASSIGN TO "ar_proof.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       01 MEMBER-TRAILER-REC REDEFINES MEMBER-REC.
          05 TRL-ID                     PIC X(5).
             88 IS-MEMBER-TRAILER                      VALUE "TRLR ".
          05 TRL-EXPECTED-COUNT         PIC 9(5).
          05 FILLER                     PIC X(51).
       FD  AR-PROOF-FILE.
       01 AR-PROOF-REC.
          05 PF-MEMBER-ID               PIC X(5).
          05 PF-PROVEN-BALANCE          PIC S9(7)V99.
          05 PF-PROOF-DATE              PIC 9(8).
          05 FILLER                     PIC X(36).
       01 AR-PROOF-CONTROL-REC REDEFINES AR-PROOF-REC.
          05 PFC-ID                     PIC X(5).
             88 IS-PROOF-CONTROL                       VALUE "CTRL ".
          05 PFC-PROOF-DATE             PIC 9(8).
          05 PFC-CHARGE-COUNT           PIC 9(9).
          05 PFC-PAYMENT-COUNT          PIC 9(9).
          05 PFC-AUDIT-COUNT            PIC 9(9).
          05 PFC-GL-COUNT               PIC 9(9).
          05 FILLER                     PIC X(9).
       FD  CHARGE-INPUT-FILE.
       01 CHARGE-INPUT-REC.
          88 END-OF-CHARGE-INPUT                       VALUE HIGH-VALUES
           .
          05 CHI-MEMBER-ID              PIC X(5).
          05 CHI-TRANS-DATE             PIC 9(8).
          05 CHI-TYPE                   PIC X.
          05 CHI-ITEM-ID                PIC X(8).
          05 CHI-QTY                    PIC 9(3).
          05 CHI-AMOUNT                 PIC 9(7)V99.
       FD  AR-PAYMENT-FILE.
       01 AR-PAYMENT-REC.
          88 END-OF-AR-PAYMENTS                        VALUE HIGH-VALUES
           .
          05 ARP-MEMBER-ID              PIC X(5).
          05 ARP-PAY-DATE               PIC 9(8).
          05 ARP-PAY-AMOUNT             PIC 9(5)V99.
       FD  MEMBER-AUDIT-FILE.
       01 MEMBER-AUDIT-REC.
          88 END-OF-MEMBER-AUDIT                       VALUE HIGH-VALUES
           .
          05 AUD-RUN-DATE               PIC 9(8).
          05 AUD-ACTION                 PIC X.
          05 AUD-MEMBER-ID              PIC X(5).
          05 AUD-SOURCE                 PIC X(10).
          05 AUD-BEFORE-IMAGE           PIC X(61).
          05 AUD-AFTER-IMAGE            PIC X(61).
          05 AUD-OPERATOR-ID            PIC X(8).
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
       FD  PROOF-REPORT-FILE.
       01 PROOF-PRINT-LINE              PIC X(80).
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
       01 GL-AR-ACCOUNT-CODE            PIC X(6)       VALUE "110200".
       01 PROOF-CONTROL-KEY             PIC X(5)       VALUE "CTRL ".
       01 EXCEPTION-SOURCE-NAME         PIC X(20)      VALUE
             "AR-SUBLEDGER-PROOF".
       01 NEW-EX-TYPE-CODE              PIC X(4)       VALUE SPACES.
       01 NEW-EX-KEY-DATA.
          05 NEW-EX-KEY-SHOP-ID         PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 NEW-EX-KEY-DETAIL          PIC X(12).
       01 SAVED-EXCEPTION-ID            PIC 9(7)       VALUE ZEROS.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - AR Subledger Proof".
       01 PRN-PROOF-DATE-LINE.
          05 FILLER                     PIC X(11)      VALUE
                "Proof date ".
          05 PRN-PROOF-DATE             PIC 9(8).
          05 FILLER                     PIC X(16)      VALUE
                "   Prior proof  ".
          05 PRN-PRIOR-PROOF-DATE       PIC 9(8).
       01 BASELINE-HEADING              PIC X(60)      VALUE
             "BASELINE ESTABLISHED FROM CURRENT MEMBER BALANCES".
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Memb  Name                     Prior   Activity   Expected
      -      "     Actual    Differ".
       01 PARM-TEXT                     PIC X(14)      VALUE SPACES.
       01 PROOF-DATE-TEXT               PIC X(8)       VALUE SPACES.
       01 PROOF-MODE-TEXT               PIC X(4)       VALUE SPACES.
          88 IS-BASELINE-RUN                           VALUE "INIT".
       01 PROOF-DATE                    PIC 9(8)       VALUE ZEROS.
       01 PROOF-DAY-NUMBER              PIC 9(7)       VALUE ZEROS.
       01 PRIOR-PROOF-DATE              PIC 9(8)       VALUE ZEROS.
       01 PRIOR-CHARGE-COUNT            PIC 9(9)       VALUE ZEROS.
       01 PRIOR-PAYMENT-COUNT           PIC 9(9)       VALUE ZEROS.
       01 PRIOR-AUDIT-COUNT             PIC 9(9)       VALUE ZEROS.
       01 PRIOR-GL-COUNT                PIC 9(9)       VALUE ZEROS.
       01 CHARGE-RECORD-COUNT           PIC 9(9)       VALUE ZEROS.
       01 PAYMENT-RECORD-COUNT          PIC 9(9)       VALUE ZEROS.
       01 AUDIT-RECORD-COUNT            PIC 9(9)       VALUE ZEROS.
       01 GL-RECORD-COUNT               PIC 9(9)       VALUE ZEROS.
       01 PROOF-CONTROL-SWITCH          PIC X          VALUE "N".
          88 PROOF-CONTROL-ON-FILE                     VALUE "Y".
       01 MEMBER-EOF-SWITCH             PIC X          VALUE "N".
          88 END-OF-MEMBER-FILE                        VALUE "Y".
       01 AUDIT-BALANCE-IMAGE.
          05 FILLER                     PIC X(33).
          05 AUDIT-IMAGE-AR-BALANCE     PIC S9(5)V99.
          05 FILLER                     PIC X(21).
       01 AUDIT-BEFORE-BALANCE          PIC S9(7)V99   VALUE ZEROS.
       01 AUDIT-AFTER-BALANCE           PIC S9(7)V99   VALUE ZEROS.
       01 ACTIVITY-TABLE.
          05 ACTIVITY-ENTRY             OCCURS 1000 TIMES.
             10 ACT-MEMBER-ID           PIC X(5).
             10 ACT-NET-AMOUNT          PIC S9(7)V99.
             10 ACT-MATCHED-FLAG        PIC X.
                88 ACT-MATCHED-TO-MEMBER               VALUE "Y".
       01 ACTIVITY-COUNT                PIC 9(4)       VALUE ZEROS.
       01 ACTIVITY-INDEX                PIC 9(4)       VALUE ZEROS.
       01 ACTIVITY-FOUND-SWITCH         PIC X          VALUE "N".
          88 ACTIVITY-ENTRY-FOUND                      VALUE "Y".
          88 ACTIVITY-ENTRY-NOT-FOUND                  VALUE "N".
       01 ACTIVITY-LOOKUP-ID            PIC X(5)       VALUE SPACES.
       01 ACTIVITY-SIGNED-AMOUNT        PIC S9(7)V99   VALUE ZEROS.
       01 MEMBER-PRIOR-BALANCE          PIC S9(7)V99   VALUE ZEROS.
       01 MEMBER-ACTIVITY               PIC S9(7)V99   VALUE ZEROS.
       01 MEMBER-EXPECTED-BALANCE       PIC S9(7)V99   VALUE ZEROS.
       01 MEMBER-ACTUAL-BALANCE         PIC S9(7)V99   VALUE ZEROS.
       01 MEMBER-DIFFERENCE             PIC S9(7)V99   VALUE ZEROS.
       01 PROOF-RECORD-SWITCH           PIC X          VALUE "N".
          88 PROOF-RECORD-ON-FILE                      VALUE "Y".
          88 PROOF-RECORD-NOT-ON-FILE                  VALUE "N".
       01 PRIOR-PROVEN-TOTAL            PIC S9(9)V99   VALUE ZEROS.
       01 CHARGES-POSTED-TOTAL          PIC S9(9)V99   VALUE ZEROS.
       01 REFUNDS-CREDITED-TOTAL        PIC S9(9)V99   VALUE ZEROS.
       01 PAYMENTS-POSTED-TOTAL         PIC S9(9)V99   VALUE ZEROS.
       01 RETURNED-DRAFT-TOTAL          PIC S9(9)V99   VALUE ZEROS.
       01 SUBLEDGER-MOVEMENT-TOTAL      PIC S9(9)V99   VALUE ZEROS.
       01 MAINT-ADJUSTMENT-TOTAL        PIC S9(9)V99   VALUE ZEROS.
       01 EXPECTED-BALANCE-TOTAL        PIC S9(9)V99   VALUE ZEROS.
       01 ACTUAL-BALANCE-TOTAL          PIC S9(9)V99   VALUE ZEROS.
       01 SUBLEDGER-DIFFERENCE          PIC S9(9)V99   VALUE ZEROS.
       01 GL-AR-ACTIVITY-TOTAL          PIC S9(9)V99   VALUE ZEROS.
       01 GL-AR-DIRECT-TOTAL            PIC S9(9)V99   VALUE ZEROS.
       01 GL-AR-OFFSET-TOTAL            PIC S9(9)V99   VALUE ZEROS.
       01 GL-ACCOUNT-SWITCH             PIC X          VALUE "N".
          88 GL-ACCOUNT-ON-CHART                       VALUE "Y".
       01 GL-DIFFERENCE                 PIC S9(9)V99   VALUE ZEROS.
       01 MEMBERS-PROVEN-COUNT          PIC 9(5)       VALUE ZEROS.
       01 OUT-OF-BALANCE-COUNT          PIC 9(5)       VALUE ZEROS.
       01 PRN-PROOF-DETAIL-LINE.
          05 PRN-PF-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-PF-MEMBER-NAME         PIC X(20).
          05 PRN-PF-PRIOR               PIC ZZZ,ZZ9.99-.
          05 PRN-PF-ACTIVITY            PIC ZZZ,ZZ9.99-.
          05 PRN-PF-EXPECTED            PIC ZZZ,ZZ9.99-.
          05 PRN-PF-ACTUAL              PIC ZZZ,ZZ9.99-.
          05 PRN-PF-DIFFERENCE          PIC ZZ,ZZ9.99-.
       01 PRN-PROOF-AMOUNT-LINE.
          05 PRN-AMOUNT-LABEL           PIC X(26).
          05 PRN-AMOUNT-VALUE           PIC $$$,$$$,$$9.99-.
       01 PRN-PROOF-COUNT-LINE.
          05 PRN-COUNT-LABEL            PIC X(26).
          05 PRN-COUNT-VALUE            PIC ZZZZ9.
       01 PRN-PROOF-RESULT-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "Subledger proof           ".
          05 PRN-SUBLEDGER-RESULT       PIC X(14).
       01 PRN-GL-RESULT-LINE.
          05 FILLER                     PIC X(26)      VALUE
                "GL 110200 tie-out         ".
          05 PRN-GL-RESULT              PIC X(14).

       PROCEDURE DIVISION.
       AR-PROOF-PROCESS.
           PERFORM INITIALIZE-PROOF-PARMS
           OPEN I-O AR-PROOF-FILE
           PERFORM READ-PROOF-CONTROL
           PERFORM LOAD-NEW-CHARGES
           PERFORM LOAD-NEW-PAYMENTS
           PERFORM LOAD-NEW-AUDIT
           PERFORM LOAD-NEW-GL-ACTIVITY
           PERFORM CHECK-ACTIVITY-FILE-COUNTS
           OPEN INPUT MEMBER-FILE
           OPEN I-O EXCEPTION-MASTER-FILE
           OPEN OUTPUT PROOF-REPORT-FILE
           WRITE PROOF-PRINT-LINE FROM PAGE-HEADER
           MOVE PROOF-DATE TO PRN-PROOF-DATE
           MOVE PRIOR-PROOF-DATE TO PRN-PRIOR-PROOF-DATE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-DATE-LINE
           IF IS-BASELINE-RUN
              WRITE PROOF-PRINT-LINE FROM BASELINE-HEADING
           ELSE
              WRITE PROOF-PRINT-LINE FROM COLUMN-HEADING
           END-IF
           MOVE LOW-VALUES TO MEMBER-ID
           START MEMBER-FILE KEY IS NOT LESS THAN MEMBER-ID
              INVALID KEY
                 SET END-OF-MEMBER-FILE TO TRUE
           END-START
           IF NOT END-OF-MEMBER-FILE
              PERFORM READ-NEXT-MEMBER
           END-IF
           PERFORM PROVE-MEMBER UNTIL END-OF-MEMBER-FILE
           IF NOT IS-BASELINE-RUN
              MOVE ZEROS TO ACTIVITY-INDEX
              PERFORM PROVE-UNMATCHED-ACTIVITY
                 UNTIL ACTIVITY-INDEX >= ACTIVITY-COUNT
           END-IF
           PERFORM WRITE-PROOF-CONTROL
           PERFORM WRITE-PROOF-TOTALS
           CLOSE MEMBER-FILE, AR-PROOF-FILE, EXCEPTION-MASTER-FILE,
                 PROOF-REPORT-FILE
           GOBACK
           .

       INITIALIZE-PROOF-PARMS.
           ACCEPT PARM-TEXT FROM COMMAND-LINE
           UNSTRING PARM-TEXT DELIMITED BY ALL SPACES
              INTO PROOF-DATE-TEXT, PROOF-MODE-TEXT
           IF PROOF-DATE-TEXT = SPACES
              ACCEPT PROOF-DATE-TEXT FROM ENVIRONMENT
                 "AR_PROOF_DATE"
           END-IF
           IF PROOF-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO PROOF-DATE-TEXT
              END-IF
           END-IF
           IF PROOF-DATE-TEXT IS NUMERIC
                 AND PROOF-DATE-TEXT NOT = SPACES
              MOVE PROOF-DATE-TEXT TO PROOF-DATE
           ELSE
              DISPLAY "AR-SUBLEDGER-PROOF: PROOF DATE YYYYMMDD "
                 "REQUIRED (ADD INIT TO SET BASELINE)"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE PROOF-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(PROOF-DATE)
           IF PROOF-DAY-NUMBER = ZEROS
              DISPLAY "AR-SUBLEDGER-PROOF: PROOF DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF PROOF-MODE-TEXT NOT = SPACES AND NOT IS-BASELINE-RUN
              DISPLAY "AR-SUBLEDGER-PROOF: UNKNOWN RUN MODE "
                 PROOF-MODE-TEXT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       READ-PROOF-CONTROL.
           MOVE PROOF-CONTROL-KEY TO PF-MEMBER-ID
           READ AR-PROOF-FILE
              INVALID KEY
                 MOVE "N" TO PROOF-CONTROL-SWITCH
              NOT INVALID KEY
                 MOVE "Y" TO PROOF-CONTROL-SWITCH
                 MOVE PFC-PROOF-DATE TO PRIOR-PROOF-DATE
                 MOVE PFC-CHARGE-COUNT TO PRIOR-CHARGE-COUNT
                 MOVE PFC-PAYMENT-COUNT TO PRIOR-PAYMENT-COUNT
                 MOVE PFC-AUDIT-COUNT TO PRIOR-AUDIT-COUNT
                 IF PFC-PROOF-DATE = PROOF-DATE
                    MOVE PFC-GL-COUNT TO PRIOR-GL-COUNT
                 END-IF
           END-READ
           .

       LOAD-NEW-CHARGES.
           OPEN INPUT CHARGE-INPUT-FILE
           PERFORM READ-CHARGE-INPUT
           PERFORM STORE-NEW-CHARGE UNTIL END-OF-CHARGE-INPUT
           CLOSE CHARGE-INPUT-FILE
           .

       STORE-NEW-CHARGE.
           COMPUTE CHARGE-RECORD-COUNT = CHARGE-RECORD-COUNT + 1
           IF CHARGE-RECORD-COUNT > PRIOR-CHARGE-COUNT
                 AND NOT IS-BASELINE-RUN
              EVALUATE TRUE
                 WHEN CHI-TYPE = "R"
                    COMPUTE ACTIVITY-SIGNED-AMOUNT = ZEROS - CHI-AMOUNT
                    COMPUTE REFUNDS-CREDITED-TOTAL =
                       REFUNDS-CREDITED-TOTAL + CHI-AMOUNT
                 WHEN CHI-TYPE = "B" AND CHI-ITEM-ID = "ACHRETRN"
                    MOVE CHI-AMOUNT TO ACTIVITY-SIGNED-AMOUNT
                    COMPUTE RETURNED-DRAFT-TOTAL =
                       RETURNED-DRAFT-TOTAL + CHI-AMOUNT
                 WHEN OTHER
                    MOVE CHI-AMOUNT TO ACTIVITY-SIGNED-AMOUNT
                    COMPUTE CHARGES-POSTED-TOTAL =
                       CHARGES-POSTED-TOTAL + CHI-AMOUNT
              END-EVALUATE
              MOVE CHI-MEMBER-ID TO ACTIVITY-LOOKUP-ID
              PERFORM ADD-MEMBER-ACTIVITY
           END-IF
           PERFORM READ-CHARGE-INPUT
           .

       LOAD-NEW-PAYMENTS.
           OPEN INPUT AR-PAYMENT-FILE
           PERFORM READ-AR-PAYMENT
           PERFORM STORE-NEW-PAYMENT UNTIL END-OF-AR-PAYMENTS
           CLOSE AR-PAYMENT-FILE
           .

       STORE-NEW-PAYMENT.
           COMPUTE PAYMENT-RECORD-COUNT = PAYMENT-RECORD-COUNT + 1
           IF PAYMENT-RECORD-COUNT > PRIOR-PAYMENT-COUNT
                 AND NOT IS-BASELINE-RUN
              COMPUTE ACTIVITY-SIGNED-AMOUNT = ZEROS - ARP-PAY-AMOUNT
              COMPUTE PAYMENTS-POSTED-TOTAL =
                 PAYMENTS-POSTED-TOTAL + ARP-PAY-AMOUNT
              MOVE ARP-MEMBER-ID TO ACTIVITY-LOOKUP-ID
              PERFORM ADD-MEMBER-ACTIVITY
           END-IF
           PERFORM READ-AR-PAYMENT
           .

       LOAD-NEW-AUDIT.
           OPEN INPUT MEMBER-AUDIT-FILE
           PERFORM READ-MEMBER-AUDIT
           PERFORM STORE-NEW-AUDIT UNTIL END-OF-MEMBER-AUDIT
           CLOSE MEMBER-AUDIT-FILE
           .

       STORE-NEW-AUDIT.
           COMPUTE AUDIT-RECORD-COUNT = AUDIT-RECORD-COUNT + 1
           IF AUDIT-RECORD-COUNT > PRIOR-AUDIT-COUNT
                 AND NOT IS-BASELINE-RUN
              MOVE ZEROS TO AUDIT-BEFORE-BALANCE
              MOVE ZEROS TO AUDIT-AFTER-BALANCE
              IF AUD-BEFORE-IMAGE NOT = SPACES
                 MOVE AUD-BEFORE-IMAGE TO AUDIT-BALANCE-IMAGE
                 IF AUDIT-IMAGE-AR-BALANCE IS NUMERIC
                    MOVE AUDIT-IMAGE-AR-BALANCE TO AUDIT-BEFORE-BALANCE
                 END-IF
              END-IF
              IF AUD-AFTER-IMAGE NOT = SPACES
                 MOVE AUD-AFTER-IMAGE TO AUDIT-BALANCE-IMAGE
                 IF AUDIT-IMAGE-AR-BALANCE IS NUMERIC
                    MOVE AUDIT-IMAGE-AR-BALANCE TO AUDIT-AFTER-BALANCE
                 END-IF
              END-IF
              COMPUTE ACTIVITY-SIGNED-AMOUNT =
                 AUDIT-AFTER-BALANCE - AUDIT-BEFORE-BALANCE
              IF ACTIVITY-SIGNED-AMOUNT NOT = ZEROS
                 COMPUTE MAINT-ADJUSTMENT-TOTAL =
                    MAINT-ADJUSTMENT-TOTAL + ACTIVITY-SIGNED-AMOUNT
                 MOVE AUD-MEMBER-ID TO ACTIVITY-LOOKUP-ID
                 PERFORM ADD-MEMBER-ACTIVITY
              END-IF
           END-IF
           PERFORM READ-MEMBER-AUDIT
           .

       LOAD-NEW-GL-ACTIVITY.
           OPEN INPUT GL-EXTRACT-FILE
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           PERFORM READ-GL-EXTRACT
           PERFORM STORE-NEW-GL-ACTIVITY UNTIL END-OF-GL-EXTRACT
           CLOSE GL-EXTRACT-FILE, CHART-OF-ACCOUNTS-FILE
           COMPUTE GL-AR-ACTIVITY-TOTAL =
              GL-AR-DIRECT-TOTAL + GL-AR-OFFSET-TOTAL
           .

       STORE-NEW-GL-ACTIVITY.
           COMPUTE GL-RECORD-COUNT = GL-RECORD-COUNT + 1
           IF GL-RECORD-COUNT > PRIOR-GL-COUNT
                 AND NOT IS-BASELINE-RUN
                 AND GL-AMOUNT IS NUMERIC
              PERFORM ADD-GL-AR-MOVEMENT
           END-IF
           PERFORM READ-GL-EXTRACT
           .

       ADD-GL-AR-MOVEMENT.
           MOVE GL-ACCOUNT-CODE TO COA-ACCOUNT-CODE
           MOVE "Y" TO GL-ACCOUNT-SWITCH
           READ CHART-OF-ACCOUNTS-FILE
              INVALID KEY
                 MOVE "N" TO GL-ACCOUNT-SWITCH
           END-READ
           IF GL-ACCOUNT-ON-CHART
              EVALUATE TRUE
                 WHEN GL-ACCOUNT-CODE = GL-AR-ACCOUNT-CODE
                    IF COA-EXTRACT-DEBIT
                       COMPUTE GL-AR-DIRECT-TOTAL =
                          GL-AR-DIRECT-TOTAL + GL-AMOUNT
                    ELSE
                       COMPUTE GL-AR-DIRECT-TOTAL =
                          GL-AR-DIRECT-TOTAL - GL-AMOUNT
                    END-IF
                 WHEN COA-OFFSET-ACCOUNT = GL-AR-ACCOUNT-CODE
                    IF COA-EXTRACT-DEBIT
                       COMPUTE GL-AR-OFFSET-TOTAL =
                          GL-AR-OFFSET-TOTAL - GL-AMOUNT
                    ELSE
                       COMPUTE GL-AR-OFFSET-TOTAL =
                          GL-AR-OFFSET-TOTAL + GL-AMOUNT
                    END-IF
              END-EVALUATE
           END-IF
           .

       CHECK-ACTIVITY-FILE-COUNTS.
           IF CHARGE-RECORD-COUNT < PRIOR-CHARGE-COUNT
                 OR PAYMENT-RECORD-COUNT < PRIOR-PAYMENT-COUNT
                 OR AUDIT-RECORD-COUNT < PRIOR-AUDIT-COUNT
                 OR GL-RECORD-COUNT < PRIOR-GL-COUNT
              DISPLAY "AR-SUBLEDGER-PROOF: ACTIVITY FILE SHORTER THAN "
                 "AT LAST PROOF - RERUN WITH INIT AFTER REVIEW"
              CLOSE AR-PROOF-FILE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       ADD-MEMBER-ACTIVITY.
           SET ACTIVITY-ENTRY-NOT-FOUND TO TRUE
           MOVE ZEROS TO ACTIVITY-INDEX
           PERFORM CHECK-ACTIVITY-ENTRY
              UNTIL ACTIVITY-ENTRY-FOUND
              OR ACTIVITY-INDEX >= ACTIVITY-COUNT
           IF ACTIVITY-ENTRY-NOT-FOUND
              IF ACTIVITY-COUNT >= 1000
                 DISPLAY "AR-SUBLEDGER-PROOF: ACTIVITY TABLE FULL AT "
                    "MEMBER " ACTIVITY-LOOKUP-ID " - PROOF NOT RUN"
                 CLOSE AR-PROOF-FILE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              COMPUTE ACTIVITY-COUNT = ACTIVITY-COUNT + 1
              MOVE ACTIVITY-COUNT TO ACTIVITY-INDEX
              MOVE ACTIVITY-LOOKUP-ID TO ACT-MEMBER-ID(ACTIVITY-INDEX)
              MOVE ZEROS TO ACT-NET-AMOUNT(ACTIVITY-INDEX)
              MOVE "N" TO ACT-MATCHED-FLAG(ACTIVITY-INDEX)
           END-IF
           COMPUTE ACT-NET-AMOUNT(ACTIVITY-INDEX) =
              ACT-NET-AMOUNT(ACTIVITY-INDEX) + ACTIVITY-SIGNED-AMOUNT
           .

       CHECK-ACTIVITY-ENTRY.
           COMPUTE ACTIVITY-INDEX = ACTIVITY-INDEX + 1
           IF ACTIVITY-LOOKUP-ID = ACT-MEMBER-ID(ACTIVITY-INDEX)
              SET ACTIVITY-ENTRY-FOUND TO TRUE
           END-IF
           .

       PROVE-MEMBER.
           IF NOT IS-MEMBER-TRAILER
              MOVE MEMBER-AR-BALANCE TO MEMBER-ACTUAL-BALANCE
              IF IS-BASELINE-RUN
                 MOVE MEMBER-ACTUAL-BALANCE TO MEMBER-EXPECTED-BALANCE
                 COMPUTE ACTUAL-BALANCE-TOTAL =
                    ACTUAL-BALANCE-TOTAL + MEMBER-ACTUAL-BALANCE
                 MOVE MEMBER-ID TO PF-MEMBER-ID
                 PERFORM READ-PROOF-RECORD
                 PERFORM STORE-PROVEN-BALANCE
              ELSE
                 MOVE MEMBER-ID TO ACTIVITY-LOOKUP-ID
                 SET ACTIVITY-ENTRY-NOT-FOUND TO TRUE
                 MOVE ZEROS TO ACTIVITY-INDEX
                 PERFORM CHECK-ACTIVITY-ENTRY
                    UNTIL ACTIVITY-ENTRY-FOUND
                    OR ACTIVITY-INDEX >= ACTIVITY-COUNT
                 IF ACTIVITY-ENTRY-FOUND
                    MOVE ACT-NET-AMOUNT(ACTIVITY-INDEX) TO
                       MEMBER-ACTIVITY
                    MOVE "Y" TO ACT-MATCHED-FLAG(ACTIVITY-INDEX)
                 ELSE
                    MOVE ZEROS TO MEMBER-ACTIVITY
                 END-IF
                 MOVE MEMBER-ID TO PF-MEMBER-ID
                 MOVE MEMBER-NAME TO PRN-PF-MEMBER-NAME
                 PERFORM PROVE-ONE-BALANCE
              END-IF
           END-IF
           PERFORM READ-NEXT-MEMBER
           .

       PROVE-UNMATCHED-ACTIVITY.
           COMPUTE ACTIVITY-INDEX = ACTIVITY-INDEX + 1
           IF NOT ACT-MATCHED-TO-MEMBER(ACTIVITY-INDEX)
              MOVE ACT-NET-AMOUNT(ACTIVITY-INDEX) TO MEMBER-ACTIVITY
              MOVE ZEROS TO MEMBER-ACTUAL-BALANCE
              MOVE ACT-MEMBER-ID(ACTIVITY-INDEX) TO PF-MEMBER-ID
              MOVE "* NOT ON MEMBER FILE" TO PRN-PF-MEMBER-NAME
              PERFORM PROVE-ONE-BALANCE
           END-IF
           .

       PROVE-ONE-BALANCE.
           PERFORM READ-PROOF-RECORD
           IF PROOF-RECORD-ON-FILE
              MOVE PF-PROVEN-BALANCE TO MEMBER-PRIOR-BALANCE
           ELSE
              MOVE ZEROS TO MEMBER-PRIOR-BALANCE
           END-IF
           COMPUTE MEMBER-EXPECTED-BALANCE =
              MEMBER-PRIOR-BALANCE + MEMBER-ACTIVITY
           COMPUTE MEMBER-DIFFERENCE =
              MEMBER-ACTUAL-BALANCE - MEMBER-EXPECTED-BALANCE
           COMPUTE PRIOR-PROVEN-TOTAL =
              PRIOR-PROVEN-TOTAL + MEMBER-PRIOR-BALANCE
           COMPUTE EXPECTED-BALANCE-TOTAL =
              EXPECTED-BALANCE-TOTAL + MEMBER-EXPECTED-BALANCE
           COMPUTE ACTUAL-BALANCE-TOTAL =
              ACTUAL-BALANCE-TOTAL + MEMBER-ACTUAL-BALANCE
           COMPUTE MEMBERS-PROVEN-COUNT = MEMBERS-PROVEN-COUNT + 1
           IF MEMBER-DIFFERENCE NOT = ZEROS
              PERFORM REPORT-OUT-OF-BALANCE
           END-IF
           MOVE MEMBER-ACTUAL-BALANCE TO MEMBER-EXPECTED-BALANCE
           PERFORM STORE-PROVEN-BALANCE
           .

       REPORT-OUT-OF-BALANCE.
           COMPUTE OUT-OF-BALANCE-COUNT = OUT-OF-BALANCE-COUNT + 1
           MOVE PF-MEMBER-ID TO PRN-PF-MEMBER-ID
           MOVE MEMBER-PRIOR-BALANCE TO PRN-PF-PRIOR
           MOVE MEMBER-ACTIVITY TO PRN-PF-ACTIVITY
           MOVE MEMBER-EXPECTED-BALANCE TO PRN-PF-EXPECTED
           MOVE MEMBER-ACTUAL-BALANCE TO PRN-PF-ACTUAL
           MOVE MEMBER-DIFFERENCE TO PRN-PF-DIFFERENCE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-DETAIL-LINE
           MOVE "ARPF" TO NEW-EX-TYPE-CODE
           MOVE "AR   " TO NEW-EX-KEY-SHOP-ID
           MOVE PF-MEMBER-ID TO NEW-EX-KEY-DETAIL
           PERFORM WRITE-EXCEPTION-MASTER
           .

       READ-PROOF-RECORD.
           READ AR-PROOF-FILE
              INVALID KEY
                 SET PROOF-RECORD-NOT-ON-FILE TO TRUE
              NOT INVALID KEY
                 SET PROOF-RECORD-ON-FILE TO TRUE
           END-READ
           .

       STORE-PROVEN-BALANCE.
           MOVE MEMBER-EXPECTED-BALANCE TO PF-PROVEN-BALANCE
           MOVE PROOF-DATE TO PF-PROOF-DATE
           IF PROOF-RECORD-ON-FILE
              REWRITE AR-PROOF-REC
           ELSE
              WRITE AR-PROOF-REC
           END-IF
           .

       WRITE-PROOF-CONTROL.
           MOVE SPACES TO AR-PROOF-CONTROL-REC
           MOVE PROOF-CONTROL-KEY TO PFC-ID
           MOVE PROOF-DATE TO PFC-PROOF-DATE
           MOVE CHARGE-RECORD-COUNT TO PFC-CHARGE-COUNT
           MOVE PAYMENT-RECORD-COUNT TO PFC-PAYMENT-COUNT
           MOVE AUDIT-RECORD-COUNT TO PFC-AUDIT-COUNT
           MOVE GL-RECORD-COUNT TO PFC-GL-COUNT
           IF PROOF-CONTROL-ON-FILE
              REWRITE AR-PROOF-REC
           ELSE
              WRITE AR-PROOF-REC
           END-IF
           .

       WRITE-PROOF-TOTALS.
           MOVE SPACES TO PROOF-PRINT-LINE
           WRITE PROOF-PRINT-LINE
           IF IS-BASELINE-RUN
              MOVE "Member AR balances        " TO PRN-AMOUNT-LABEL
              MOVE ACTUAL-BALANCE-TOTAL TO PRN-AMOUNT-VALUE
              WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           ELSE
              PERFORM WRITE-ROLL-FORWARD-TOTALS
           END-IF
           .

       WRITE-ROLL-FORWARD-TOTALS.
           MOVE "Prior proven balance      " TO PRN-AMOUNT-LABEL
           MOVE PRIOR-PROVEN-TOTAL TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           MOVE "Charges posted            " TO PRN-AMOUNT-LABEL
           MOVE CHARGES-POSTED-TOTAL TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           MOVE "Refunds credited          " TO PRN-AMOUNT-LABEL
           COMPUTE PRN-AMOUNT-VALUE = ZEROS - REFUNDS-CREDITED-TOTAL
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           MOVE "Payments on account       " TO PRN-AMOUNT-LABEL
           COMPUTE PRN-AMOUNT-VALUE = ZEROS - PAYMENTS-POSTED-TOTAL
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           MOVE "Returned drafts           " TO PRN-AMOUNT-LABEL
           MOVE RETURNED-DRAFT-TOTAL TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           MOVE "Maintenance adjustments   " TO PRN-AMOUNT-LABEL
           MOVE MAINT-ADJUSTMENT-TOTAL TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           MOVE "Expected subledger        " TO PRN-AMOUNT-LABEL
           MOVE EXPECTED-BALANCE-TOTAL TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           MOVE "Member AR balances        " TO PRN-AMOUNT-LABEL
           MOVE ACTUAL-BALANCE-TOTAL TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           COMPUTE SUBLEDGER-DIFFERENCE =
              ACTUAL-BALANCE-TOTAL - EXPECTED-BALANCE-TOTAL
           MOVE "Subledger difference      " TO PRN-AMOUNT-LABEL
           MOVE SUBLEDGER-DIFFERENCE TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           MOVE "Members proven            " TO PRN-COUNT-LABEL
           MOVE MEMBERS-PROVEN-COUNT TO PRN-COUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-COUNT-LINE
           MOVE "Members out of balance    " TO PRN-COUNT-LABEL
           MOVE OUT-OF-BALANCE-COUNT TO PRN-COUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-COUNT-LINE
           IF OUT-OF-BALANCE-COUNT = ZEROS
              MOVE "IN BALANCE" TO PRN-SUBLEDGER-RESULT
           ELSE
              MOVE "OUT OF BALANCE" TO PRN-SUBLEDGER-RESULT
              DISPLAY "AR-SUBLEDGER-PROOF: " OUT-OF-BALANCE-COUNT
                 " MEMBER(S) OUT OF BALANCE - SEE ar_proof.rpt"
           END-IF
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-RESULT-LINE
           MOVE SPACES TO PROOF-PRINT-LINE
           WRITE PROOF-PRINT-LINE
           MOVE "GL 110200 direct lines    " TO PRN-AMOUNT-LABEL
           MOVE GL-AR-DIRECT-TOTAL TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           MOVE "GL 110200 offsets         " TO PRN-AMOUNT-LABEL
           MOVE GL-AR-OFFSET-TOTAL TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           MOVE "GL 110200 activity        " TO PRN-AMOUNT-LABEL
           MOVE GL-AR-ACTIVITY-TOTAL TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           COMPUTE SUBLEDGER-MOVEMENT-TOTAL =
              EXPECTED-BALANCE-TOTAL - PRIOR-PROVEN-TOTAL
           MOVE "Subledger net movement    " TO PRN-AMOUNT-LABEL
           MOVE SUBLEDGER-MOVEMENT-TOTAL TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           COMPUTE GL-DIFFERENCE =
              GL-AR-ACTIVITY-TOTAL - SUBLEDGER-MOVEMENT-TOTAL
           MOVE "GL difference             " TO PRN-AMOUNT-LABEL
           MOVE GL-DIFFERENCE TO PRN-AMOUNT-VALUE
           WRITE PROOF-PRINT-LINE FROM PRN-PROOF-AMOUNT-LINE
           IF GL-DIFFERENCE = ZEROS
              MOVE "IN BALANCE" TO PRN-GL-RESULT
           ELSE
              MOVE "OUT OF BALANCE" TO PRN-GL-RESULT
              MOVE "ARGL" TO NEW-EX-TYPE-CODE
              MOVE "AR   " TO NEW-EX-KEY-SHOP-ID
              MOVE GL-AR-ACCOUNT-CODE TO NEW-EX-KEY-DETAIL
              PERFORM WRITE-EXCEPTION-MASTER
              DISPLAY "AR-SUBLEDGER-PROOF: GL 110200 DOES NOT AGREE "
                 "WITH SUBLEDGER NET MOVEMENT"
           END-IF
           WRITE PROOF-PRINT-LINE FROM PRN-GL-RESULT-LINE
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
           MOVE PROOF-DATE TO EX-DATE-RAISED
           MOVE "N" TO EX-RESOLVED-FLAG
           MOVE SPACES TO EX-RESOLUTION-CODE
           MOVE ZEROS TO EX-RESOLVED-DATE
           WRITE EXCEPTION-MASTER-REC
           .

       READ-CHARGE-INPUT.
           READ CHARGE-INPUT-FILE
              AT END
                 SET END-OF-CHARGE-INPUT TO TRUE
           END-READ
           .

       READ-AR-PAYMENT.
           READ AR-PAYMENT-FILE
              AT END
                 SET END-OF-AR-PAYMENTS TO TRUE
           END-READ
           .

       READ-MEMBER-AUDIT.
           READ MEMBER-AUDIT-FILE
              AT END
                 SET END-OF-MEMBER-AUDIT TO TRUE
           END-READ
           .

       READ-GL-EXTRACT.
           READ GL-EXTRACT-FILE
              AT END
                 SET END-OF-GL-EXTRACT TO TRUE
           END-READ
           .

       READ-NEXT-MEMBER.
           READ MEMBER-FILE NEXT RECORD
              AT END
                 SET END-OF-MEMBER-FILE TO TRUE
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
