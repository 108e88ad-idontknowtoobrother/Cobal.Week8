       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMBER-ADMISSIONS.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MEMBER-ID.
           SELECT OPTIONAL APPLICATION-FILE ASSIGN TO
                 "member_application.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS APP-NUMBER.
           SELECT OPTIONAL CLASS-CAPACITY-FILE ASSIGN TO
                 "member_class_capacity.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUES-RATE-FILE ASSIGN TO "dues_rates.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MAINT-TRANS-FILE ASSIGN TO
                 "member_maint.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-OF-ACCOUNTS-FILE ASSIGN TO
                 "coa_master.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS COA-ACCOUNT-CODE.
           SELECT ADMISSIONS-REPORT-FILE ASSIGN TO
                 "member_admissions.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADMISSIONS-SORT-FILE ASSIGN TO "admitsort.tmp".

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
          05 APP-MEMBER-NUMBER REDEFINES APP-MEMBER-ID
                                        PIC 9(5).
          05 APP-INITIATION-FEE         PIC 9(5)V99.
       FD  CLASS-CAPACITY-FILE.
       01 CLASS-CAPACITY-REC.
          88 END-OF-CLASS-CAPACITY                     VALUE HIGH-VALUES
           .
          05 MCC-MEMBER-TYPE            PIC 9.
          05 MCC-CAPACITY               PIC 9(5).
          05 MCC-INITIATION-FEE         PIC 9(5)V99.
       FD  DUES-RATE-FILE.
       01 DUES-RATE-REC.
          88 END-OF-DUES-RATES                         VALUE HIGH-VALUES
           .
          05 RATE-MEMBER-TYPE           PIC 9.
          05 RATE-DUES-AMOUNT           PIC 9(3)V99.
       FD  MAINT-TRANS-FILE.
       01 MAINT-TRANS-REC.
          05 MAINT-ACTION               PIC X.
          05 MAINT-MEMBER-ID            PIC X(5).
          05 MAINT-MEMBER-NAME          PIC X(20).
          05 MAINT-MEMBER-TYPE          PIC 9.
          05 MAINT-MEMBER-GENDER        PIC X.
          05 MAINT-MEMBER-DUES          PIC 9(3)V99.
          05 MAINT-MEMBER-DUES-STATUS   PIC X.
          05 MAINT-MEMBER-BILLED-DATE   PIC 9(8).
          05 MAINT-MEMBER-CREDIT-LIMIT  PIC 9(5)V99.
          05 MAINT-MEMBER-PLAN-FLAG     PIC X.
          05 MAINT-MEMBER-PRIMARY-ID    PIC X(5).
          05 MAINT-INITIATION-FEE       PIC 9(5)V99.
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
       FD  ADMISSIONS-REPORT-FILE.
       01 ADMISSIONS-REPORT-LINE        PIC X(80).
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
       SD  ADMISSIONS-SORT-FILE.
       01 SRT-WAITING-REC.
          05 SRT-MEMBER-TYPE            PIC 9.
          05 SRT-APPLICATION-DATE       PIC 9(8).
          05 SRT-APP-NUMBER             PIC 9(6).

       WORKING-STORAGE SECTION.
       01 GL-INITIATION-ACCOUNT-CODE    PIC X(6)       VALUE "400500".
       01 GL-CHECK-ACCOUNT-CODE         PIC X(6)       VALUE SPACES.
       01 GL-ACCOUNT-ERROR-SWITCH       PIC X          VALUE "N".
          88 GL-ACCOUNT-ERROR                          VALUE "Y".
       01 CURRENT-BUSINESS-DATE         PIC 9(8)       VALUE ZEROS.
       01 ADMISSIONS-RUN-DATE           PIC 9(8)       VALUE ZEROS.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Membership Admissions".
       01 PRN-RUN-DATE-LINE.
          05 FILLER                     PIC X(9)       VALUE
                "Run date ".
          05 PRN-RUN-DATE               PIC 9(8).
       01 ADMITTED-SECTION-HEADING      PIC X(45)      VALUE
             "APPROVED APPLICANTS ADMITTED".
       01 ADMITTED-COLUMN-HEADING       PIC X(80)      VALUE
             "App#   Applicant            Cls Member Init Fee    Dues  N
      -      "ote".
       01 OFFERED-SECTION-HEADING       PIC X(45)      VALUE
             "PLACES OFFERED IN QUEUE ORDER".
       01 OFFERED-COLUMN-HEADING        PIC X(80)      VALUE
             "App#   Applicant            Cls Sponsor Applied".
       01 SUMMARY-SECTION-HEADING       PIC X(45)      VALUE
             "CLASS CAPACITY SUMMARY".
       01 SUMMARY-COLUMN-HEADING        PIC X(80)      VALUE
             "Cls Capacity  Members  Pending  Offered   Open  Waiting".
       01 MEMBER-EOF-SWITCH             PIC X          VALUE "N".
          88 END-OF-MEMBER-FILE                        VALUE "Y".
       01 APPLICATION-EOF-SWITCH        PIC X          VALUE "N".
          88 END-OF-APPLICATIONS                       VALUE "Y".
       01 SORTED-WAITING-EOF-SWITCH     PIC X          VALUE "N".
          88 END-OF-SORTED-WAITING                     VALUE "Y".
       01 CAPACITY-LOADED-COUNT         PIC 9(2)       VALUE ZEROS.
       01 CLASS-TABLE.
          05 CLASS-ENTRY                OCCURS 9 TIMES.
             10 CLS-CAPACITY            PIC 9(5).
             10 CLS-INITIATION-FEE      PIC 9(5)V99.
             10 CLS-DUES-AMOUNT         PIC 9(3)V99.
             10 CLS-DUES-LOADED         PIC X.
                88 CLS-DUES-RATE-LOADED                VALUE "Y".
             10 CLS-MEMBER-COUNT        PIC 9(5).
             10 CLS-PENDING-COUNT       PIC 9(5).
             10 CLS-OFFERED-COUNT       PIC 9(5).
             10 CLS-OPEN-PLACES         PIC 9(5).
             10 CLS-WAITING-COUNT       PIC 9(5).
       01 CLASS-INDEX                   PIC 9(2)       VALUE ZEROS.
       01 CLASS-OCCUPIED                PIC 9(6)       VALUE ZEROS.
       01 MEMBER-ID-NUMBER              PIC 9(5)       VALUE ZEROS.
       01 HIGHEST-MEMBER-NUMBER         PIC 9(5)       VALUE ZEROS.
       01 NEW-MEMBER-NUMBER             PIC 9(5)       VALUE ZEROS.
       01 ADMIT-ERROR-TEXT              PIC X(20)      VALUE SPACES.
       01 ADMITTED-COUNT                PIC 9(5)       VALUE ZEROS.
       01 NOT-ADMITTED-COUNT            PIC 9(5)       VALUE ZEROS.
       01 OFFERED-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 INITIATION-FEE-TOTAL          PIC 9(7)V99    VALUE ZEROS.
       01 PRN-ADMITTED-DETAIL-LINE.
          05 PRN-ADM-APP-NUMBER         PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-ADM-APPLICANT-NAME     PIC X(20).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-ADM-MEMBER-TYPE        PIC 9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRN-ADM-MEMBER-ID          PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-ADM-INITIATION-FEE     PIC ZZ,ZZ9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-ADM-DUES-AMOUNT        PIC ZZ9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-ADM-NOTE               PIC X(20).
       01 PRN-OFFERED-DETAIL-LINE.
          05 PRN-OFR-APP-NUMBER         PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OFR-APPLICANT-NAME     PIC X(20).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-OFR-MEMBER-TYPE        PIC 9.
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRN-OFR-SPONSOR-ID         PIC X(5).
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRN-OFR-APPLICATION-DATE   PIC 9(8).
       01 PRN-SUMMARY-DETAIL-LINE.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SUM-MEMBER-TYPE        PIC 9.
          05 FILLER                     PIC X(5)       VALUE SPACES.
          05 PRN-SUM-CAPACITY           PIC ZZZZ9.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 PRN-SUM-MEMBERS            PIC ZZZZ9.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 PRN-SUM-PENDING            PIC ZZZZ9.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 PRN-SUM-OFFERED            PIC ZZZZ9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SUM-OPEN               PIC ZZZZ9.
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 PRN-SUM-WAITING            PIC ZZZZ9.
       01 PRN-ADMITTED-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Applicants admitted     ".
          05 PRN-TOT-ADMITTED           PIC ZZZZ9.
          05 FILLER                     PIC X(18)      VALUE
                "  Initiation fees ".
          05 PRN-TOT-INITIATION-FEES    PIC $$$,$$$,$$9.99.
       01 PRN-NOT-ADMITTED-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Approved not admitted   ".
          05 PRN-TOT-NOT-ADMITTED       PIC ZZZZ9.
       01 PRN-OFFERED-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Places offered          ".
          05 PRN-TOT-OFFERED            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MEMBER-ADMISSIONS-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO ADMISSIONS-RUN-DATE
           ELSE
              ACCEPT ADMISSIONS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM VALIDATE-GL-ACCOUNTS
           PERFORM LOAD-CLASS-TABLE
           OPEN INPUT MEMBER-FILE
           PERFORM COUNT-CLASS-MEMBERS
           OPEN I-O APPLICATION-FILE
           PERFORM START-APPLICATION-SCAN
           PERFORM TALLY-APPLICATION UNTIL END-OF-APPLICATIONS
           PERFORM COMPUTE-OPEN-PLACES
              VARYING CLASS-INDEX FROM 1 BY 1 UNTIL CLASS-INDEX > 9
           OPEN EXTEND MAINT-TRANS-FILE
           OPEN OUTPUT ADMISSIONS-REPORT-FILE
           WRITE ADMISSIONS-REPORT-LINE FROM PAGE-HEADER
           MOVE ADMISSIONS-RUN-DATE TO PRN-RUN-DATE
           WRITE ADMISSIONS-REPORT-LINE FROM PRN-RUN-DATE-LINE
           MOVE SPACES TO ADMISSIONS-REPORT-LINE
           WRITE ADMISSIONS-REPORT-LINE
           WRITE ADMISSIONS-REPORT-LINE FROM ADMITTED-SECTION-HEADING
           WRITE ADMISSIONS-REPORT-LINE FROM ADMITTED-COLUMN-HEADING
           PERFORM START-APPLICATION-SCAN
           PERFORM ADMIT-APPROVED-APPLICANT UNTIL END-OF-APPLICATIONS
           MOVE SPACES TO ADMISSIONS-REPORT-LINE
           WRITE ADMISSIONS-REPORT-LINE
           WRITE ADMISSIONS-REPORT-LINE FROM OFFERED-SECTION-HEADING
           WRITE ADMISSIONS-REPORT-LINE FROM OFFERED-COLUMN-HEADING
           SORT ADMISSIONS-SORT-FILE
              ON ASCENDING KEY SRT-MEMBER-TYPE SRT-APPLICATION-DATE
                 SRT-APP-NUMBER
              INPUT PROCEDURE IS RELEASE-WAITING-APPLICATIONS
              OUTPUT PROCEDURE IS OFFER-OPEN-PLACES
           PERFORM WRITE-CLASS-SUMMARY
           MOVE SPACES TO ADMISSIONS-REPORT-LINE
           WRITE ADMISSIONS-REPORT-LINE
           MOVE ADMITTED-COUNT TO PRN-TOT-ADMITTED
           MOVE INITIATION-FEE-TOTAL TO PRN-TOT-INITIATION-FEES
           WRITE ADMISSIONS-REPORT-LINE FROM PRN-ADMITTED-TOTAL-LINE
           MOVE NOT-ADMITTED-COUNT TO PRN-TOT-NOT-ADMITTED
           WRITE ADMISSIONS-REPORT-LINE FROM
              PRN-NOT-ADMITTED-TOTAL-LINE
           MOVE OFFERED-COUNT TO PRN-TOT-OFFERED
           WRITE ADMISSIONS-REPORT-LINE FROM PRN-OFFERED-TOTAL-LINE
           CLOSE MEMBER-FILE, APPLICATION-FILE, MAINT-TRANS-FILE,
                 ADMISSIONS-REPORT-FILE
           GOBACK
           .

       LOAD-CLASS-TABLE.
           MOVE ZEROS TO CLASS-TABLE
           MOVE ZEROS TO CAPACITY-LOADED-COUNT
           OPEN INPUT CLASS-CAPACITY-FILE
           PERFORM READ-CLASS-CAPACITY
           PERFORM STORE-CLASS-CAPACITY UNTIL END-OF-CLASS-CAPACITY
           CLOSE CLASS-CAPACITY-FILE
           IF CAPACITY-LOADED-COUNT = ZEROS
              DISPLAY "MEMBER-ADMISSIONS: NO CLASS CAPACITY TABLE"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT DUES-RATE-FILE
           PERFORM READ-DUES-RATE
           PERFORM STORE-DUES-RATE UNTIL END-OF-DUES-RATES
           CLOSE DUES-RATE-FILE
           .

       STORE-CLASS-CAPACITY.
           IF MCC-MEMBER-TYPE IS NUMERIC AND MCC-MEMBER-TYPE > ZERO
                 AND MCC-CAPACITY IS NUMERIC
                 AND MCC-INITIATION-FEE IS NUMERIC
              MOVE MCC-MEMBER-TYPE TO CLASS-INDEX
              MOVE MCC-CAPACITY TO CLS-CAPACITY(CLASS-INDEX)
              MOVE MCC-INITIATION-FEE TO
                 CLS-INITIATION-FEE(CLASS-INDEX)
              COMPUTE CAPACITY-LOADED-COUNT =
                 CAPACITY-LOADED-COUNT + 1
           END-IF
           PERFORM READ-CLASS-CAPACITY
           .

       STORE-DUES-RATE.
           IF RATE-MEMBER-TYPE IS NUMERIC AND RATE-MEMBER-TYPE > ZERO
                 AND RATE-DUES-AMOUNT IS NUMERIC
              MOVE RATE-MEMBER-TYPE TO CLASS-INDEX
              MOVE RATE-DUES-AMOUNT TO CLS-DUES-AMOUNT(CLASS-INDEX)
              MOVE "Y" TO CLS-DUES-LOADED(CLASS-INDEX)
           END-IF
           PERFORM READ-DUES-RATE
           .

       COUNT-CLASS-MEMBERS.
           MOVE LOW-VALUES TO MEMBER-ID
           START MEMBER-FILE KEY IS NOT LESS THAN MEMBER-ID
              INVALID KEY
                 SET END-OF-MEMBER-FILE TO TRUE
           END-START
           IF NOT END-OF-MEMBER-FILE
              PERFORM READ-NEXT-MEMBER
           END-IF
           PERFORM COUNT-ONE-MEMBER UNTIL END-OF-MEMBER-FILE
           .

       COUNT-ONE-MEMBER.
           IF NOT IS-MEMBER-TRAILER
              IF (MEMBER-PRIMARY-ID = SPACES
                    OR MEMBER-PRIMARY-ID = MEMBER-ID)
                    AND MEMBER-TYPE IS NUMERIC AND MEMBER-TYPE > ZERO
                 MOVE MEMBER-TYPE TO CLASS-INDEX
                 COMPUTE CLS-MEMBER-COUNT(CLASS-INDEX) =
                    CLS-MEMBER-COUNT(CLASS-INDEX) + 1
              END-IF
              IF MEMBER-ID IS NUMERIC
                 MOVE MEMBER-ID TO MEMBER-ID-NUMBER
                 IF MEMBER-ID-NUMBER > HIGHEST-MEMBER-NUMBER
                    MOVE MEMBER-ID-NUMBER TO HIGHEST-MEMBER-NUMBER
                 END-IF
              END-IF
           END-IF
           PERFORM READ-NEXT-MEMBER
           .

       START-APPLICATION-SCAN.
           MOVE "N" TO APPLICATION-EOF-SWITCH
           MOVE ZEROS TO APP-NUMBER
           START APPLICATION-FILE KEY IS NOT LESS THAN APP-NUMBER
              INVALID KEY
                 SET END-OF-APPLICATIONS TO TRUE
           END-START
           IF NOT END-OF-APPLICATIONS
              PERFORM READ-NEXT-APPLICATION
           END-IF
           .

       TALLY-APPLICATION.
           IF APP-MEMBER-TYPE IS NUMERIC AND APP-MEMBER-TYPE > ZERO
              MOVE APP-MEMBER-TYPE TO CLASS-INDEX
              EVALUATE TRUE
                 WHEN APP-OFFERED
                 WHEN APP-APPROVED
                    COMPUTE CLS-PENDING-COUNT(CLASS-INDEX) =
                       CLS-PENDING-COUNT(CLASS-INDEX) + 1
                 WHEN APP-ADMITTED
                    PERFORM TALLY-ADMITTED-APPLICATION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM READ-NEXT-APPLICATION
           .

       TALLY-ADMITTED-APPLICATION.
           IF APP-MEMBER-ID IS NUMERIC
              IF APP-MEMBER-NUMBER > HIGHEST-MEMBER-NUMBER
                 MOVE APP-MEMBER-NUMBER TO HIGHEST-MEMBER-NUMBER
              END-IF
              MOVE APP-MEMBER-ID TO MEMBER-ID
              READ MEMBER-FILE
                 INVALID KEY
                    COMPUTE CLS-PENDING-COUNT(CLASS-INDEX) =
                       CLS-PENDING-COUNT(CLASS-INDEX) + 1
              END-READ
           END-IF
           .

       COMPUTE-OPEN-PLACES.
           COMPUTE CLASS-OCCUPIED = CLS-MEMBER-COUNT(CLASS-INDEX)
              + CLS-PENDING-COUNT(CLASS-INDEX)
           IF CLS-CAPACITY(CLASS-INDEX) > CLASS-OCCUPIED
              COMPUTE CLS-OPEN-PLACES(CLASS-INDEX) =
                 CLS-CAPACITY(CLASS-INDEX) - CLASS-OCCUPIED
           ELSE
              MOVE ZEROS TO CLS-OPEN-PLACES(CLASS-INDEX)
           END-IF
           .

       ADMIT-APPROVED-APPLICANT.
           IF APP-APPROVED
                 AND APP-MEMBER-TYPE IS NUMERIC
                 AND APP-MEMBER-TYPE > ZERO
              MOVE APP-MEMBER-TYPE TO CLASS-INDEX
              MOVE SPACES TO ADMIT-ERROR-TEXT
              EVALUATE TRUE
                 WHEN NOT CLS-DUES-RATE-LOADED(CLASS-INDEX)
                    MOVE "NO DUES RATE" TO ADMIT-ERROR-TEXT
                 WHEN HIGHEST-MEMBER-NUMBER = 99999
                    MOVE "NO MEMBER ID FREE" TO ADMIT-ERROR-TEXT
                 WHEN OTHER
                    PERFORM ADMIT-APPLICANT
              END-EVALUATE
              IF ADMIT-ERROR-TEXT NOT = SPACES
                 PERFORM WRITE-NOT-ADMITTED
              END-IF
           END-IF
           PERFORM READ-NEXT-APPLICATION
           .

       ADMIT-APPLICANT.
           COMPUTE NEW-MEMBER-NUMBER = HIGHEST-MEMBER-NUMBER + 1
           MOVE NEW-MEMBER-NUMBER TO HIGHEST-MEMBER-NUMBER
           MOVE NEW-MEMBER-NUMBER TO APP-MEMBER-NUMBER
           MOVE CLS-INITIATION-FEE(CLASS-INDEX) TO APP-INITIATION-FEE
           SET APP-ADMITTED TO TRUE
           REWRITE APPLICATION-REC
           PERFORM WRITE-MAINT-ADD-TRANS
           COMPUTE ADMITTED-COUNT = ADMITTED-COUNT + 1
           COMPUTE INITIATION-FEE-TOTAL =
              INITIATION-FEE-TOTAL + APP-INITIATION-FEE
           MOVE APP-NUMBER TO PRN-ADM-APP-NUMBER
           MOVE APP-APPLICANT-NAME TO PRN-ADM-APPLICANT-NAME
           MOVE APP-MEMBER-TYPE TO PRN-ADM-MEMBER-TYPE
           MOVE APP-MEMBER-ID TO PRN-ADM-MEMBER-ID
           MOVE APP-INITIATION-FEE TO PRN-ADM-INITIATION-FEE
           MOVE CLS-DUES-AMOUNT(CLASS-INDEX) TO PRN-ADM-DUES-AMOUNT
           MOVE SPACES TO PRN-ADM-NOTE
           WRITE ADMISSIONS-REPORT-LINE FROM PRN-ADMITTED-DETAIL-LINE
           .

       WRITE-MAINT-ADD-TRANS.
           MOVE "A" TO MAINT-ACTION
           MOVE APP-MEMBER-ID TO MAINT-MEMBER-ID
           MOVE APP-APPLICANT-NAME TO MAINT-MEMBER-NAME
           MOVE APP-MEMBER-TYPE TO MAINT-MEMBER-TYPE
           MOVE APP-GENDER TO MAINT-MEMBER-GENDER
           MOVE CLS-DUES-AMOUNT(CLASS-INDEX) TO MAINT-MEMBER-DUES
           MOVE "P" TO MAINT-MEMBER-DUES-STATUS
           MOVE ZEROS TO MAINT-MEMBER-BILLED-DATE
           MOVE ZEROS TO MAINT-MEMBER-CREDIT-LIMIT
           MOVE "N" TO MAINT-MEMBER-PLAN-FLAG
           MOVE SPACES TO MAINT-MEMBER-PRIMARY-ID
           MOVE APP-INITIATION-FEE TO MAINT-INITIATION-FEE
           WRITE MAINT-TRANS-REC
           .

       WRITE-NOT-ADMITTED.
           MOVE APP-NUMBER TO PRN-ADM-APP-NUMBER
           MOVE APP-APPLICANT-NAME TO PRN-ADM-APPLICANT-NAME
           MOVE APP-MEMBER-TYPE TO PRN-ADM-MEMBER-TYPE
           MOVE SPACES TO PRN-ADM-MEMBER-ID
           MOVE ZEROS TO PRN-ADM-INITIATION-FEE
           MOVE ZEROS TO PRN-ADM-DUES-AMOUNT
           MOVE ADMIT-ERROR-TEXT TO PRN-ADM-NOTE
           WRITE ADMISSIONS-REPORT-LINE FROM PRN-ADMITTED-DETAIL-LINE
           COMPUTE NOT-ADMITTED-COUNT = NOT-ADMITTED-COUNT + 1
           .

       RELEASE-WAITING-APPLICATIONS.
           PERFORM START-APPLICATION-SCAN
           PERFORM RELEASE-WAITING-APPLICATION
              UNTIL END-OF-APPLICATIONS
           .

       RELEASE-WAITING-APPLICATION.
           IF APP-WAITING
                 AND APP-MEMBER-TYPE IS NUMERIC
                 AND APP-MEMBER-TYPE > ZERO
              MOVE APP-MEMBER-TYPE TO SRT-MEMBER-TYPE
              MOVE APP-APPLICATION-DATE TO SRT-APPLICATION-DATE
              MOVE APP-NUMBER TO SRT-APP-NUMBER
              RELEASE SRT-WAITING-REC
           END-IF
           PERFORM READ-NEXT-APPLICATION
           .

       OFFER-OPEN-PLACES.
           PERFORM RETURN-SORTED-WAITING
           PERFORM OFFER-ONE-PLACE UNTIL END-OF-SORTED-WAITING
           .

       OFFER-ONE-PLACE.
           MOVE SRT-MEMBER-TYPE TO CLASS-INDEX
           IF CLS-OPEN-PLACES(CLASS-INDEX) > ZEROS
              MOVE SRT-APP-NUMBER TO APP-NUMBER
              READ APPLICATION-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM OFFER-APPLICATION-PLACE
              END-READ
           ELSE
              COMPUTE CLS-WAITING-COUNT(CLASS-INDEX) =
                 CLS-WAITING-COUNT(CLASS-INDEX) + 1
           END-IF
           PERFORM RETURN-SORTED-WAITING
           .

       OFFER-APPLICATION-PLACE.
           SET APP-OFFERED TO TRUE
           MOVE ADMISSIONS-RUN-DATE TO APP-OFFER-DATE
           REWRITE APPLICATION-REC
           COMPUTE CLS-OPEN-PLACES(CLASS-INDEX) =
              CLS-OPEN-PLACES(CLASS-INDEX) - 1
           COMPUTE CLS-PENDING-COUNT(CLASS-INDEX) =
              CLS-PENDING-COUNT(CLASS-INDEX) + 1
           COMPUTE CLS-OFFERED-COUNT(CLASS-INDEX) =
              CLS-OFFERED-COUNT(CLASS-INDEX) + 1
           COMPUTE OFFERED-COUNT = OFFERED-COUNT + 1
           MOVE APP-NUMBER TO PRN-OFR-APP-NUMBER
           MOVE APP-APPLICANT-NAME TO PRN-OFR-APPLICANT-NAME
           MOVE APP-MEMBER-TYPE TO PRN-OFR-MEMBER-TYPE
           MOVE APP-SPONSOR-ID TO PRN-OFR-SPONSOR-ID
           MOVE APP-APPLICATION-DATE TO PRN-OFR-APPLICATION-DATE
           WRITE ADMISSIONS-REPORT-LINE FROM PRN-OFFERED-DETAIL-LINE
           .

       WRITE-CLASS-SUMMARY.
           MOVE SPACES TO ADMISSIONS-REPORT-LINE
           WRITE ADMISSIONS-REPORT-LINE
           WRITE ADMISSIONS-REPORT-LINE FROM SUMMARY-SECTION-HEADING
           WRITE ADMISSIONS-REPORT-LINE FROM SUMMARY-COLUMN-HEADING
           PERFORM WRITE-CLASS-SUMMARY-LINE
              VARYING CLASS-INDEX FROM 1 BY 1 UNTIL CLASS-INDEX > 9
           .

       WRITE-CLASS-SUMMARY-LINE.
           IF CLS-CAPACITY(CLASS-INDEX) > ZEROS
                 OR CLS-MEMBER-COUNT(CLASS-INDEX) > ZEROS
                 OR CLS-PENDING-COUNT(CLASS-INDEX) > ZEROS
                 OR CLS-WAITING-COUNT(CLASS-INDEX) > ZEROS
              MOVE CLASS-INDEX TO PRN-SUM-MEMBER-TYPE
              MOVE CLS-CAPACITY(CLASS-INDEX) TO PRN-SUM-CAPACITY
              MOVE CLS-MEMBER-COUNT(CLASS-INDEX) TO PRN-SUM-MEMBERS
              MOVE CLS-PENDING-COUNT(CLASS-INDEX) TO PRN-SUM-PENDING
              MOVE CLS-OFFERED-COUNT(CLASS-INDEX) TO PRN-SUM-OFFERED
              MOVE CLS-OPEN-PLACES(CLASS-INDEX) TO PRN-SUM-OPEN
              MOVE CLS-WAITING-COUNT(CLASS-INDEX) TO PRN-SUM-WAITING
              WRITE ADMISSIONS-REPORT-LINE FROM PRN-SUMMARY-DETAIL-LINE
           END-IF
           .

       RETURN-SORTED-WAITING.
           RETURN ADMISSIONS-SORT-FILE
           AT END
              SET END-OF-SORTED-WAITING TO TRUE
           END-RETURN
           .

       READ-CLASS-CAPACITY.
           READ CLASS-CAPACITY-FILE
              AT END
                 SET END-OF-CLASS-CAPACITY TO TRUE
           END-READ
           .

       READ-DUES-RATE.
           READ DUES-RATE-FILE
              AT END
                 SET END-OF-DUES-RATES TO TRUE
           END-READ
           .

       READ-NEXT-MEMBER.
           READ MEMBER-FILE NEXT RECORD
              AT END
                 SET END-OF-MEMBER-FILE TO TRUE
           END-READ
           .

       READ-NEXT-APPLICATION.
           READ APPLICATION-FILE NEXT RECORD
              AT END
                 SET END-OF-APPLICATIONS TO TRUE
           END-READ
           .

       VALIDATE-GL-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           MOVE GL-INITIATION-ACCOUNT-CODE TO GL-CHECK-ACCOUNT-CODE
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
              DISPLAY "MEMBER-ADMISSIONS: GL ACCOUNT "
                 GL-CHECK-ACCOUNT-CODE
                 " NOT ACTIVE ON CHART OF ACCOUNTS"
              SET GL-ACCOUNT-ERROR TO TRUE
           END-IF
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
