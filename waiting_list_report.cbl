       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITING-LIST-REPORT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPLICATION-FILE ASSIGN TO
                 "member_application.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS APP-NUMBER.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MEMBER-ID.
           SELECT OPTIONAL CLASS-CAPACITY-FILE ASSIGN TO
                 "member_class_capacity.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAITING-LIST-REPORT-FILE ASSIGN TO
                 "waiting_list.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO
                 "business_date.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAITING-SORT-FILE ASSIGN TO "waitsort.tmp".

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
       FD  CLASS-CAPACITY-FILE.
       01 CLASS-CAPACITY-REC.
          88 END-OF-CLASS-CAPACITY                     VALUE HIGH-VALUES
           .
          05 MCC-MEMBER-TYPE            PIC 9.
          05 MCC-CAPACITY               PIC 9(5).
          05 MCC-INITIATION-FEE         PIC 9(5)V99.
       FD  WAITING-LIST-REPORT-FILE.
       01 WAITING-LIST-PRINT-LINE       PIC X(100).
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
       SD  WAITING-SORT-FILE.
       01 SRT-WAITING-REC.
          05 SRT-MEMBER-TYPE            PIC 9.
          05 SRT-QUEUE-GROUP            PIC 9.
             88 SRT-APPROVED-GROUP                     VALUE 1.
             88 SRT-OFFERED-GROUP                      VALUE 2.
             88 SRT-WAITING-GROUP                      VALUE 3.
          05 SRT-APPLICATION-DATE       PIC 9(8).
          05 SRT-APP-NUMBER             PIC 9(6).
          05 SRT-APPLICANT-NAME         PIC X(20).
          05 SRT-SPONSOR-ID             PIC X(5).
          05 SRT-OFFER-DATE             PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CURRENT-BUSINESS-DATE         PIC 9(8)       VALUE ZEROS.
       01 REPORT-DATE                   PIC 9(8)       VALUE ZEROS.
       01 REPORT-DAY-NUMBER             PIC 9(7)       VALUE ZEROS.
       01 APPLICATION-DAY-NUMBER        PIC 9(7)       VALUE ZEROS.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Membership Waiting List".
       01 PRN-REPORT-DATE-LINE.
          05 FILLER                     PIC X(12)      VALUE
                "Position at ".
          05 PRN-REPORT-DATE            PIC 9(8).
       01 COLUMN-HEADING                PIC X(100)     VALUE
             " Pos App#   Applicant            Sponsor                  
      -      "    Applied   Days Status".
       01 MEMBER-EOF-SWITCH             PIC X          VALUE "N".
          88 END-OF-MEMBER-FILE                        VALUE "Y".
       01 APPLICATION-EOF-SWITCH        PIC X          VALUE "N".
          88 END-OF-APPLICATIONS                       VALUE "Y".
       01 SORTED-WAITING-EOF-SWITCH     PIC X          VALUE "N".
          88 END-OF-SORTED-WAITING                     VALUE "Y".
       01 FIRST-CLASS-SWITCH            PIC X          VALUE "Y".
          88 FIRST-CLASS                               VALUE "Y".
          88 NOT-FIRST-CLASS                           VALUE "N".
       01 CLASS-TABLE.
          05 CLASS-ENTRY                OCCURS 9 TIMES.
             10 CLS-CAPACITY            PIC 9(5).
             10 CLS-MEMBER-COUNT        PIC 9(5).
             10 CLS-PENDING-COUNT       PIC 9(5).
       01 CLASS-INDEX                   PIC 9(2)       VALUE ZEROS.
       01 CLASS-OCCUPIED                PIC 9(6)       VALUE ZEROS.
       01 CURRENT-CLASS                 PIC 9          VALUE ZEROS.
       01 QUEUE-POSITION                PIC 9(5)       VALUE ZEROS.
       01 CLASS-APPROVED-COUNT          PIC 9(5)       VALUE ZEROS.
       01 CLASS-OFFERED-COUNT           PIC 9(5)       VALUE ZEROS.
       01 TOTAL-WAITING-COUNT           PIC 9(5)       VALUE ZEROS.
       01 TOTAL-OFFERED-COUNT           PIC 9(5)       VALUE ZEROS.
       01 TOTAL-APPROVED-COUNT          PIC 9(5)       VALUE ZEROS.
       01 PRN-CLASS-HEADER-LINE.
          05 FILLER                     PIC X(6)       VALUE "CLASS ".
          05 PRN-CLS-MEMBER-TYPE        PIC 9.
          05 FILLER                     PIC X(12)      VALUE
                "   Capacity ".
          05 PRN-CLS-CAPACITY           PIC ZZZZ9.
          05 FILLER                     PIC X(11)      VALUE
                "   Members ".
          05 PRN-CLS-MEMBERS            PIC ZZZZ9.
          05 FILLER                     PIC X(11)      VALUE
                "   Pending ".
          05 PRN-CLS-PENDING            PIC ZZZZ9.
          05 FILLER                     PIC X(8)       VALUE
                "   Open ".
          05 PRN-CLS-OPEN               PIC ZZZZ9.
       01 PRN-WAITING-DETAIL-LINE.
          05 PRN-WL-POSITION            PIC ZZZ9       BLANK WHEN ZERO.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-WL-APP-NUMBER          PIC 9(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-WL-APPLICANT-NAME      PIC X(20).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-WL-SPONSOR-ID          PIC X(5).
          05 FILLER                     PIC X(3)       VALUE SPACES.
          05 PRN-WL-SPONSOR-NAME        PIC X(20).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-WL-APPLICATION-DATE    PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-WL-DAYS-WAITING        PIC ZZZZ9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-WL-STATUS              PIC X(9).
          05 PRN-WL-OFFER-DATE          PIC X(8).
       01 PRN-CLASS-TOTAL-LINE.
          05 FILLER                     PIC X(13)      VALUE
                "  Approved   ".
          05 PRN-CLT-APPROVED           PIC ZZZZ9.
          05 FILLER                     PIC X(12)      VALUE
                "   Offered  ".
          05 PRN-CLT-OFFERED            PIC ZZZZ9.
          05 FILLER                     PIC X(12)      VALUE
                "   Waiting  ".
          05 PRN-CLT-WAITING            PIC ZZZZ9.
       01 PRN-COUNT-LINE.
          05 PRN-WL-COUNT-LABEL         PIC X(26).
          05 PRN-WL-COUNT               PIC ZZZZ9.

       PROCEDURE DIVISION.
       WAITING-LIST-REPORT-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF CURRENT-BUSINESS-DATE NOT = ZEROS
              MOVE CURRENT-BUSINESS-DATE TO REPORT-DATE
           ELSE
              ACCEPT REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE REPORT-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(REPORT-DATE)
           PERFORM LOAD-CLASS-CAPACITY
           OPEN INPUT MEMBER-FILE
           PERFORM COUNT-CLASS-MEMBERS
           OPEN INPUT APPLICATION-FILE
           OPEN OUTPUT WAITING-LIST-REPORT-FILE
           WRITE WAITING-LIST-PRINT-LINE FROM PAGE-HEADER
           MOVE REPORT-DATE TO PRN-REPORT-DATE
           WRITE WAITING-LIST-PRINT-LINE FROM PRN-REPORT-DATE-LINE
           SORT WAITING-SORT-FILE
              ON ASCENDING KEY SRT-MEMBER-TYPE SRT-QUEUE-GROUP
                 SRT-APPLICATION-DATE SRT-APP-NUMBER
              INPUT PROCEDURE IS EXTRACT-OPEN-APPLICATIONS
              OUTPUT PROCEDURE IS PRINT-WAITING-LIST
           MOVE SPACES TO WAITING-LIST-PRINT-LINE
           WRITE WAITING-LIST-PRINT-LINE
           MOVE "Applicants approved" TO PRN-WL-COUNT-LABEL
           MOVE TOTAL-APPROVED-COUNT TO PRN-WL-COUNT
           WRITE WAITING-LIST-PRINT-LINE FROM PRN-COUNT-LINE
           MOVE "Applicants offered places" TO PRN-WL-COUNT-LABEL
           MOVE TOTAL-OFFERED-COUNT TO PRN-WL-COUNT
           WRITE WAITING-LIST-PRINT-LINE FROM PRN-COUNT-LINE
           MOVE "Applicants waiting" TO PRN-WL-COUNT-LABEL
           MOVE TOTAL-WAITING-COUNT TO PRN-WL-COUNT
           WRITE WAITING-LIST-PRINT-LINE FROM PRN-COUNT-LINE
           CLOSE APPLICATION-FILE, MEMBER-FILE,
                 WAITING-LIST-REPORT-FILE
           GOBACK
           .

       LOAD-CLASS-CAPACITY.
           MOVE ZEROS TO CLASS-TABLE
           OPEN INPUT CLASS-CAPACITY-FILE
           PERFORM READ-CLASS-CAPACITY
           PERFORM STORE-CLASS-CAPACITY UNTIL END-OF-CLASS-CAPACITY
           CLOSE CLASS-CAPACITY-FILE
           .

       STORE-CLASS-CAPACITY.
           IF MCC-MEMBER-TYPE IS NUMERIC AND MCC-MEMBER-TYPE > ZERO
                 AND MCC-CAPACITY IS NUMERIC
              MOVE MCC-MEMBER-TYPE TO CLASS-INDEX
              MOVE MCC-CAPACITY TO CLS-CAPACITY(CLASS-INDEX)
           END-IF
           PERFORM READ-CLASS-CAPACITY
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
                 AND (MEMBER-PRIMARY-ID = SPACES
                      OR MEMBER-PRIMARY-ID = MEMBER-ID)
                 AND MEMBER-TYPE IS NUMERIC AND MEMBER-TYPE > ZERO
              MOVE MEMBER-TYPE TO CLASS-INDEX
              COMPUTE CLS-MEMBER-COUNT(CLASS-INDEX) =
                 CLS-MEMBER-COUNT(CLASS-INDEX) + 1
           END-IF
           PERFORM READ-NEXT-MEMBER
           .

       EXTRACT-OPEN-APPLICATIONS.
           MOVE ZEROS TO APP-NUMBER
           START APPLICATION-FILE KEY IS NOT LESS THAN APP-NUMBER
              INVALID KEY
                 SET END-OF-APPLICATIONS TO TRUE
           END-START
           IF NOT END-OF-APPLICATIONS
              PERFORM READ-NEXT-APPLICATION
           END-IF
           PERFORM RELEASE-OPEN-APPLICATION UNTIL END-OF-APPLICATIONS
           .

       RELEASE-OPEN-APPLICATION.
           IF APP-MEMBER-TYPE IS NUMERIC AND APP-MEMBER-TYPE > ZERO
              MOVE APP-MEMBER-TYPE TO CLASS-INDEX
              EVALUATE TRUE
                 WHEN APP-APPROVED
                    SET SRT-APPROVED-GROUP TO TRUE
                    PERFORM RELEASE-APPLICATION
                    PERFORM COUNT-PENDING-PLACE
                 WHEN APP-OFFERED
                    SET SRT-OFFERED-GROUP TO TRUE
                    PERFORM RELEASE-APPLICATION
                    PERFORM COUNT-PENDING-PLACE
                 WHEN APP-WAITING
                    SET SRT-WAITING-GROUP TO TRUE
                    PERFORM RELEASE-APPLICATION
                 WHEN APP-ADMITTED
                    MOVE APP-MEMBER-ID TO MEMBER-ID
                    READ MEMBER-FILE
                       INVALID KEY
                          PERFORM COUNT-PENDING-PLACE
                    END-READ
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           PERFORM READ-NEXT-APPLICATION
           .

       RELEASE-APPLICATION.
           MOVE APP-MEMBER-TYPE TO SRT-MEMBER-TYPE
           MOVE APP-APPLICATION-DATE TO SRT-APPLICATION-DATE
           MOVE APP-NUMBER TO SRT-APP-NUMBER
           MOVE APP-APPLICANT-NAME TO SRT-APPLICANT-NAME
           MOVE APP-SPONSOR-ID TO SRT-SPONSOR-ID
           MOVE APP-OFFER-DATE TO SRT-OFFER-DATE
           RELEASE SRT-WAITING-REC
           .

       COUNT-PENDING-PLACE.
           COMPUTE CLS-PENDING-COUNT(CLASS-INDEX) =
              CLS-PENDING-COUNT(CLASS-INDEX) + 1
           .

       PRINT-WAITING-LIST.
           PERFORM RETURN-SORTED-WAITING
           PERFORM PRINT-WAITING-APPLICANT UNTIL END-OF-SORTED-WAITING
           IF NOT FIRST-CLASS
              PERFORM WRITE-CLASS-TOTALS
           END-IF
           .

       PRINT-WAITING-APPLICANT.
           IF FIRST-CLASS
              SET NOT-FIRST-CLASS TO TRUE
              PERFORM WRITE-CLASS-HEADER
           ELSE
              IF SRT-MEMBER-TYPE NOT = CURRENT-CLASS
                 PERFORM WRITE-CLASS-TOTALS
                 PERFORM WRITE-CLASS-HEADER
              END-IF
           END-IF
           MOVE ZEROS TO PRN-WL-POSITION
           MOVE SPACES TO PRN-WL-OFFER-DATE
           EVALUATE TRUE
              WHEN SRT-APPROVED-GROUP
                 MOVE "APPROVED" TO PRN-WL-STATUS
                 COMPUTE CLASS-APPROVED-COUNT =
                    CLASS-APPROVED-COUNT + 1
              WHEN SRT-OFFERED-GROUP
                 MOVE "OFFERED" TO PRN-WL-STATUS
                 MOVE SRT-OFFER-DATE TO PRN-WL-OFFER-DATE
                 COMPUTE CLASS-OFFERED-COUNT = CLASS-OFFERED-COUNT + 1
              WHEN OTHER
                 MOVE "WAITING" TO PRN-WL-STATUS
                 COMPUTE QUEUE-POSITION = QUEUE-POSITION + 1
                 MOVE QUEUE-POSITION TO PRN-WL-POSITION
           END-EVALUATE
           MOVE SRT-APP-NUMBER TO PRN-WL-APP-NUMBER
           MOVE SRT-APPLICANT-NAME TO PRN-WL-APPLICANT-NAME
           MOVE SRT-SPONSOR-ID TO PRN-WL-SPONSOR-ID
           MOVE SRT-SPONSOR-ID TO MEMBER-ID
           READ MEMBER-FILE
              INVALID KEY
                 MOVE "*** NOT ON FILE ***" TO MEMBER-NAME
           END-READ
           MOVE MEMBER-NAME TO PRN-WL-SPONSOR-NAME
           MOVE SRT-APPLICATION-DATE TO PRN-WL-APPLICATION-DATE
           COMPUTE APPLICATION-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(SRT-APPLICATION-DATE)
           IF APPLICATION-DAY-NUMBER > ZEROS
                 AND REPORT-DAY-NUMBER > APPLICATION-DAY-NUMBER
              COMPUTE PRN-WL-DAYS-WAITING =
                 REPORT-DAY-NUMBER - APPLICATION-DAY-NUMBER
           ELSE
              MOVE ZEROS TO PRN-WL-DAYS-WAITING
           END-IF
           WRITE WAITING-LIST-PRINT-LINE FROM PRN-WAITING-DETAIL-LINE
           PERFORM RETURN-SORTED-WAITING
           .

       WRITE-CLASS-HEADER.
           MOVE SRT-MEMBER-TYPE TO CURRENT-CLASS
           MOVE SRT-MEMBER-TYPE TO CLASS-INDEX
           MOVE ZEROS TO QUEUE-POSITION
           MOVE ZEROS TO CLASS-APPROVED-COUNT
           MOVE ZEROS TO CLASS-OFFERED-COUNT
           MOVE CLASS-INDEX TO PRN-CLS-MEMBER-TYPE
           MOVE CLS-CAPACITY(CLASS-INDEX) TO PRN-CLS-CAPACITY
           MOVE CLS-MEMBER-COUNT(CLASS-INDEX) TO PRN-CLS-MEMBERS
           MOVE CLS-PENDING-COUNT(CLASS-INDEX) TO PRN-CLS-PENDING
           COMPUTE CLASS-OCCUPIED = CLS-MEMBER-COUNT(CLASS-INDEX)
              + CLS-PENDING-COUNT(CLASS-INDEX)
           IF CLS-CAPACITY(CLASS-INDEX) > CLASS-OCCUPIED
              COMPUTE PRN-CLS-OPEN =
                 CLS-CAPACITY(CLASS-INDEX) - CLASS-OCCUPIED
           ELSE
              MOVE ZEROS TO PRN-CLS-OPEN
           END-IF
           MOVE SPACES TO WAITING-LIST-PRINT-LINE
           WRITE WAITING-LIST-PRINT-LINE
           WRITE WAITING-LIST-PRINT-LINE FROM PRN-CLASS-HEADER-LINE
           WRITE WAITING-LIST-PRINT-LINE FROM COLUMN-HEADING
           .

       WRITE-CLASS-TOTALS.
           MOVE CLASS-APPROVED-COUNT TO PRN-CLT-APPROVED
           MOVE CLASS-OFFERED-COUNT TO PRN-CLT-OFFERED
           MOVE QUEUE-POSITION TO PRN-CLT-WAITING
           WRITE WAITING-LIST-PRINT-LINE FROM PRN-CLASS-TOTAL-LINE
           COMPUTE TOTAL-APPROVED-COUNT =
              TOTAL-APPROVED-COUNT + CLASS-APPROVED-COUNT
           COMPUTE TOTAL-OFFERED-COUNT =
              TOTAL-OFFERED-COUNT + CLASS-OFFERED-COUNT
           COMPUTE TOTAL-WAITING-COUNT =
              TOTAL-WAITING-COUNT + QUEUE-POSITION
           .

       RETURN-SORTED-WAITING.
           RETURN WAITING-SORT-FILE
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
