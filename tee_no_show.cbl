       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEE-NO-SHOW-REPORT.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TEE-TIME-FILE ASSIGN TO "tee_times.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS TT-KEY.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS MEMBER-ID.
           SELECT NO-SHOW-REPORT-FILE ASSIGN TO "tee_no_show.rpt"
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
       FD  NO-SHOW-REPORT-FILE.
       01 NO-SHOW-PRINT-LINE            PIC X(80).
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
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Tee Time No-Show Report".
       01 PRN-REPORT-DATE-LINE.
          05 FILLER                     PIC X(9)       VALUE
                "Tee date ".
          05 PRN-REPORT-DATE            PIC 9(8).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Crs Time  Memb   Name                   Pty Booked    To D
      -      "ate".
       01 REPORT-DATE-TEXT              PIC X(8)       VALUE SPACES.
       01 REPORT-DATE                   PIC 9(8)       VALUE ZEROS.
       01 REPORT-DAY-NUMBER             PIC 9(7)       VALUE ZEROS.
       01 TEE-TIME-EOF-SWITCH           PIC X          VALUE "N".
          88 END-OF-TEE-TIME-FILE                      VALUE "Y".
       01 NO-SHOW-HISTORY-TABLE.
          05 NO-SHOW-HISTORY-ENTRY      OCCURS 1000 TIMES.
             10 NSH-MEMBER-ID           PIC X(5).
             10 NSH-NO-SHOW-COUNT       PIC 9(5).
       01 NO-SHOW-HISTORY-COUNT         PIC 9(4)       VALUE ZEROS.
       01 NO-SHOW-HISTORY-INDEX         PIC 9(4)       VALUE ZEROS.
       01 NO-SHOW-FOUND-SWITCH          PIC X          VALUE "N".
          88 NO-SHOW-ENTRY-FOUND                       VALUE "Y".
          88 NO-SHOW-ENTRY-NOT-FOUND                   VALUE "N".
       01 NO-SHOW-FULL-SWITCH           PIC X          VALUE "N".
          88 NO-SHOW-FULL-WARNED                       VALUE "Y".
       01 NO-SHOW-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 NO-SHOW-PLAYERS               PIC 9(5)       VALUE ZEROS.
       01 PARTY-SIZE                    PIC 9          VALUE ZEROS.
       01 PRN-NO-SHOW-DETAIL-LINE.
          05 PRN-NS-COURSE-ID           PIC X(2).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-NS-TEE-TIME            PIC 9(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-NS-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-NS-MEMBER-NAME         PIC X(20).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 PRN-NS-PARTY-SIZE          PIC 9.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-NS-BOOKED-DATE         PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-NS-TO-DATE             PIC ZZZZ9.
       01 PRN-NO-SHOW-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "No-show tee times       ".
          05 PRN-NO-SHOW-COUNT          PIC ZZZZ9.
          05 FILLER                     PIC X(11)      VALUE
                "  Players  ".
          05 PRN-NO-SHOW-PLAYERS        PIC ZZZZ9.

       PROCEDURE DIVISION.
       TEE-NO-SHOW-PROCESS.
           PERFORM INITIALIZE-REPORT-DATE
           OPEN INPUT TEE-TIME-FILE
           OPEN INPUT MEMBER-FILE
           OPEN OUTPUT NO-SHOW-REPORT-FILE
           PERFORM LOAD-NO-SHOW-HISTORY
           WRITE NO-SHOW-PRINT-LINE FROM PAGE-HEADER
           MOVE REPORT-DATE TO PRN-REPORT-DATE
           WRITE NO-SHOW-PRINT-LINE FROM PRN-REPORT-DATE-LINE
           WRITE NO-SHOW-PRINT-LINE FROM COLUMN-HEADING
           MOVE "N" TO TEE-TIME-EOF-SWITCH
           MOVE REPORT-DATE TO TT-TEE-DATE
           MOVE LOW-VALUES TO TT-COURSE-ID
           MOVE ZEROS TO TT-TEE-TIME
           START TEE-TIME-FILE KEY IS NOT LESS THAN TT-KEY
              INVALID KEY
                 SET END-OF-TEE-TIME-FILE TO TRUE
           END-START
           IF NOT END-OF-TEE-TIME-FILE
              PERFORM READ-NEXT-TEE-TIME
           END-IF
           PERFORM REPORT-NO-SHOW UNTIL END-OF-TEE-TIME-FILE
              OR TT-TEE-DATE NOT = REPORT-DATE
           MOVE SPACES TO NO-SHOW-PRINT-LINE
           WRITE NO-SHOW-PRINT-LINE
           MOVE NO-SHOW-COUNT TO PRN-NO-SHOW-COUNT
           MOVE NO-SHOW-PLAYERS TO PRN-NO-SHOW-PLAYERS
           WRITE NO-SHOW-PRINT-LINE FROM PRN-NO-SHOW-TOTAL-LINE
           CLOSE TEE-TIME-FILE, MEMBER-FILE, NO-SHOW-REPORT-FILE
           GOBACK
           .

       INITIALIZE-REPORT-DATE.
           ACCEPT REPORT-DATE-TEXT FROM COMMAND-LINE
           IF REPORT-DATE-TEXT = SPACES
              ACCEPT REPORT-DATE-TEXT FROM ENVIRONMENT
                 "TEE_NO_SHOW_DATE"
           END-IF
           IF REPORT-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO REPORT-DATE-TEXT
              END-IF
           END-IF
           IF REPORT-DATE-TEXT IS NUMERIC
                 AND REPORT-DATE-TEXT NOT = SPACES
              MOVE REPORT-DATE-TEXT TO REPORT-DATE
           ELSE
              DISPLAY "TEE-NO-SHOW-REPORT: TEE DATE REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE REPORT-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(REPORT-DATE)
           IF REPORT-DAY-NUMBER = ZEROS
              DISPLAY "TEE-NO-SHOW-REPORT: TEE DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       LOAD-NO-SHOW-HISTORY.
           MOVE LOW-VALUES TO TT-KEY
           START TEE-TIME-FILE KEY IS NOT LESS THAN TT-KEY
              INVALID KEY
                 SET END-OF-TEE-TIME-FILE TO TRUE
           END-START
           IF NOT END-OF-TEE-TIME-FILE
              PERFORM READ-NEXT-TEE-TIME
           END-IF
           PERFORM COUNT-NO-SHOW UNTIL END-OF-TEE-TIME-FILE
              OR TT-TEE-DATE > REPORT-DATE
           .

       COUNT-NO-SHOW.
           IF TEE-TIME-NO-SHOW
              PERFORM LOCATE-NO-SHOW-ENTRY
              IF NO-SHOW-ENTRY-NOT-FOUND
                    AND NO-SHOW-HISTORY-COUNT < 1000
                 COMPUTE NO-SHOW-HISTORY-COUNT =
                    NO-SHOW-HISTORY-COUNT + 1
                 MOVE NO-SHOW-HISTORY-COUNT TO NO-SHOW-HISTORY-INDEX
                 MOVE TT-MEMBER-ID TO
                    NSH-MEMBER-ID(NO-SHOW-HISTORY-INDEX)
                 MOVE ZEROS TO NSH-NO-SHOW-COUNT(NO-SHOW-HISTORY-INDEX)
                 SET NO-SHOW-ENTRY-FOUND TO TRUE
              END-IF
              IF NO-SHOW-ENTRY-FOUND
                 COMPUTE NSH-NO-SHOW-COUNT(NO-SHOW-HISTORY-INDEX) =
                    NSH-NO-SHOW-COUNT(NO-SHOW-HISTORY-INDEX) + 1
              ELSE
                 IF NOT NO-SHOW-FULL-WARNED
                    DISPLAY "TEE-NO-SHOW-REPORT: HISTORY TABLE FULL - "
                       "TO-DATE COUNTS INCOMPLETE"
                    SET NO-SHOW-FULL-WARNED TO TRUE
                 END-IF
              END-IF
           END-IF
           PERFORM READ-NEXT-TEE-TIME
           .

       LOCATE-NO-SHOW-ENTRY.
           SET NO-SHOW-ENTRY-NOT-FOUND TO TRUE
           MOVE ZEROS TO NO-SHOW-HISTORY-INDEX
           PERFORM CHECK-NO-SHOW-ENTRY
              UNTIL NO-SHOW-ENTRY-FOUND
              OR NO-SHOW-HISTORY-INDEX >= NO-SHOW-HISTORY-COUNT
           .

       CHECK-NO-SHOW-ENTRY.
           COMPUTE NO-SHOW-HISTORY-INDEX = NO-SHOW-HISTORY-INDEX + 1
           IF TT-MEMBER-ID = NSH-MEMBER-ID(NO-SHOW-HISTORY-INDEX)
              SET NO-SHOW-ENTRY-FOUND TO TRUE
           END-IF
           .

       REPORT-NO-SHOW.
           IF TEE-TIME-NO-SHOW
              MOVE TT-MEMBER-ID TO MEMBER-ID
              READ MEMBER-FILE
                 INVALID KEY
                    MOVE "* NOT ON FILE" TO MEMBER-NAME
              END-READ
              IF TT-GUEST-COUNT IS NUMERIC
                 COMPUTE PARTY-SIZE = TT-GUEST-COUNT + 1
              ELSE
                 MOVE 1 TO PARTY-SIZE
              END-IF
              PERFORM LOCATE-NO-SHOW-ENTRY
              MOVE TT-COURSE-ID TO PRN-NS-COURSE-ID
              MOVE TT-TEE-TIME TO PRN-NS-TEE-TIME
              MOVE TT-MEMBER-ID TO PRN-NS-MEMBER-ID
              MOVE MEMBER-NAME TO PRN-NS-MEMBER-NAME
              MOVE PARTY-SIZE TO PRN-NS-PARTY-SIZE
              MOVE TT-BOOKED-DATE TO PRN-NS-BOOKED-DATE
              IF NO-SHOW-ENTRY-FOUND
                 MOVE NSH-NO-SHOW-COUNT(NO-SHOW-HISTORY-INDEX) TO
                    PRN-NS-TO-DATE
              ELSE
                 MOVE ZEROS TO PRN-NS-TO-DATE
              END-IF
              WRITE NO-SHOW-PRINT-LINE FROM PRN-NO-SHOW-DETAIL-LINE
              COMPUTE NO-SHOW-COUNT = NO-SHOW-COUNT + 1
              COMPUTE NO-SHOW-PLAYERS = NO-SHOW-PLAYERS + PARTY-SIZE
           END-IF
           PERFORM READ-NEXT-TEE-TIME
           .

       READ-NEXT-TEE-TIME.
           READ TEE-TIME-FILE NEXT RECORD
              AT END
                 SET END-OF-TEE-TIME-FILE TO TRUE
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
