       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEE-SHEET.
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
           SELECT TEE-SHEET-FILE ASSIGN TO "tee_sheet.rpt"
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
       FD  TEE-SHEET-FILE.
       01 TEE-SHEET-PRINT-LINE          PIC X(80).
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
             "Rolling Greens Golf Club - Daily Tee Sheet".
       01 PRN-SHEET-DATE-LINE.
          05 FILLER                     PIC X(9)       VALUE
                "Tee date ".
          05 PRN-SHEET-DATE             PIC 9(8).
       01 PRN-COURSE-HEADING.
          05 FILLER                     PIC X(7)       VALUE
                "Course ".
          05 PRN-COURSE-ID              PIC X(2).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Time  Memb   Name                  Cart Status       Guest
      -      "s".
       01 SHEET-DATE-TEXT               PIC X(8)       VALUE SPACES.
       01 SHEET-DATE                    PIC 9(8)       VALUE ZEROS.
       01 SHEET-DAY-NUMBER              PIC 9(7)       VALUE ZEROS.
       01 CURRENT-COURSE-ID             PIC X(2)       VALUE SPACES.
       01 TEE-TIME-EOF-SWITCH           PIC X          VALUE "N".
          88 END-OF-TEE-TIME-FILE                      VALUE "Y".
       01 GUEST-INDEX                   PIC 9          VALUE ZEROS.
       01 PARTY-SIZE                    PIC 9          VALUE ZEROS.
       01 TEE-TIME-COUNT                PIC 9(5)       VALUE ZEROS.
       01 PLAYER-COUNT                  PIC 9(5)       VALUE ZEROS.
       01 PRN-SHEET-DETAIL-LINE.
          05 PRN-SD-TEE-TIME            PIC 9(4).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SD-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SD-MEMBER-NAME         PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SD-CART                PIC X(4).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-SD-STATUS              PIC X(11).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-SD-GUEST-NAME          PIC X(15).
       01 PRN-GUEST-LINE.
          05 FILLER                     PIC X(53)      VALUE SPACES.
          05 PRN-GL-GUEST-NAME          PIC X(15).
       01 PRN-SHEET-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Tee times booked        ".
          05 PRN-TEE-TIME-COUNT         PIC ZZZZ9.
          05 FILLER                     PIC X(11)      VALUE
                "  Players  ".
          05 PRN-PLAYER-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.
       TEE-SHEET-PROCESS.
           PERFORM INITIALIZE-SHEET-DATE
           OPEN INPUT TEE-TIME-FILE
           OPEN INPUT MEMBER-FILE
           OPEN OUTPUT TEE-SHEET-FILE
           WRITE TEE-SHEET-PRINT-LINE FROM PAGE-HEADER
           MOVE SHEET-DATE TO PRN-SHEET-DATE
           WRITE TEE-SHEET-PRINT-LINE FROM PRN-SHEET-DATE-LINE
           MOVE SHEET-DATE TO TT-TEE-DATE
           MOVE LOW-VALUES TO TT-COURSE-ID
           MOVE ZEROS TO TT-TEE-TIME
           START TEE-TIME-FILE KEY IS NOT LESS THAN TT-KEY
              INVALID KEY
                 SET END-OF-TEE-TIME-FILE TO TRUE
           END-START
           IF NOT END-OF-TEE-TIME-FILE
              PERFORM READ-NEXT-TEE-TIME
           END-IF
           PERFORM PRINT-TEE-TIME UNTIL END-OF-TEE-TIME-FILE
              OR TT-TEE-DATE NOT = SHEET-DATE
           MOVE SPACES TO TEE-SHEET-PRINT-LINE
           WRITE TEE-SHEET-PRINT-LINE
           MOVE TEE-TIME-COUNT TO PRN-TEE-TIME-COUNT
           MOVE PLAYER-COUNT TO PRN-PLAYER-COUNT
           WRITE TEE-SHEET-PRINT-LINE FROM PRN-SHEET-TOTAL-LINE
           CLOSE TEE-TIME-FILE, MEMBER-FILE, TEE-SHEET-FILE
           GOBACK
           .

       INITIALIZE-SHEET-DATE.
           ACCEPT SHEET-DATE-TEXT FROM COMMAND-LINE
           IF SHEET-DATE-TEXT = SPACES
              ACCEPT SHEET-DATE-TEXT FROM ENVIRONMENT
                 "TEE_SHEET_DATE"
           END-IF
           IF SHEET-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO SHEET-DATE-TEXT
              END-IF
           END-IF
           IF SHEET-DATE-TEXT IS NUMERIC
                 AND SHEET-DATE-TEXT NOT = SPACES
              MOVE SHEET-DATE-TEXT TO SHEET-DATE
           ELSE
              DISPLAY "TEE-SHEET: TEE DATE REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE SHEET-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(SHEET-DATE)
           IF SHEET-DAY-NUMBER = ZEROS
              DISPLAY "TEE-SHEET: TEE DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       PRINT-TEE-TIME.
           IF NOT TEE-TIME-CANCELLED
              IF TT-COURSE-ID NOT = CURRENT-COURSE-ID
                 PERFORM WRITE-COURSE-HEADING
              END-IF
              PERFORM WRITE-TEE-TIME-DETAIL
           END-IF
           PERFORM READ-NEXT-TEE-TIME
           .

       WRITE-COURSE-HEADING.
           MOVE TT-COURSE-ID TO CURRENT-COURSE-ID
           MOVE SPACES TO TEE-SHEET-PRINT-LINE
           WRITE TEE-SHEET-PRINT-LINE
           MOVE TT-COURSE-ID TO PRN-COURSE-ID
           WRITE TEE-SHEET-PRINT-LINE FROM PRN-COURSE-HEADING
           WRITE TEE-SHEET-PRINT-LINE FROM COLUMN-HEADING
           .

       WRITE-TEE-TIME-DETAIL.
           MOVE TT-MEMBER-ID TO MEMBER-ID
           READ MEMBER-FILE
              INVALID KEY
                 MOVE "* NOT ON FILE" TO MEMBER-NAME
           END-READ
           MOVE TT-TEE-TIME TO PRN-SD-TEE-TIME
           MOVE TT-MEMBER-ID TO PRN-SD-MEMBER-ID
           MOVE MEMBER-NAME TO PRN-SD-MEMBER-NAME
           IF TT-CART-REQUESTED
              MOVE "CART" TO PRN-SD-CART
           ELSE
              MOVE "WALK" TO PRN-SD-CART
           END-IF
           EVALUATE TRUE
              WHEN TEE-TIME-CHECKED-IN
                 MOVE "CHECKED IN" TO PRN-SD-STATUS
              WHEN TEE-TIME-NO-SHOW
                 MOVE "NO-SHOW" TO PRN-SD-STATUS
              WHEN OTHER
                 MOVE "BOOKED" TO PRN-SD-STATUS
           END-EVALUATE
           IF TT-GUEST-COUNT IS NUMERIC AND TT-GUEST-COUNT > ZERO
              MOVE TT-GUEST-NAME(1) TO PRN-SD-GUEST-NAME
              COMPUTE PARTY-SIZE = TT-GUEST-COUNT + 1
           ELSE
              MOVE SPACES TO PRN-SD-GUEST-NAME
              MOVE 1 TO PARTY-SIZE
           END-IF
           WRITE TEE-SHEET-PRINT-LINE FROM PRN-SHEET-DETAIL-LINE
           MOVE 1 TO GUEST-INDEX
           PERFORM WRITE-GUEST-LINE UNTIL GUEST-INDEX >= PARTY-SIZE - 1
           COMPUTE TEE-TIME-COUNT = TEE-TIME-COUNT + 1
           COMPUTE PLAYER-COUNT = PLAYER-COUNT + PARTY-SIZE
           .

       WRITE-GUEST-LINE.
           COMPUTE GUEST-INDEX = GUEST-INDEX + 1
           MOVE TT-GUEST-NAME(GUEST-INDEX) TO PRN-GL-GUEST-NAME
           WRITE TEE-SHEET-PRINT-LINE FROM PRN-GUEST-LINE
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
