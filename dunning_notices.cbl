       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-NOTICES.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO "member.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS MEMBER-ID.
           SELECT OPTIONAL DUES-SCHEDULE-FILE ASSIGN TO
                 "dues_schedule.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DS-SCHEDULE-KEY.
           SELECT OPTIONAL DUNNING-HISTORY-FILE ASSIGN TO
                 "dunning_history.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DH-MEMBER-ID.
           SELECT OPTIONAL MEMBER-AUDIT-FILE ASSIGN TO
                 "member_audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-LETTER-FILE ASSIGN TO "dunning_notices.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-REGISTER-FILE ASSIGN TO
                 "dunning_register.rpt"
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
             88 DUES-PAID                              VALUE "P".
             88 DUES-UNPAID                            VALUE "U" "S".
             88 MEMBER-SUSPENDED                       VALUE "S".
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
       FD  DUES-SCHEDULE-FILE.
       01 DUES-SCHEDULE-REC.
          05 DS-SCHEDULE-KEY.
             10 DS-MEMBER-ID            PIC X(5).
             10 DS-INSTALL-NO           PIC 9(2).
          05 DS-DUE-DATE                PIC 9(8).
          05 DS-DUE-AMOUNT              PIC 9(3)V99.
          05 DS-PAID-AMOUNT             PIC 9(3)V99.
          05 DS-STATUS                  PIC X.
             88 INSTALLMENT-OPEN                       VALUE "O".
             88 INSTALLMENT-PAID                       VALUE "P".
       FD  DUNNING-HISTORY-FILE.
       01 DUNNING-HISTORY-REC.
          05 DH-MEMBER-ID               PIC X(5).
          05 DH-CYCLE-DATE              PIC 9(8).
          05 DH-NOTICE-LEVEL            PIC 9.
             88 DH-NO-NOTICE-SENT                      VALUE 0.
             88 DH-FIRST-NOTICE-SENT                   VALUE 1.
             88 DH-SECOND-NOTICE-SENT                  VALUE 2.
             88 DH-FINAL-NOTICE-SENT                   VALUE 3.
          05 DH-FIRST-NOTICE-DATE       PIC 9(8).
          05 DH-SECOND-NOTICE-DATE      PIC 9(8).
          05 DH-FINAL-NOTICE-DATE       PIC 9(8).
          05 DH-SUSPENDED-DATE          PIC 9(8).
          05 DH-CLEARED-DATE            PIC 9(8).
          05 DH-PAST-DUE-AMOUNT         PIC 9(5)V99.
       FD  MEMBER-AUDIT-FILE.
       01 MEMBER-AUDIT-REC.
          05 AUD-RUN-DATE               PIC 9(8).
          05 AUD-ACTION                 PIC X.
          05 AUD-MEMBER-ID              PIC X(5).
          05 AUD-SOURCE                 PIC X(10).
          05 AUD-BEFORE-IMAGE           PIC X(61).
          05 AUD-AFTER-IMAGE            PIC X(61).
          05 AUD-OPERATOR-ID            PIC X(8).
       FD  DUNNING-LETTER-FILE.
       01 DUNNING-LETTER-LINE           PIC X(70).
       FD  DUNNING-REGISTER-FILE.
       01 DUNNING-REGISTER-LINE         PIC X(80).
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
       01 FIRST-NOTICE-DAYS             PIC 9(3)       VALUE 30.
       01 SECOND-NOTICE-DAYS            PIC 9(3)       VALUE 60.
       01 FINAL-NOTICE-DAYS             PIC 9(3)       VALUE 90.
       01 NOTICE-INTERVAL-DAYS          PIC 9(3)       VALUE 14.
       01 SUSPEND-GRACE-DAYS            PIC 9(3)       VALUE 15.
       01 DUNNING-AUDIT-SOURCE          PIC X(10)      VALUE "DUNNING".
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Golf Club - Dunning Register".
       01 LETTER-HEADER                 PIC X(60)      VALUE
             "Rolling Greens Golf Club".
       01 PRN-RUN-DATE-LINE.
          05 FILLER                     PIC X(9)       VALUE
                "Run date ".
          05 PRN-RUN-DATE               PIC 9(8).
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Memb  Name                  Past Due  Days     Amount  Act
      -      "ion".
       01 RUN-DATE-TEXT                 PIC X(8)       VALUE SPACES.
       01 RUN-DATE                      PIC 9(8)       VALUE ZEROS.
       01 RUN-DAY-NUMBER                PIC 9(7)       VALUE ZEROS.
       01 MEMBER-EOF-SWITCH             PIC X          VALUE "N".
          88 END-OF-MEMBER-FILE                        VALUE "Y".
       01 HISTORY-RECORD-SWITCH         PIC X          VALUE "N".
          88 HISTORY-ON-FILE                           VALUE "Y".
          88 HISTORY-NOT-ON-FILE                       VALUE "N".
       01 DELINQUENT-SWITCH             PIC X          VALUE "N".
          88 MEMBER-DELINQUENT                         VALUE "Y".
          88 MEMBER-NOT-DELINQUENT                     VALUE "N".
       01 MEMBER-BEFORE-IMAGE           PIC X(61)      VALUE SPACES.
       01 PAST-DUE-DATE                 PIC 9(8)       VALUE ZEROS.
       01 PAST-DUE-AMOUNT               PIC 9(5)V99    VALUE ZEROS.
       01 PAST-DUE-DAY-NUMBER           PIC 9(7)       VALUE ZEROS.
       01 DAYS-PAST-DUE                 PIC S9(5)      VALUE ZEROS.
       01 LAST-NOTICE-DATE              PIC 9(8)       VALUE ZEROS.
       01 DAYS-SINCE-NOTICE             PIC S9(5)      VALUE ZEROS.
       01 INSTALL-NO-INDEX              PIC 9(2)       VALUE ZEROS.
       01 DUNNING-ACTION-TEXT           PIC X(20)      VALUE SPACES.
       01 FIRST-NOTICE-COUNT            PIC 9(5)       VALUE ZEROS.
       01 SECOND-NOTICE-COUNT           PIC 9(5)       VALUE ZEROS.
       01 FINAL-NOTICE-COUNT            PIC 9(5)       VALUE ZEROS.
       01 SUSPENDED-COUNT               PIC 9(5)       VALUE ZEROS.
       01 STILL-SUSPENDED-COUNT         PIC 9(5)       VALUE ZEROS.
       01 CLEARED-COUNT                 PIC 9(5)       VALUE ZEROS.
       01 PRN-DUNNING-DETAIL-LINE.
          05 PRN-DN-MEMBER-ID           PIC X(5).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-DN-MEMBER-NAME         PIC X(20).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-DN-PAST-DUE-DATE       PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-DN-DAYS                PIC ZZZZ9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-DN-AMOUNT              PIC $$$,$$9.99.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-DN-ACTION              PIC X(20).
       01 PRN-DUNNING-TOTAL-LINE.
          05 PRN-DN-TOTAL-LABEL         PIC X(24).
          05 PRN-DN-TOTAL-COUNT         PIC ZZZZ9.
       01 PRN-LETTER-DATE-LINE.
          05 FILLER                     PIC X(6)       VALUE "DATE: ".
          05 PRN-LTR-DATE               PIC 9(8).
       01 PRN-LETTER-MEMBER-LINE.
          05 FILLER                     PIC X(8)       VALUE "MEMBER: ".
          05 PRN-LTR-MEMBER-ID          PIC X(5).
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-LTR-MEMBER-NAME        PIC X(20).
       01 PRN-LETTER-TITLE-LINE.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-LTR-TITLE              PIC X(50).
       01 PRN-LETTER-AMOUNT-LINE.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(18)      VALUE
                "DUES PAST DUE     ".
          05 PRN-LTR-AMOUNT             PIC $$$,$$9.99.
       01 PRN-LETTER-BILLED-LINE.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 FILLER                     PIC X(18)      VALUE
                "BILLED            ".
          05 PRN-LTR-BILLED-DATE        PIC 9(8).
          05 FILLER                     PIC X(4)       VALUE SPACES.
          05 PRN-LTR-DAYS               PIC ZZZZ9.
          05 FILLER                     PIC X(14)      VALUE
                " DAYS PAST DUE".
       01 PRN-LETTER-TEXT-LINE.
          05 FILLER                     PIC X(2)       VALUE SPACES.
          05 PRN-LTR-TEXT               PIC X(66).
       01 LETTER-SEPARATOR-LINE         PIC X(40)      VALUE
             "- - - - - - - - - - - - - - - - - - - -".

       PROCEDURE DIVISION.
       DUNNING-PROCESS.
           PERFORM INITIALIZE-RUN-DATE
           OPEN I-O MEMBER-FILE
           OPEN INPUT DUES-SCHEDULE-FILE
           OPEN I-O DUNNING-HISTORY-FILE
           OPEN EXTEND MEMBER-AUDIT-FILE
           OPEN OUTPUT DUNNING-LETTER-FILE
           OPEN OUTPUT DUNNING-REGISTER-FILE
           WRITE DUNNING-REGISTER-LINE FROM PAGE-HEADER
           MOVE RUN-DATE TO PRN-RUN-DATE
           WRITE DUNNING-REGISTER-LINE FROM PRN-RUN-DATE-LINE
           WRITE DUNNING-REGISTER-LINE FROM COLUMN-HEADING
           MOVE LOW-VALUES TO MEMBER-ID
           START MEMBER-FILE KEY IS NOT LESS THAN MEMBER-ID
              INVALID KEY
                 SET END-OF-MEMBER-FILE TO TRUE
           END-START
           IF NOT END-OF-MEMBER-FILE
              PERFORM READ-NEXT-MEMBER
           END-IF
           PERFORM DUN-MEMBER UNTIL END-OF-MEMBER-FILE
           PERFORM WRITE-DUNNING-TOTALS
           CLOSE MEMBER-FILE, DUES-SCHEDULE-FILE, DUNNING-HISTORY-FILE,
                 MEMBER-AUDIT-FILE, DUNNING-LETTER-FILE,
                 DUNNING-REGISTER-FILE
           GOBACK
           .

       INITIALIZE-RUN-DATE.
           ACCEPT RUN-DATE-TEXT FROM COMMAND-LINE
           IF RUN-DATE-TEXT = SPACES
              ACCEPT RUN-DATE-TEXT FROM ENVIRONMENT "DUNNING_DATE"
           END-IF
           IF RUN-DATE-TEXT = SPACES
              PERFORM READ-BUSINESS-DATE
              IF CURRENT-BUSINESS-DATE NOT = ZEROS
                 MOVE CURRENT-BUSINESS-DATE TO RUN-DATE-TEXT
              END-IF
           END-IF
           IF RUN-DATE-TEXT IS NUMERIC
                 AND RUN-DATE-TEXT NOT = SPACES
              MOVE RUN-DATE-TEXT TO RUN-DATE
           ELSE
              DISPLAY "DUNNING-NOTICES: RUN DATE REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE RUN-DAY-NUMBER =
              FUNCTION INTEGER-OF-DATE(RUN-DATE)
           IF RUN-DAY-NUMBER = ZEROS
              DISPLAY "DUNNING-NOTICES: RUN DATE INVALID"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           .

       DUN-MEMBER.
           IF NOT IS-MEMBER-TRAILER
              PERFORM DETERMINE-PAST-DUE
              MOVE MEMBER-ID TO DH-MEMBER-ID
              READ DUNNING-HISTORY-FILE
                 INVALID KEY
                    SET HISTORY-NOT-ON-FILE TO TRUE
                 NOT INVALID KEY
                    SET HISTORY-ON-FILE TO TRUE
              END-READ
              EVALUATE TRUE
                 WHEN MEMBER-SUSPENDED
                    COMPUTE STILL-SUSPENDED-COUNT =
                       STILL-SUSPENDED-COUNT + 1
                 WHEN MEMBER-DELINQUENT
                    PERFORM ESCALATE-DUNNING
                 WHEN HISTORY-ON-FILE
                    IF NOT DH-NO-NOTICE-SENT
                       PERFORM CLEAR-DUNNING-HISTORY
                    END-IF
              END-EVALUATE
           END-IF
           PERFORM READ-NEXT-MEMBER
           .

       DETERMINE-PAST-DUE.
           SET MEMBER-NOT-DELINQUENT TO TRUE
           MOVE ZEROS TO PAST-DUE-DATE
           MOVE ZEROS TO PAST-DUE-AMOUNT
           MOVE ZEROS TO DAYS-PAST-DUE
           IF DUES-UNPAID
              IF MEMBER-INSTALLMENT-PLAN = "Y"
                 MOVE 1 TO INSTALL-NO-INDEX
                 PERFORM CHECK-PAST-DUE-INSTALLMENT
                    UNTIL INSTALL-NO-INDEX > 4
              ELSE
                 IF MEMBER-BILLED-DATE IS NUMERIC
                       AND MEMBER-BILLED-DATE > ZEROS
                       AND MEMBER-BILLED-DATE <= RUN-DATE
                    MOVE MEMBER-BILLED-DATE TO PAST-DUE-DATE
                    MOVE MEMBER-DUES-AMOUNT TO PAST-DUE-AMOUNT
                 END-IF
              END-IF
           END-IF
           IF PAST-DUE-DATE > ZEROS
              COMPUTE PAST-DUE-DAY-NUMBER =
                 FUNCTION INTEGER-OF-DATE(PAST-DUE-DATE)
              IF PAST-DUE-DAY-NUMBER > ZEROS
                 COMPUTE DAYS-PAST-DUE =
                    RUN-DAY-NUMBER - PAST-DUE-DAY-NUMBER
                 IF DAYS-PAST-DUE >= FIRST-NOTICE-DAYS
                    SET MEMBER-DELINQUENT TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       CHECK-PAST-DUE-INSTALLMENT.
           MOVE MEMBER-ID TO DS-MEMBER-ID
           MOVE INSTALL-NO-INDEX TO DS-INSTALL-NO
           READ DUES-SCHEDULE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DS-PAID-AMOUNT < DS-DUE-AMOUNT
                       AND DS-DUE-DATE <= RUN-DATE
                    COMPUTE PAST-DUE-AMOUNT = PAST-DUE-AMOUNT +
                       (DS-DUE-AMOUNT - DS-PAID-AMOUNT)
                    IF PAST-DUE-DATE = ZEROS
                          OR DS-DUE-DATE < PAST-DUE-DATE
                       MOVE DS-DUE-DATE TO PAST-DUE-DATE
                    END-IF
                 END-IF
           END-READ
           COMPUTE INSTALL-NO-INDEX = INSTALL-NO-INDEX + 1
           .

       ESCALATE-DUNNING.
           IF HISTORY-NOT-ON-FILE
              MOVE SPACES TO DUNNING-HISTORY-REC
              MOVE MEMBER-ID TO DH-MEMBER-ID
              PERFORM START-DUNNING-CYCLE
           ELSE
              IF DH-CYCLE-DATE NOT = PAST-DUE-DATE
                 PERFORM START-DUNNING-CYCLE
              END-IF
           END-IF
           MOVE PAST-DUE-AMOUNT TO DH-PAST-DUE-AMOUNT
           MOVE SPACES TO DUNNING-ACTION-TEXT
           EVALUATE TRUE
              WHEN DH-NO-NOTICE-SENT
                 PERFORM SEND-FIRST-NOTICE
              WHEN DH-FIRST-NOTICE-SENT
                 MOVE DH-FIRST-NOTICE-DATE TO LAST-NOTICE-DATE
                 PERFORM COMPUTE-DAYS-SINCE-NOTICE
                 IF DAYS-PAST-DUE >= SECOND-NOTICE-DAYS
                       AND DAYS-SINCE-NOTICE >= NOTICE-INTERVAL-DAYS
                    PERFORM SEND-SECOND-NOTICE
                 END-IF
              WHEN DH-SECOND-NOTICE-SENT
                 MOVE DH-SECOND-NOTICE-DATE TO LAST-NOTICE-DATE
                 PERFORM COMPUTE-DAYS-SINCE-NOTICE
                 IF DAYS-PAST-DUE >= FINAL-NOTICE-DAYS
                       AND DAYS-SINCE-NOTICE >= NOTICE-INTERVAL-DAYS
                    PERFORM SEND-FINAL-NOTICE
                 END-IF
              WHEN DH-FINAL-NOTICE-SENT
                 MOVE DH-FINAL-NOTICE-DATE TO LAST-NOTICE-DATE
                 PERFORM COMPUTE-DAYS-SINCE-NOTICE
                 IF DAYS-SINCE-NOTICE >= SUSPEND-GRACE-DAYS
                    PERFORM SUSPEND-MEMBER
                 END-IF
           END-EVALUATE
           IF HISTORY-ON-FILE
              REWRITE DUNNING-HISTORY-REC
           ELSE
              WRITE DUNNING-HISTORY-REC
           END-IF
           IF DUNNING-ACTION-TEXT NOT = SPACES
              PERFORM WRITE-DUNNING-DETAIL
           END-IF
           .

       START-DUNNING-CYCLE.
           MOVE PAST-DUE-DATE TO DH-CYCLE-DATE
           MOVE ZERO TO DH-NOTICE-LEVEL
           MOVE ZEROS TO DH-FIRST-NOTICE-DATE
           MOVE ZEROS TO DH-SECOND-NOTICE-DATE
           MOVE ZEROS TO DH-FINAL-NOTICE-DATE
           MOVE ZEROS TO DH-SUSPENDED-DATE
           MOVE ZEROS TO DH-CLEARED-DATE
           .

       COMPUTE-DAYS-SINCE-NOTICE.
           IF LAST-NOTICE-DATE > ZEROS
              COMPUTE DAYS-SINCE-NOTICE = RUN-DAY-NUMBER -
                 FUNCTION INTEGER-OF-DATE(LAST-NOTICE-DATE)
           ELSE
              MOVE ZEROS TO DAYS-SINCE-NOTICE
           END-IF
           .

       SEND-FIRST-NOTICE.
           MOVE 1 TO DH-NOTICE-LEVEL
           MOVE RUN-DATE TO DH-FIRST-NOTICE-DATE
           MOVE "FIRST NOTICE" TO DUNNING-ACTION-TEXT
           MOVE "FIRST NOTICE - DUES PAST DUE" TO PRN-LTR-TITLE
           PERFORM WRITE-LETTER-HEADING
           MOVE "Our records show the dues amount above is unpaid."
              TO PRN-LTR-TEXT
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-TEXT-LINE
           MOVE "Please remit payment to the club office at your earli
      -       "est convenience." TO PRN-LTR-TEXT
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-CLOSE
           COMPUTE FIRST-NOTICE-COUNT = FIRST-NOTICE-COUNT + 1
           .

       SEND-SECOND-NOTICE.
           MOVE 2 TO DH-NOTICE-LEVEL
           MOVE RUN-DATE TO DH-SECOND-NOTICE-DATE
           MOVE "SECOND NOTICE" TO DUNNING-ACTION-TEXT
           MOVE "SECOND NOTICE - DUES SERIOUSLY PAST DUE" TO
              PRN-LTR-TITLE
           PERFORM WRITE-LETTER-HEADING
           MOVE "Your dues remain unpaid after our first notice."
              TO PRN-LTR-TEXT
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-TEXT-LINE
           MOVE "Please remit payment promptly or contact the club off
      -       "ice." TO PRN-LTR-TEXT
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-CLOSE
           COMPUTE SECOND-NOTICE-COUNT = SECOND-NOTICE-COUNT + 1
           .

       SEND-FINAL-NOTICE.
           MOVE 3 TO DH-NOTICE-LEVEL
           MOVE RUN-DATE TO DH-FINAL-NOTICE-DATE
           MOVE "FINAL NOTICE" TO DUNNING-ACTION-TEXT
           MOVE "FINAL NOTICE - CHARGE PRIVILEGES AT RISK" TO
              PRN-LTR-TITLE
           PERFORM WRITE-LETTER-HEADING
           MOVE "This is our final notice regarding your unpaid dues."
              TO PRN-LTR-TEXT
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-TEXT-LINE
           MOVE "Unless paid promptly, charge privileges will be suspen
      -       "ded." TO PRN-LTR-TEXT
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-TEXT-LINE
           PERFORM WRITE-LETTER-CLOSE
           COMPUTE FINAL-NOTICE-COUNT = FINAL-NOTICE-COUNT + 1
           .

       SUSPEND-MEMBER.
           MOVE MEMBER-REC TO MEMBER-BEFORE-IMAGE
           SET MEMBER-SUSPENDED TO TRUE
           REWRITE MEMBER-REC
           MOVE RUN-DATE TO AUD-RUN-DATE
           MOVE "C" TO AUD-ACTION
           MOVE MEMBER-ID TO AUD-MEMBER-ID
           MOVE DUNNING-AUDIT-SOURCE TO AUD-SOURCE
           MOVE SPACES TO AUD-OPERATOR-ID
           MOVE MEMBER-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE MEMBER-REC TO AUD-AFTER-IMAGE
           WRITE MEMBER-AUDIT-REC
           MOVE RUN-DATE TO DH-SUSPENDED-DATE
           MOVE "CHARGES SUSPENDED" TO DUNNING-ACTION-TEXT
           COMPUTE SUSPENDED-COUNT = SUSPENDED-COUNT + 1
           .

       CLEAR-DUNNING-HISTORY.
           MOVE ZERO TO DH-NOTICE-LEVEL
           MOVE ZEROS TO DH-PAST-DUE-AMOUNT
           MOVE RUN-DATE TO DH-CLEARED-DATE
           REWRITE DUNNING-HISTORY-REC
           MOVE "ACCOUNT CURRENT" TO DUNNING-ACTION-TEXT
           PERFORM WRITE-DUNNING-DETAIL
           COMPUTE CLEARED-COUNT = CLEARED-COUNT + 1
           .

       WRITE-LETTER-HEADING.
           WRITE DUNNING-LETTER-LINE FROM LETTER-HEADER
           MOVE RUN-DATE TO PRN-LTR-DATE
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-DATE-LINE
           MOVE MEMBER-ID TO PRN-LTR-MEMBER-ID
           MOVE MEMBER-NAME TO PRN-LTR-MEMBER-NAME
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-MEMBER-LINE
           MOVE SPACES TO DUNNING-LETTER-LINE
           WRITE DUNNING-LETTER-LINE
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-TITLE-LINE
           MOVE PAST-DUE-AMOUNT TO PRN-LTR-AMOUNT
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-AMOUNT-LINE
           MOVE PAST-DUE-DATE TO PRN-LTR-BILLED-DATE
           MOVE DAYS-PAST-DUE TO PRN-LTR-DAYS
           WRITE DUNNING-LETTER-LINE FROM PRN-LETTER-BILLED-LINE
           MOVE SPACES TO DUNNING-LETTER-LINE
           WRITE DUNNING-LETTER-LINE
           .

       WRITE-LETTER-CLOSE.
           MOVE SPACES TO DUNNING-LETTER-LINE
           WRITE DUNNING-LETTER-LINE
           WRITE DUNNING-LETTER-LINE FROM LETTER-SEPARATOR-LINE
           .

       WRITE-DUNNING-DETAIL.
           MOVE MEMBER-ID TO PRN-DN-MEMBER-ID
           MOVE MEMBER-NAME TO PRN-DN-MEMBER-NAME
           MOVE PAST-DUE-DATE TO PRN-DN-PAST-DUE-DATE
           MOVE DAYS-PAST-DUE TO PRN-DN-DAYS
           MOVE PAST-DUE-AMOUNT TO PRN-DN-AMOUNT
           MOVE DUNNING-ACTION-TEXT TO PRN-DN-ACTION
           WRITE DUNNING-REGISTER-LINE FROM PRN-DUNNING-DETAIL-LINE
           .

       WRITE-DUNNING-TOTALS.
           MOVE SPACES TO DUNNING-REGISTER-LINE
           WRITE DUNNING-REGISTER-LINE
           MOVE "First notices sent      " TO PRN-DN-TOTAL-LABEL
           MOVE FIRST-NOTICE-COUNT TO PRN-DN-TOTAL-COUNT
           WRITE DUNNING-REGISTER-LINE FROM PRN-DUNNING-TOTAL-LINE
           MOVE "Second notices sent     " TO PRN-DN-TOTAL-LABEL
           MOVE SECOND-NOTICE-COUNT TO PRN-DN-TOTAL-COUNT
           WRITE DUNNING-REGISTER-LINE FROM PRN-DUNNING-TOTAL-LINE
           MOVE "Final notices sent      " TO PRN-DN-TOTAL-LABEL
           MOVE FINAL-NOTICE-COUNT TO PRN-DN-TOTAL-COUNT
           WRITE DUNNING-REGISTER-LINE FROM PRN-DUNNING-TOTAL-LINE
           MOVE "Members suspended       " TO PRN-DN-TOTAL-LABEL
           MOVE SUSPENDED-COUNT TO PRN-DN-TOTAL-COUNT
           WRITE DUNNING-REGISTER-LINE FROM PRN-DUNNING-TOTAL-LINE
           MOVE "Suspensions in force    " TO PRN-DN-TOTAL-LABEL
           MOVE STILL-SUSPENDED-COUNT TO PRN-DN-TOTAL-COUNT
           WRITE DUNNING-REGISTER-LINE FROM PRN-DUNNING-TOTAL-LINE
           MOVE "Accounts cleared        " TO PRN-DN-TOTAL-LABEL
           MOVE CLEARED-COUNT TO PRN-DN-TOTAL-COUNT
           WRITE DUNNING-REGISTER-LINE FROM PRN-DUNNING-TOTAL-LINE
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
