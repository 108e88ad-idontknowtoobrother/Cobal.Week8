          05 AUD-SOURCE              PIC X(10).
          05 AUD-BEFORE-IMAGE        PIC X(61).
          05 AUD-AFTER-IMAGE         PIC X(61).
          05 AUD-OPERATOR-ID         PIC X(8).
       FD  AUDIT-REPORT-FILE.
       01 AUDIT-REPORT-LINE          PIC X(60).

          05 PRN-AUD-MEMBER-ID       PIC X(5).
          05 FILLER                  PIC X(2)       VALUE SPACES.
          05 PRN-AUD-SOURCE          PIC X(10).
          05 FILLER                  PIC X(7)       VALUE "  OPER=".
          05 PRN-AUD-OPERATOR-ID     PIC X(8).
       01 PRN-AUDIT-BEFORE-LINE.
          05 FILLER                  PIC X(10)      VALUE "  BEFORE  ".
          05 PRN-AUD-BEFORE          PIC X(61).
           MOVE AUD-ACTION TO PRN-AUD-ACTION
           MOVE AUD-MEMBER-ID TO PRN-AUD-MEMBER-ID
           MOVE AUD-SOURCE TO PRN-AUD-SOURCE
           MOVE AUD-OPERATOR-ID TO PRN-AUD-OPERATOR-ID
           WRITE AUDIT-REPORT-LINE FROM PRN-AUDIT-HEADER-LINE
           MOVE AUD-BEFORE-IMAGE TO PRN-AUD-BEFORE
           WRITE AUDIT-REPORT-LINE FROM PRN-AUDIT-BEFORE-LINE
