       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTION-RESULTS.
       AUTHOR. 62160246.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRICING-FILE ASSIGN TO "item_pricing.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMO-SALES-FILE ASSIGN TO
                 "promo_sales.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMO-REPORT-FILE ASSIGN TO "promotion_results.rpt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICING-FILE.
       01 PRICING-REC.
          88 END-OF-PRICING-FILE                       VALUE HIGH-VALUES
           .
          05 PR-PROMO-CODE              PIC X(6).
          05 PR-PROMO-DESCRIPTION       PIC X(20).
          05 PR-ITEM-ID                 PIC X(8).
          05 PR-ITEM-CATEGORY           PIC X(10).
          05 PR-MEMBER-TYPE             PIC X.
          05 PR-FROM-DATE               PIC 9(8).
          05 PR-TO-DATE                 PIC 9(8).
          05 PR-PRICE-METHOD            PIC X.
          05 PR-PRICE-VALUE             PIC 9(5)V99.
       FD  PROMO-SALES-FILE.
       01 PROMO-SALES-REC.
          88 END-OF-PROMO-SALES                        VALUE HIGH-VALUES
           .
          05 PS-PROMO-CODE              PIC X(6).
          05 PS-SHOP-ID                 PIC X(5).
          05 PS-SALE-DATE               PIC 9(8).
          05 PS-ITEM-ID                 PIC X(8).
          05 PS-TYPE                    PIC X.
             88 PS-IS-REFUND                           VALUE "R".
          05 PS-QTY                     PIC 9(3).
          05 PS-REVENUE                 PIC 9(7)V99.
          05 PS-DISCOUNT                PIC S9(7)V99
                SIGN IS TRAILING SEPARATE CHARACTER.
       FD  PROMO-REPORT-FILE.
       01 PROMO-PRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 PAGE-HEADER                   PIC X(60)      VALUE
             "Rolling Greens Pro Shop - Promotion Results".
       01 COLUMN-HEADING                PIC X(80)      VALUE
             "Promo  Description          From     To        Units      
      -      "Revenue      Discount".
       01 PROMO-TABLE.
          05 PROMO-ENTRY                OCCURS 500 TIMES.
             10 PT-PROMO-CODE           PIC X(6).
             10 PT-PROMO-DESCRIPTION    PIC X(20).
             10 PT-FROM-DATE            PIC 9(8).
             10 PT-TO-DATE              PIC 9(8).
             10 PT-UNITS                PIC S9(7).
             10 PT-REVENUE              PIC S9(9)V99.
             10 PT-DISCOUNT             PIC S9(9)V99.
       01 PROMO-COUNT                   PIC 9(3)       VALUE ZEROS.
       01 PROMO-INDEX                   PIC 9(3)       VALUE ZEROS.
       01 SEARCH-PROMO-CODE             PIC X(6)       VALUE SPACES.
       01 PROMO-FOUND-SWITCH            PIC X          VALUE "N".
          88 PROMO-FOUND                               VALUE "Y".
          88 PROMO-NOT-FOUND                           VALUE "N".
       01 TOTAL-UNITS                   PIC S9(7)      VALUE ZEROS.
       01 TOTAL-REVENUE                 PIC S9(9)V99   VALUE ZEROS.
       01 TOTAL-DISCOUNT                PIC S9(9)V99   VALUE ZEROS.
       01 PRN-PROMO-DETAIL-LINE.
          05 PRN-PRO-PROMO-CODE         PIC X(6).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-PRO-DESCRIPTION        PIC X(20).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-PRO-FROM-DATE          PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-PRO-TO-DATE            PIC 9(8).
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-PRO-UNITS              PIC -ZZZZ9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-PRO-REVENUE            PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-PRO-DISCOUNT           PIC Z,ZZZ,ZZ9.99-.
       01 PRN-PROMO-TOTAL-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Promotion totals        ".
          05 FILLER                     PIC X(22)      VALUE SPACES.
          05 PRN-TOT-UNITS              PIC -ZZZZ9.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TOT-REVENUE            PIC Z,ZZZ,ZZ9.99-.
          05 FILLER                     PIC X          VALUE SPACE.
          05 PRN-TOT-DISCOUNT           PIC Z,ZZZ,ZZ9.99-.
       01 PRN-PROMO-COUNT-LINE.
          05 FILLER                     PIC X(24)      VALUE
                "Promotions reported     ".
          05 PRN-TOT-PROMO-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       PROMOTION-RESULTS-PROCESS.
           OPEN INPUT PRICING-FILE
           PERFORM READ-PRICING-FILE
           PERFORM STORE-PROMOTION UNTIL END-OF-PRICING-FILE
           CLOSE PRICING-FILE
           OPEN INPUT PROMO-SALES-FILE
           PERFORM READ-PROMO-SALES-FILE
           PERFORM ACCUMULATE-PROMO-SALE UNTIL END-OF-PROMO-SALES
           CLOSE PROMO-SALES-FILE
           OPEN OUTPUT PROMO-REPORT-FILE
           WRITE PROMO-PRINT-LINE FROM PAGE-HEADER
           WRITE PROMO-PRINT-LINE FROM COLUMN-HEADING
           MOVE ZEROS TO PROMO-INDEX
           PERFORM WRITE-PROMO-DETAIL UNTIL PROMO-INDEX >= PROMO-COUNT
           MOVE SPACES TO PROMO-PRINT-LINE
           WRITE PROMO-PRINT-LINE
           MOVE TOTAL-UNITS TO PRN-TOT-UNITS
           MOVE TOTAL-REVENUE TO PRN-TOT-REVENUE
           MOVE TOTAL-DISCOUNT TO PRN-TOT-DISCOUNT
           WRITE PROMO-PRINT-LINE FROM PRN-PROMO-TOTAL-LINE
           MOVE PROMO-COUNT TO PRN-TOT-PROMO-COUNT
           WRITE PROMO-PRINT-LINE FROM PRN-PROMO-COUNT-LINE
           CLOSE PROMO-REPORT-FILE
           GOBACK
           .

       STORE-PROMOTION.
           MOVE PR-PROMO-CODE TO SEARCH-PROMO-CODE
           PERFORM FIND-PROMOTION
           IF PROMO-NOT-FOUND AND PROMO-COUNT < 500
              PERFORM ADD-PROMOTION
              MOVE PR-PROMO-DESCRIPTION TO
                 PT-PROMO-DESCRIPTION(PROMO-COUNT)
              MOVE PR-FROM-DATE TO PT-FROM-DATE(PROMO-COUNT)
              MOVE PR-TO-DATE TO PT-TO-DATE(PROMO-COUNT)
           END-IF
           PERFORM READ-PRICING-FILE
           .

       ACCUMULATE-PROMO-SALE.
           MOVE PS-PROMO-CODE TO SEARCH-PROMO-CODE
           PERFORM FIND-PROMOTION
           IF PROMO-NOT-FOUND AND PROMO-COUNT < 500
              PERFORM ADD-PROMOTION
              MOVE "* NOT ON PRICE FILE" TO
                 PT-PROMO-DESCRIPTION(PROMO-COUNT)
              MOVE PROMO-COUNT TO PROMO-INDEX
              SET PROMO-FOUND TO TRUE
           END-IF
           IF PROMO-FOUND
              IF PS-IS-REFUND
                 COMPUTE PT-UNITS(PROMO-INDEX) =
                    PT-UNITS(PROMO-INDEX) - PS-QTY
                 COMPUTE PT-REVENUE(PROMO-INDEX) =
                    PT-REVENUE(PROMO-INDEX) - PS-REVENUE
                 COMPUTE PT-DISCOUNT(PROMO-INDEX) =
                    PT-DISCOUNT(PROMO-INDEX) - PS-DISCOUNT
              ELSE
                 COMPUTE PT-UNITS(PROMO-INDEX) =
                    PT-UNITS(PROMO-INDEX) + PS-QTY
                 COMPUTE PT-REVENUE(PROMO-INDEX) =
                    PT-REVENUE(PROMO-INDEX) + PS-REVENUE
                 COMPUTE PT-DISCOUNT(PROMO-INDEX) =
                    PT-DISCOUNT(PROMO-INDEX) + PS-DISCOUNT
              END-IF
           END-IF
           PERFORM READ-PROMO-SALES-FILE
           .

       FIND-PROMOTION.
           SET PROMO-NOT-FOUND TO TRUE
           MOVE ZEROS TO PROMO-INDEX
           PERFORM MATCH-PROMOTION
              UNTIL PROMO-FOUND OR PROMO-INDEX >= PROMO-COUNT
           .

       MATCH-PROMOTION.
           COMPUTE PROMO-INDEX = PROMO-INDEX + 1
           IF PT-PROMO-CODE(PROMO-INDEX) = SEARCH-PROMO-CODE
              SET PROMO-FOUND TO TRUE
           END-IF
           .

       ADD-PROMOTION.
           COMPUTE PROMO-COUNT = PROMO-COUNT + 1
           MOVE SEARCH-PROMO-CODE TO PT-PROMO-CODE(PROMO-COUNT)
           MOVE SPACES TO PT-PROMO-DESCRIPTION(PROMO-COUNT)
           MOVE ZEROS TO PT-FROM-DATE(PROMO-COUNT),
              PT-TO-DATE(PROMO-COUNT), PT-UNITS(PROMO-COUNT),
              PT-REVENUE(PROMO-COUNT), PT-DISCOUNT(PROMO-COUNT)
           .

       WRITE-PROMO-DETAIL.
           COMPUTE PROMO-INDEX = PROMO-INDEX + 1
           MOVE PT-PROMO-CODE(PROMO-INDEX) TO PRN-PRO-PROMO-CODE
           MOVE PT-PROMO-DESCRIPTION(PROMO-INDEX) TO
              PRN-PRO-DESCRIPTION
           MOVE PT-FROM-DATE(PROMO-INDEX) TO PRN-PRO-FROM-DATE
           MOVE PT-TO-DATE(PROMO-INDEX) TO PRN-PRO-TO-DATE
           MOVE PT-UNITS(PROMO-INDEX) TO PRN-PRO-UNITS
           MOVE PT-REVENUE(PROMO-INDEX) TO PRN-PRO-REVENUE
           MOVE PT-DISCOUNT(PROMO-INDEX) TO PRN-PRO-DISCOUNT
           WRITE PROMO-PRINT-LINE FROM PRN-PROMO-DETAIL-LINE
           COMPUTE TOTAL-UNITS = TOTAL-UNITS + PT-UNITS(PROMO-INDEX)
           COMPUTE TOTAL-REVENUE =
              TOTAL-REVENUE + PT-REVENUE(PROMO-INDEX)
           COMPUTE TOTAL-DISCOUNT =
              TOTAL-DISCOUNT + PT-DISCOUNT(PROMO-INDEX)
           .

       READ-PRICING-FILE.
           READ PRICING-FILE
              AT END
                 SET END-OF-PRICING-FILE TO TRUE
           END-READ
           .

       READ-PROMO-SALES-FILE.
           READ PROMO-SALES-FILE
              AT END
                 SET END-OF-PROMO-SALES TO TRUE
           END-READ
           .
