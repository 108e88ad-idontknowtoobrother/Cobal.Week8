          05 IM-SELLING-PRICE        PIC 9(5)V99.
          05 IM-TAXABLE-FLAG         PIC X.
          05 IM-TAX-RATE             PIC 9V9999.
          05 IM-SERIAL-FLAG          PIC X.
          05 IM-WARRANTY-MONTHS      PIC 9(3).
       FD  MEMBER-CHARGE-FILE.
       01 MEMBER-CHARGE-REC.
          88 END-OF-MEMBER-CHARGES             VALUE HIGH-VALUES.
                 COMPUTE CHARGE-PERIOD-TOTAL =
                    CHARGE-PERIOD-TOTAL + SRT-AMOUNT
                 MOVE SRT-AMOUNT TO PRN-STMT-AMOUNT
              WHEN "M"
                 MOVE SPACES TO PRN-STMT-ITEM-ID
                 MOVE "QUARTERLY MINIMUM" TO PRN-STMT-DESCRIPTION
                 MOVE ZEROS TO PRN-STMT-QTY
                 COMPUTE CHARGE-PERIOD-TOTAL =
                    CHARGE-PERIOD-TOTAL + SRT-AMOUNT
                 MOVE SRT-AMOUNT TO PRN-STMT-AMOUNT
              WHEN "I"
                 MOVE SPACES TO PRN-STMT-ITEM-ID
                 MOVE "INITIATION FEE" TO PRN-STMT-DESCRIPTION
                 MOVE ZEROS TO PRN-STMT-QTY
                 COMPUTE CHARGE-PERIOD-TOTAL =
                    CHARGE-PERIOD-TOTAL + SRT-AMOUNT
                 MOVE SRT-AMOUNT TO PRN-STMT-AMOUNT
              WHEN "B"
                 MOVE SPACES TO PRN-STMT-ITEM-ID
                 IF SRT-ITEM-ID = "RETFEE"
                    MOVE "RETURNED ITEM FEE" TO PRN-STMT-DESCRIPTION
                 ELSE
                    MOVE "RETURNED DRAFT" TO PRN-STMT-DESCRIPTION
                 END-IF
                 MOVE ZEROS TO PRN-STMT-QTY
                 COMPUTE CHARGE-PERIOD-TOTAL =
                    CHARGE-PERIOD-TOTAL + SRT-AMOUNT
                 MOVE SRT-AMOUNT TO PRN-STMT-AMOUNT
              WHEN "T"
                 MOVE SRT-ITEM-ID TO PRN-STMT-ITEM-ID
                 EVALUATE SRT-ITEM-ID
                    WHEN "GREENFEE"
                       MOVE "GREENS FEE" TO PRN-STMT-DESCRIPTION
                    WHEN "GUESTFEE"
                       MOVE "GUEST FEE" TO PRN-STMT-DESCRIPTION
                    WHEN "CARTFEE"
                       MOVE "CART FEE" TO PRN-STMT-DESCRIPTION
                    WHEN OTHER
                       MOVE "TEE TIME FEE" TO PRN-STMT-DESCRIPTION
                 END-EVALUATE
                 MOVE SRT-QTY TO PRN-STMT-QTY
                 COMPUTE CHARGE-PERIOD-TOTAL =
                    CHARGE-PERIOD-TOTAL + SRT-AMOUNT
                 MOVE SRT-AMOUNT TO PRN-STMT-AMOUNT
              WHEN "R"
                 PERFORM LOOKUP-STMT-ITEM
                 MOVE SRT-QTY TO PRN-STMT-QTY
