      * each run to (differing only for a run PRODUCT-TOTAL clamped
      * to zero, which stays negative here).
      *
      * Reversal lines written by VOID-RUN subtract everything the
      * original line added - item count, gross, discount, tax and
      * spend - so a voided run and its reversal net to zero in every
      * section.
      *
      * Usage:
      *   spend-rpt [from-date] [to-date]     (YYYYMMDD, both
      *                                        optional - default all)
      * spend is extended price less discount plus tax, carried
      * signed - PRODUCT-TOTAL subtracts the full discount from the
      * run total, so a line the discount swallows must pull its
      * requester's net down the same way. A reversal line's spend
      * goes in negated.
      *****************************************************************
       ACCUMULATE-DETAIL-LINE.
           COMPUTE WS-LINE-SPEND =
               TD-EXT-PRICE - TD-DISCOUNT-AMT + TD-ITEM-TAX
           IF TD-REVERSAL-ENTRY
               COMPUTE WS-LINE-SPEND = 0 - WS-LINE-SPEND
           END-IF

           PERFORM ROLL-UP-REQUESTER
           PERFORM ROLL-UP-REQUESTER-CATEGORY
               MOVE 0 TO WS-REQ-NET (WS-MATCH-IX)
           END-IF

           IF TD-REVERSAL-ENTRY
               SUBTRACT 1 FROM WS-REQ-ITEMS (WS-MATCH-IX)
               SUBTRACT TD-EXT-PRICE FROM WS-REQ-GROSS (WS-MATCH-IX)
               SUBTRACT TD-DISCOUNT-AMT FROM
                   WS-REQ-DISCOUNT (WS-MATCH-IX)
               SUBTRACT TD-ITEM-TAX FROM WS-REQ-TAX (WS-MATCH-IX)
           ELSE
               ADD 1 TO WS-REQ-ITEMS (WS-MATCH-IX)
               ADD TD-EXT-PRICE TO WS-REQ-GROSS (WS-MATCH-IX)
               ADD TD-DISCOUNT-AMT TO WS-REQ-DISCOUNT (WS-MATCH-IX)
               ADD TD-ITEM-TAX TO WS-REQ-TAX (WS-MATCH-IX)
           END-IF
           ADD WS-LINE-SPEND TO WS-REQ-NET (WS-MATCH-IX).

       ROLL-UP-REQUESTER-CATEGORY.
