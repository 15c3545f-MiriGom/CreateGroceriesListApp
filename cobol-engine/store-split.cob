               ELSE
                   IF WS-STORE-COUNT >= 5
                       DISPLAY "AT MOST 5 STORES PER RUN"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STORE-COUNT
           IF WS-STORE-COUNT < 2
               DISPLAY "USAGE: store-split store1 store2 "
                   "[store3 ...] [min-saving]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-GROCERY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GROCERY LIST INPUT - STATUS "
                   WS-GROCERY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS
               CLOSE GROCERY-LIST-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

                   WS-RPT-STATUS
               CLOSE GROCERY-LIST-IN
               CLOSE PRICE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

