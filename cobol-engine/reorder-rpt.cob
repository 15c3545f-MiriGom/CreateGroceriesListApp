           IF WS-PANTRY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PANTRY STOCK FILE - STATUS "
                   WS-PANTRY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS
               CLOSE PANTRY-STOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

                   WS-REORDER-STATUS
               CLOSE PANTRY-STOCK
               CLOSE PRICE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               CLOSE PANTRY-STOCK
               CLOSE PRICE-MASTER
               CLOSE REORDER-OUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

