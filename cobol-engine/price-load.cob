           IF WS-SUPP-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SUPPLIER PRICE FILE - STATUS "
                   WS-SUPP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS
               CLOSE SUPPLIER-PRICE-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

                   WS-HIST-STATUS
               CLOSE SUPPLIER-PRICE-IN
               CLOSE PRICE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

                   CLOSE SUPPLIER-PRICE-IN
                   CLOSE PRICE-MASTER
                   CLOSE PRICE-HIST
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "LOADING PRICES FOR STORE " WS-STORE-CODE
               CLOSE SUPPLIER-PRICE-IN
               CLOSE PRICE-MASTER
               CLOSE PRICE-HIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               " APPLIED " WS-APPLIED-COUNT
               " HELD " WS-HELD-COUNT

           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       READ-SUPPLIER-TXN.
               MOVE SP-UOM TO PM-PRICE-UOM
           END-IF
           SET PM-ACTIVE TO TRUE
           MOVE 0 TO PM-SHELF-LIFE-DAYS
           WRITE PRICE-MASTER-REC
           MOVE 0 TO WS-OLD-PRICE
           PERFORM WRITE-HISTORY-RECORD
