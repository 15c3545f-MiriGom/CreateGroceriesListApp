           IF WS-GROCERY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GROCERY LIST INPUT - STATUS "
                   WS-GROCERY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "UNABLE TO OPEN PICK LIST OUTPUT - STATUS "
                   WS-RPT-STATUS
               CLOSE GROCERY-LIST-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

