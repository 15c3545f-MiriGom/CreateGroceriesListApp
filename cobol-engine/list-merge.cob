                   OR FUNCTION MOD(WS-ARG-COUNT, 2) NOT = 0
               DISPLAY "USAGE: list-merge requester1 file1 "
                   "[requester2 file2 ...]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-LIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN LIST FILE " WS-LIST-FILE-NAME
                   " - STATUS " WS-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ELSE
               IF WS-ITEM-COUNT >= 500
                   DISPLAY "MERGE WORK TABLE FULL - SPLIT THE RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ITEM-COUNT
           IF WS-GROCERY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GROCERY LIST FILE - STATUS "
                   WS-GROCERY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

