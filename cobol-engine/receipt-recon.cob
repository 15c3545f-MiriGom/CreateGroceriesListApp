       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-RUN-ID            PIC 9(6).
       01  WS-RUN-VOID-FLAG     PIC X VALUE "N".
           88  WS-RUN-VOIDED         VALUE "Y".

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-TXN            VALUE "Y".
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               DISPLAY "USAGE: receipt-recon run-id"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF WS-ARG-VALUE(1:6) NOT NUMERIC
               DISPLAY "RUN ID MUST BE NUMERIC: " WS-ARG-VALUE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-VALUE(1:6) TO WS-RUN-ID
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION DETAIL FILE - "
                   "STATUS " WS-TXN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "UNABLE TO OPEN STORE RECEIPT FILE - STATUS "
                   WS-STORE-STATUS
               CLOSE TXN-DETAIL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

                   WS-PRICE-STATUS
               CLOSE TXN-DETAIL
               CLOSE STORE-RECEIPT-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               CLOSE TXN-DETAIL
               CLOSE STORE-RECEIPT-IN
               CLOSE PRICE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               CLOSE STORE-RECEIPT-IN
               CLOSE PRICE-MASTER
               CLOSE RECON-RPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-RUN-DETAIL

           IF WS-RUN-VOIDED
               DISPLAY "RUN " WS-RUN-ID " HAS BEEN VOIDED - NOTHING "
                   "TO RECONCILE"
               PERFORM CLOSE-ALL-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-DETAIL-COUNT = 0
               DISPLAY "NO DETAIL RECORDS FOR RUN " WS-RUN-ID
               PERFORM CLOSE-ALL-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

               WS-VARIANCE-COUNT " VARIANCE(S), "
               WS-CONFIRM-COUNT " UPDATE TRANSACTION(S) WRITTEN"

           IF WS-VARIANCE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       CLOSE-ALL-FILES.
      * per item code. A run can carry the same item on more than one
      * line (several requesters' lines suspend-repaired separately);
      * they extended at the same unit price, so the quantities fold
      * onto one entry. A reversal line means VOID-RUN has backed the
      * run out, and there is nothing left to reconcile.
      *****************************************************************
       LOAD-RUN-DETAIL.
           PERFORM READ-TXN-RECORD
           PERFORM UNTIL WS-EOF-TXN
               IF TD-RUN-ID = WS-RUN-ID
                   IF TD-REVERSAL-ENTRY
                       SET WS-RUN-VOIDED TO TRUE
                   ELSE
                       PERFORM FOLD-IN-DETAIL-LINE
                   END-IF
               END-IF
               PERFORM READ-TXN-RECORD
           END-PERFORM.
               IF WS-DETAIL-COUNT >= 500
                   DISPLAY "DETAIL WORK TABLE FULL - SPLIT THE RUN"
                   PERFORM CLOSE-ALL-FILES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DETAIL-COUNT
