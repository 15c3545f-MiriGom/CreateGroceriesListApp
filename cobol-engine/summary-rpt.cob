      * Reads AUDIT-LOG (written by PRODUCT-TOTAL, one record per run)
      * and produces a rollup report: total by day of week, plus a
      * running month-to-date total, so a high or low day is visible
      * without adding up the log by hand. A reversal record written
      * by VOID-RUN takes its run back out of both rollups.
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY "audit-log-rec.cpy".

       FD  SUMMARY-OUT.
       01  SUMMARY-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS      PIC XX.
       01  WS-DOW-TOTALS.
           05  WS-DOW-ENTRY OCCURS 7 TIMES INDEXED BY DOW-IDX.
               10  WS-DOW-COUNT  PIC 9(5) VALUE 0.
               10  WS-DOW-TOTAL  PIC S9(9)V99 VALUE 0.

       01  WS-CURRENT-MONTH      PIC 9(6) VALUE 0.
       01  WS-MTD-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-FIRST-RECORD-FLAG  PIC X VALUE "Y".
           88  WS-FIRST-RECORD        VALUE "Y".

       01  WS-EDIT-MONTH          PIC 9(4)/99.
       01  WS-EDIT-DATE           PIC 9999/99/99.
       01  WS-EDIT-RUN-TOTAL      PIC ZZZ,ZZ9.99-.
       01  WS-EDIT-MTD-TOTAL      PIC ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WS-INTEGER-DATE),
                   7) + 1

           IF AL-VOID-ENTRY
               SUBTRACT 1 FROM WS-DOW-COUNT (WS-DOW)
               SUBTRACT AL-FINAL-TOTAL FROM WS-DOW-TOTAL (WS-DOW)
           ELSE
               ADD 1 TO WS-DOW-COUNT (WS-DOW)
               ADD AL-FINAL-TOTAL TO WS-DOW-TOTAL (WS-DOW)
           END-IF.

      *****************************************************************
      * A reversal carries the date of the run it cancels and is
      * appended after whatever has run since, so it never starts a
      * new month. Within the month it nets out of month-to-date; a
      * reversal of an earlier month's run prints under the current
      * heading without touching this month's figure.
      *****************************************************************
       WRITE-MTD-LINE.
           IF WS-FIRST-RECORD OR
                   (AL-RUN-ENTRY
                       AND AL-RUN-DATE(1:6) NOT = WS-CURRENT-MONTH)
               MOVE AL-RUN-DATE(1:6) TO WS-CURRENT-MONTH
               MOVE 0 TO WS-MTD-TOTAL
               MOVE "N" TO WS-FIRST-RECORD-FLAG
               WRITE SUMMARY-LINE
           END-IF

           IF AL-VOID-ENTRY
               IF AL-RUN-DATE(1:6) = WS-CURRENT-MONTH
                   SUBTRACT AL-FINAL-TOTAL FROM WS-MTD-TOTAL
               END-IF
           ELSE
               ADD AL-FINAL-TOTAL TO WS-MTD-TOTAL
           END-IF

           MOVE AL-RUN-DATE TO WS-EDIT-DATE
           IF AL-VOID-ENTRY
               COMPUTE WS-EDIT-RUN-TOTAL = 0 - AL-FINAL-TOTAL
           ELSE
               MOVE AL-FINAL-TOTAL TO WS-EDIT-RUN-TOTAL
           END-IF
           MOVE WS-MTD-TOTAL TO WS-EDIT-MTD-TOTAL

           MOVE SPACES TO SUMMARY-LINE
               "  MTD=" DELIMITED BY SIZE
               WS-EDIT-MTD-TOTAL DELIMITED BY SIZE
               INTO SUMMARY-LINE
           IF AL-VOID-ENTRY
               STRING "  VOID OF RUN " DELIMITED BY SIZE
                   AL-RUN-ID DELIMITED BY SIZE
                   INTO SUMMARY-LINE(56:)
               IF AL-RUN-DATE(1:6) NOT = WS-CURRENT-MONTH
                   MOVE AL-RUN-DATE(1:6) TO WS-EDIT-MONTH
                   STRING " FROM " DELIMITED BY SIZE
                       WS-EDIT-MONTH DELIMITED BY SIZE
                       INTO SUMMARY-LINE(76:)
               END-IF
           END-IF
           WRITE SUMMARY-LINE.

       WRITE-DAY-OF-WEEK-SECTION.
