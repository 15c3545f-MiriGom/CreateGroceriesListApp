       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBST-RPT.

      *****************************************************************
      * Reports the substitutions PRODUCT-TOTAL made over a date
      * range: every transaction detail line (TXNDTL.DAT) priced with
      * a substitute from ITEMSUB.DAT because the item listed was
      * retired or gone from the price master, what was swapped for
      * what, and what the swap cost against the original at its last
      * price. A second section totals each original/substitute pair,
      * so a substitution that keeps costing more is seen at a glance
      * and a proper replacement can be put on the lists.
      *
      * The difference is the substitute's extended price less the
      * original's - positive when the substitute was dearer. A line
      * whose original could not be priced (not on the master, or in
      * a unit that would not convert) shows NOT PRICED and stays out
      * of the original and difference totals. Reversal lines written
      * by VOID-RUN subtract, so a voided run's substitutions net out.
      *
      * Item names come off the price master where it is available.
      *
      * Usage:
      *   subst-rpt [from-date] [to-date]     (YYYYMMDD, both
      *                                        optional - default all)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-DETAIL ASSIGN TO "TXNDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT PRICE-MASTER ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT SUBST-OUT ASSIGN TO "SUBSTRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-DETAIL.
           COPY "txn-detail-rec.cpy".

       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  SUBST-OUT.
       01  SUBST-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TXN-STATUS        PIC XX.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-RPT-STATUS        PIC XX.
       01  WS-PRICE-AVAIL-FLAG  PIC X VALUE "N".
           88  WS-PRICE-AVAILABLE    VALUE "Y".

       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-FROM-DATE         PIC 9(8) VALUE 0.
       01  WS-TO-DATE           PIC 9(8) VALUE 99999999.
       01  WS-ARG-IX            PIC 9(4).

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-TXN            VALUE "Y".

       01  WS-READ-COUNT        PIC 9(7) VALUE 0.
       01  WS-SUBST-COUNT       PIC 9(7) VALUE 0.
       01  WS-UNPRICED-COUNT    PIC S9(7) VALUE 0.

       01  WS-LINE-SUBST-EXT    PIC S9(7)V99.
       01  WS-LINE-ORIG-EXT     PIC S9(7)V99.
       01  WS-LINE-DIFF         PIC S9(7)V99.
       01  WS-LINE-PRICED-FLAG  PIC X.
           88  WS-ORIG-PRICED        VALUE "Y".

       01  WS-TOTAL-SUBST-EXT   PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-ORIG-EXT    PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-PRICED-EXT  PIC S9(9)V99 VALUE 0.
       01  WS-TOTAL-DIFF        PIC S9(9)V99 VALUE 0.

       01  WS-PAIR-COUNT        PIC 9(4) VALUE 0.
       01  WS-PAIR-IX           PIC 9(4).
       01  WS-MATCH-IX          PIC 9(4).
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES.
               10  WS-PAIR-ORIG-ITEM   PIC X(6).
               10  WS-PAIR-SUBST-ITEM  PIC X(6).
               10  WS-PAIR-LINES       PIC S9(5).
               10  WS-PAIR-SUBST-EXT   PIC S9(9)V99.
               10  WS-PAIR-ORIG-EXT    PIC S9(9)V99.
               10  WS-PAIR-DIFF        PIC S9(9)V99.

       01  WS-NAME-ITEM         PIC X(6).
       01  WS-NAME-RESULT       PIC X(20).

       01  WS-EDIT-DATE         PIC 9999/99/99.
       01  WS-EDIT-LINE-NO      PIC ZZZZZZ9.
       01  WS-EDIT-LINES        PIC ZZZZ9-.
       01  WS-EDIT-AMOUNT       PIC ZZZ,ZZ9.99.
       01  WS-EDIT-NET          PIC ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IX FROM 1 BY 1
                   UNTIL WS-ARG-IX > WS-ARG-COUNT
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE(1:8) NUMERIC
                       AND WS-ARG-VALUE(9:12) = SPACES
                   IF WS-ARG-IX = 1
                       MOVE WS-ARG-VALUE(1:8) TO WS-FROM-DATE
                   ELSE
                       MOVE WS-ARG-VALUE(1:8) TO WS-TO-DATE
                   END-IF
               ELSE
                   DISPLAY "USAGE: subst-rpt [from-date] [to-date] "
                       "(YYYYMMDD)"
                   STOP RUN
               END-IF
           END-PERFORM

           OPEN INPUT TXN-DETAIL
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION DETAIL FILE - "
                   "STATUS " WS-TXN-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT SUBST-OUT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SUBSTITUTION REPORT OUTPUT - "
                   "STATUS " WS-RPT-STATUS
               CLOSE TXN-DETAIL
               STOP RUN
           END-IF

           OPEN INPUT PRICE-MASTER
           IF WS-PRICE-STATUS = "00"
               SET WS-PRICE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "PRICE MASTER NOT AVAILABLE - STATUS "
                   WS-PRICE-STATUS " - ITEM NAMES NOT SHOWN"
           END-IF

           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-TXN-RECORD
           PERFORM UNTIL WS-EOF-TXN
               IF TD-RUN-DATE >= WS-FROM-DATE
                       AND TD-RUN-DATE <= WS-TO-DATE
                       AND TD-SUBST-FOR-ITEM NOT = SPACES
                   ADD 1 TO WS-SUBST-COUNT
                   PERFORM REPORT-SUBSTITUTED-LINE
               END-IF
               PERFORM READ-TXN-RECORD
           END-PERFORM

           PERFORM WRITE-PAIR-SECTION
           PERFORM WRITE-TOTALS-SECTION

           CLOSE TXN-DETAIL
           CLOSE SUBST-OUT
           IF WS-PRICE-AVAILABLE
               CLOSE PRICE-MASTER
           END-IF

           DISPLAY "SUBSTITUTION REPORT WRITTEN TO SUBSTRPT.OUT - READ "
               WS-READ-COUNT " LINE(S), " WS-SUBST-COUNT
               " SUBSTITUTED"

           STOP RUN.

       READ-TXN-RECORD.
           READ TXN-DETAIL
               AT END
                   SET WS-EOF-TXN TO TRUE
           END-READ
           IF NOT WS-EOF-TXN
               ADD 1 TO WS-READ-COUNT
           END-IF.

      *****************************************************************
      * Prints one substituted line and folds it into the pair table
      * and the totals. Amounts go in signed, negated for a reversal.
      *****************************************************************
       REPORT-SUBSTITUTED-LINE.
           MOVE "N" TO WS-LINE-PRICED-FLAG
           IF TD-ORIG-EXT-PRICE NUMERIC
               IF TD-ORIG-EXT-PRICE > 0
                   SET WS-ORIG-PRICED TO TRUE
               END-IF
           END-IF

           MOVE TD-EXT-PRICE TO WS-LINE-SUBST-EXT
           MOVE 0 TO WS-LINE-ORIG-EXT
           MOVE 0 TO WS-LINE-DIFF
           IF WS-ORIG-PRICED
               MOVE TD-ORIG-EXT-PRICE TO WS-LINE-ORIG-EXT
               COMPUTE WS-LINE-DIFF =
                   WS-LINE-SUBST-EXT - WS-LINE-ORIG-EXT
           END-IF
           PERFORM WRITE-DETAIL-LINE

           IF TD-REVERSAL-ENTRY
               COMPUTE WS-LINE-SUBST-EXT = 0 - WS-LINE-SUBST-EXT
               COMPUTE WS-LINE-ORIG-EXT = 0 - WS-LINE-ORIG-EXT
               COMPUTE WS-LINE-DIFF = 0 - WS-LINE-DIFF
           END-IF

           ADD WS-LINE-SUBST-EXT TO WS-TOTAL-SUBST-EXT
           IF WS-ORIG-PRICED
               ADD WS-LINE-SUBST-EXT TO WS-TOTAL-PRICED-EXT
               ADD WS-LINE-ORIG-EXT TO WS-TOTAL-ORIG-EXT
               ADD WS-LINE-DIFF TO WS-TOTAL-DIFF
           ELSE
               IF TD-REVERSAL-ENTRY
                   SUBTRACT 1 FROM WS-UNPRICED-COUNT
               ELSE
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
           END-IF

           PERFORM ROLL-UP-PAIR.

       ROLL-UP-PAIR.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
                       OR WS-MATCH-IX > 0
               IF WS-PAIR-ORIG-ITEM (WS-PAIR-IX) = TD-SUBST-FOR-ITEM
                       AND WS-PAIR-SUBST-ITEM (WS-PAIR-IX) =
                           TD-ITEM-CODE
                   MOVE WS-PAIR-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = 0
               IF WS-PAIR-COUNT >= 200
                   DISPLAY "SUBSTITUTION PAIR TABLE FULL - NOT "
                       "TOTALLED FOR " TD-SUBST-FOR-ITEM "/"
                       TD-ITEM-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-MATCH-IX
               MOVE TD-SUBST-FOR-ITEM TO
                   WS-PAIR-ORIG-ITEM (WS-MATCH-IX)
               MOVE TD-ITEM-CODE TO WS-PAIR-SUBST-ITEM (WS-MATCH-IX)
               MOVE 0 TO WS-PAIR-LINES (WS-MATCH-IX)
               MOVE 0 TO WS-PAIR-SUBST-EXT (WS-MATCH-IX)
               MOVE 0 TO WS-PAIR-ORIG-EXT (WS-MATCH-IX)
               MOVE 0 TO WS-PAIR-DIFF (WS-MATCH-IX)
           END-IF

           IF TD-REVERSAL-ENTRY
               SUBTRACT 1 FROM WS-PAIR-LINES (WS-MATCH-IX)
           ELSE
               ADD 1 TO WS-PAIR-LINES (WS-MATCH-IX)
           END-IF
           ADD WS-LINE-SUBST-EXT TO WS-PAIR-SUBST-EXT (WS-MATCH-IX)
           ADD WS-LINE-ORIG-EXT TO WS-PAIR-ORIG-EXT (WS-MATCH-IX)
           ADD WS-LINE-DIFF TO WS-PAIR-DIFF (WS-MATCH-IX).

      *****************************************************************
      * Looks up WS-NAME-ITEM on the price master for display; spaces
      * when the master is not open or the item is not on it.
      *****************************************************************
       GET-ITEM-NAME.
           MOVE SPACES TO WS-NAME-RESULT
           IF WS-PRICE-AVAILABLE
               MOVE WS-NAME-ITEM TO PM-ITEM-CODE
               READ PRICE-MASTER
                   INVALID KEY
                       MOVE "*NOT ON MASTER*" TO WS-NAME-RESULT
                   NOT INVALID KEY
                       MOVE PM-ITEM-NAME TO WS-NAME-RESULT
               END-READ
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO SUBST-LINE
           MOVE "ITEM SUBSTITUTION REPORT - TRANSACTION DETAIL" TO
               SUBST-LINE
           WRITE SUBST-LINE

           MOVE WS-FROM-DATE TO WS-EDIT-DATE
           MOVE SPACES TO SUBST-LINE
           STRING "FROM " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               INTO SUBST-LINE
           MOVE WS-TO-DATE TO WS-EDIT-DATE
           STRING " TO " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               INTO SUBST-LINE(16:)
           WRITE SUBST-LINE

           MOVE SPACES TO SUBST-LINE
           WRITE SUBST-LINE

           MOVE SPACES TO SUBST-LINE
           MOVE "SUBSTITUTED LINES  (DIFF + = SUBSTITUTE DEARER)" TO
               SUBST-LINE
           WRITE SUBST-LINE

           MOVE SPACES TO SUBST-LINE
           MOVE "RUN DATE" TO SUBST-LINE(1:8)
           MOVE "RUN" TO SUBST-LINE(12:3)
           MOVE "LINE" TO SUBST-LINE(22:4)
           MOVE "LISTED" TO SUBST-LINE(27:6)
           MOVE "SUBSTITUTE" TO SUBST-LINE(34:10)
           MOVE "SUB PRICE" TO SUBST-LINE(63:9)
           MOVE "ORIG PRICE" TO SUBST-LINE(73:10)
           MOVE "DIFFERENCE" TO SUBST-LINE(84:10)
           WRITE SUBST-LINE.

       WRITE-DETAIL-LINE.
           MOVE TD-ITEM-CODE TO WS-NAME-ITEM
           PERFORM GET-ITEM-NAME

           MOVE SPACES TO SUBST-LINE
           MOVE TD-RUN-DATE TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE TO SUBST-LINE(1:10)
           MOVE TD-RUN-ID TO SUBST-LINE(12:6)
           MOVE TD-LINE-NO TO WS-EDIT-LINE-NO
           MOVE WS-EDIT-LINE-NO TO SUBST-LINE(19:7)
           MOVE TD-SUBST-FOR-ITEM TO SUBST-LINE(27:6)
           MOVE TD-ITEM-CODE TO SUBST-LINE(34:6)
           MOVE WS-NAME-RESULT TO SUBST-LINE(41:20)
           MOVE TD-EXT-PRICE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO SUBST-LINE(62:10)
           IF WS-ORIG-PRICED
               MOVE TD-ORIG-EXT-PRICE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO SUBST-LINE(73:10)
               MOVE WS-LINE-DIFF TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO SUBST-LINE(84:11)
           ELSE
               MOVE "NOT PRICED" TO SUBST-LINE(73:10)
           END-IF
           IF TD-REVERSAL-ENTRY
               MOVE "REV" TO SUBST-LINE(96:3)
           END-IF
           WRITE SUBST-LINE.

      *****************************************************************
      * One line per original/substitute pair, in the order the pairs
      * were first seen, netted over reversals.
      *****************************************************************
       WRITE-PAIR-SECTION.
           MOVE SPACES TO SUBST-LINE
           WRITE SUBST-LINE

           MOVE SPACES TO SUBST-LINE
           MOVE "BY ORIGINAL AND SUBSTITUTE" TO SUBST-LINE
           WRITE SUBST-LINE

           MOVE SPACES TO SUBST-LINE
           MOVE "LISTED ITEM" TO SUBST-LINE(1:11)
           MOVE "SUBSTITUTE" TO SUBST-LINE(29:10)
           MOVE "LINES" TO SUBST-LINE(57:5)
           MOVE "SUB PRICE" TO SUBST-LINE(64:9)
           MOVE "ORIG PRICE" TO SUBST-LINE(74:10)
           MOVE "DIFFERENCE" TO SUBST-LINE(85:10)
           WRITE SUBST-LINE

           PERFORM VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
               PERFORM WRITE-ONE-PAIR-LINE
           END-PERFORM

           IF WS-PAIR-COUNT = 0
               MOVE SPACES TO SUBST-LINE
               MOVE "  NO SUBSTITUTED LINES IN RANGE" TO SUBST-LINE
               WRITE SUBST-LINE
           END-IF.

       WRITE-ONE-PAIR-LINE.
           MOVE SPACES TO SUBST-LINE
           MOVE WS-PAIR-ORIG-ITEM (WS-PAIR-IX) TO SUBST-LINE(1:6)
           MOVE WS-PAIR-ORIG-ITEM (WS-PAIR-IX) TO WS-NAME-ITEM
           PERFORM GET-ITEM-NAME
           MOVE WS-NAME-RESULT TO SUBST-LINE(8:20)
           MOVE WS-PAIR-SUBST-ITEM (WS-PAIR-IX) TO SUBST-LINE(29:6)
           MOVE WS-PAIR-SUBST-ITEM (WS-PAIR-IX) TO WS-NAME-ITEM
           PERFORM GET-ITEM-NAME
           MOVE WS-NAME-RESULT TO SUBST-LINE(36:20)
           MOVE WS-PAIR-LINES (WS-PAIR-IX) TO WS-EDIT-LINES
           MOVE WS-EDIT-LINES TO SUBST-LINE(56:6)
           MOVE WS-PAIR-SUBST-EXT (WS-PAIR-IX) TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO SUBST-LINE(62:11)
           MOVE WS-PAIR-ORIG-EXT (WS-PAIR-IX) TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO SUBST-LINE(73:11)
           MOVE WS-PAIR-DIFF (WS-PAIR-IX) TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO SUBST-LINE(84:11)
           WRITE SUBST-LINE.

       WRITE-TOTALS-SECTION.
           MOVE SPACES TO SUBST-LINE
           WRITE SUBST-LINE

           MOVE SPACES TO SUBST-LINE
           MOVE "TOTALS" TO SUBST-LINE
           WRITE SUBST-LINE

           MOVE WS-SUBST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SUBST-LINE
           STRING "  SUBSTITUTED LINES READ         " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO SUBST-LINE
           WRITE SUBST-LINE

           MOVE WS-TOTAL-SUBST-EXT TO WS-EDIT-NET
           MOVE SPACES TO SUBST-LINE
           STRING "  SPENT ON SUBSTITUTES          " DELIMITED BY SIZE
               WS-EDIT-NET DELIMITED BY SIZE
               INTO SUBST-LINE
           WRITE SUBST-LINE

           MOVE WS-TOTAL-PRICED-EXT TO WS-EDIT-NET
           MOVE SPACES TO SUBST-LINE
           STRING "    OF WHICH ORIGINAL PRICED    " DELIMITED BY SIZE
               WS-EDIT-NET DELIMITED BY SIZE
               INTO SUBST-LINE
           WRITE SUBST-LINE

           MOVE WS-TOTAL-ORIG-EXT TO WS-EDIT-NET
           MOVE SPACES TO SUBST-LINE
           STRING "  ORIGINALS WOULD HAVE COST     " DELIMITED BY SIZE
               WS-EDIT-NET DELIMITED BY SIZE
               INTO SUBST-LINE
           WRITE SUBST-LINE

           MOVE WS-TOTAL-DIFF TO WS-EDIT-NET
           MOVE SPACES TO SUBST-LINE
           STRING "  NET DIFFERENCE                " DELIMITED BY SIZE
               WS-EDIT-NET DELIMITED BY SIZE
               INTO SUBST-LINE
           WRITE SUBST-LINE

           IF WS-UNPRICED-COUNT NOT = 0
               MOVE WS-UNPRICED-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO SUBST-LINE
               STRING "  LINES WITH ORIGINAL NOT PRICED "
                   DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO SUBST-LINE
               WRITE SUBST-LINE
           END-IF.
