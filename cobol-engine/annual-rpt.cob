       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNUAL-RPT.

      *****************************************************************
      * Year-end spend report. MONTH-CLOSE moves each closed month's
      * audit and detail records out to AUDARCH.YYYYMM.DAT and
      * TXNARCH.YYYYMM.DAT, so SUMMARY-RPT and SPEND-RPT only ever see
      * the open months. This report reads the archive of every month
      * of the year and of the year before it, plus whatever is still
      * on the live AUDITLOG.DAT and TXNDTL.DAT, and writes ANNUAL.OUT:
      *
      *   - month by month: close status, runs, lines, gross,
      *     discount, tax and net spend for the year
      *   - tax and discount totals against the prior year
      *   - spend by category and by requester
      *   - each month against the same month of the prior year
      *   - the top 25 items by spend
      *
      * Spend is figured as SPEND-RPT figures it - extended price less
      * discount plus tax, carried signed - and a reversal line written
      * by VOID-RUN takes back everything its original added, so a
      * voided run nets to zero wherever it falls.
      *
      * An archived line belongs to the month it was archived under.
      * A live line belongs to the month of its run's audit record, as
      * MONTH-CLOSE will file it; a live line with no audit record (a
      * run halted part way, or an orphan MONTH-CLOSE left behind)
      * falls back to its own run date and is counted in a note.
      *
      * Every month of the year is checked against CLOSED.DAT and the
      * archives. A month that has ended but is not closed, a closed
      * month with a missing or partial archive, a closed month with
      * lines still on the live file, and an archive for a month not
      * marked closed are all flagged with an asterisk. A closed month
      * that had no runs leaves no archive, so it flags too - check it
      * against the close report. The current month and months still
      * to come are shown but not flagged.
      *
      * Usage:
      *   annual-rpt [YYYY]                   (default - this year)
      *
      * Return code: 0 clean, 4 months flagged or a table filled,
      *              8 usage, 16 output or live file cannot be opened
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-IN ASSIGN TO DYNAMIC WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT TXN-IN ASSIGN TO DYNAMIC WS-TXN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.

           SELECT CLOSED-PERIOD ASSIGN TO "CLOSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.

           SELECT PRICE-MASTER ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT ANNUAL-OUT ASSIGN TO "ANNUAL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-IN.
           COPY "audit-log-rec.cpy".

       FD  TXN-IN.
           COPY "txn-detail-rec.cpy".

       FD  CLOSED-PERIOD.
           COPY "closed-period-rec.cpy".

       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  ANNUAL-OUT.
       01  ANNUAL-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS        PIC XX.
       01  WS-TXN-STATUS        PIC XX.
       01  WS-CLOSED-STATUS     PIC XX.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-OUT-STATUS        PIC XX.
       01  WS-PRICE-AVAIL-FLAG  PIC X VALUE "N".
           88  WS-PRICE-AVAILABLE    VALUE "Y".

       01  WS-AUD-FILE-NAME     PIC X(30).
       01  WS-TXN-FILE-NAME     PIC X(30).

       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-FILE           VALUE "Y".
       01  WS-SOURCE-FLAG       PIC X VALUE "L".
           88  WS-FROM-ARCHIVE       VALUE "A".
           88  WS-FROM-LIVE          VALUE "L".
       01  WS-TABLE-FULL-FLAG   PIC X VALUE "N".
           88  WS-TABLE-FILLED       VALUE "Y".

       01  WS-REPORT-YEAR       PIC 9(4).
       01  WS-CLOSED-THRU       PIC 9(6) VALUE 0.
       01  WS-THIS-MONTH        PIC 9(6).
       01  WS-MONTH-TEXT        PIC X(6).
       01  WS-MONTH-WORK        PIC 9(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
           05  WS-MW-YEAR           PIC 9(4).
           05  WS-MW-MONTH          PIC 9(2).

       01  WS-YR-IX             PIC 9(4).
       01  WS-MON-IX            PIC 9(4).
       01  WS-MATCH-IX          PIC 9(4).
       01  WS-LINE-SPEND        PIC S9(7)V99.
       01  WS-LINE-SIGN         PIC S9 VALUE 1.

      *****************************************************************
      * One slot per year - 1 the report year, 2 the year before -
      * and one entry per calendar month within each.
      *****************************************************************
       01  WS-YEAR-TABLE.
           05  WS-YR-ENTRY OCCURS 2 TIMES.
               10  WS-YR-YEAR          PIC 9(4).
               10  WS-YR-RUNS          PIC 9(7).
               10  WS-YR-VOIDS         PIC 9(7).
               10  WS-YR-LINES         PIC S9(7).
               10  WS-YR-REV-LINES     PIC 9(7).
               10  WS-YR-REV-NET       PIC S9(9)V99.
               10  WS-YR-GROSS         PIC S9(9)V99.
               10  WS-YR-DISCOUNT      PIC S9(9)V99.
               10  WS-YR-TAX           PIC S9(9)V99.
               10  WS-YR-NET           PIC S9(9)V99.
               10  WS-YR-UNAUDITED     PIC 9(7).
               10  WS-YR-FLAGGED       PIC 9(4).
               10  WS-MON-ENTRY OCCURS 12 TIMES.
                   15  WS-MON-AUD-ARCH     PIC X.
                   15  WS-MON-TXN-ARCH     PIC X.
                   15  WS-MON-RUNS         PIC 9(5).
                   15  WS-MON-LIVE-RECS    PIC 9(7).
                   15  WS-MON-LINES        PIC S9(7).
                   15  WS-MON-GROSS        PIC S9(9)V99.
                   15  WS-MON-DISCOUNT     PIC S9(9)V99.
                   15  WS-MON-TAX          PIC S9(9)V99.
                   15  WS-MON-NET          PIC S9(9)V99.
                   15  WS-MON-STATUS       PIC X(28).
                   15  WS-MON-FLAG         PIC X.
                       88  WS-MON-FLAGGED       VALUE "*".

      *****************************************************************
      * Live audit records in either year, so a live detail line can
      * be filed under the month of its run.
      *****************************************************************
       01  WS-RUN-COUNT         PIC 9(4) VALUE 0.
       01  WS-RUN-IX            PIC 9(4).
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 1000 TIMES.
               10  WS-RUN-RUN-ID       PIC 9(6).
               10  WS-RUN-YR-IX        PIC 9.
               10  WS-RUN-MON-IX       PIC 99.

       01  WS-CAT-COUNT         PIC 9(4) VALUE 0.
       01  WS-CAT-IX            PIC 9(4).
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 50 TIMES.
               10  WS-CAT-NAME         PIC X(10).
               10  WS-CAT-LINES        PIC S9(7).
               10  WS-CAT-GROSS        PIC S9(9)V99.
               10  WS-CAT-DISCOUNT     PIC S9(9)V99.
               10  WS-CAT-TAX          PIC S9(9)V99.
               10  WS-CAT-NET          PIC S9(9)V99.

       01  WS-REQ-COUNT         PIC 9(4) VALUE 0.
       01  WS-REQ-IX            PIC 9(4).
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 25 TIMES.
               10  WS-REQ-NAME         PIC X(8).
               10  WS-REQ-LINES        PIC S9(7).
               10  WS-REQ-GROSS        PIC S9(9)V99.
               10  WS-REQ-DISCOUNT     PIC S9(9)V99.
               10  WS-REQ-TAX          PIC S9(9)V99.
               10  WS-REQ-NET          PIC S9(9)V99.

       01  WS-ITEM-COUNT        PIC 9(4) VALUE 0.
       01  WS-ITEM-IX           PIC 9(4).
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 1000 TIMES.
               10  WS-ITM-CODE         PIC X(6).
               10  WS-ITM-CATEGORY     PIC X(10).
               10  WS-ITM-LINES        PIC S9(7).
               10  WS-ITM-GROSS        PIC S9(9)V99.
               10  WS-ITM-NET          PIC S9(9)V99.
               10  WS-ITM-RANKED       PIC X.

       01  WS-RANK              PIC 9(4).
       01  WS-TOP-LIMIT         PIC 9(4) VALUE 25.
       01  WS-BEST-IX           PIC 9(4).
       01  WS-NAME-ITEM         PIC X(6).
       01  WS-NAME-RESULT       PIC X(20).

       01  WS-THIS-AMOUNT       PIC S9(9)V99.
       01  WS-PRIOR-AMOUNT      PIC S9(9)V99.
       01  WS-CHANGE            PIC S9(9)V99.
       01  WS-PERCENT           PIC S9(5)V9.
       01  WS-PRIOR-FLAGGED     PIC X.

       01  WS-EDIT-MONTH        PIC 9(4)/99.
       01  WS-EDIT-YEAR         PIC 9(4).
       01  WS-EDIT-RANK         PIC Z9.
       01  WS-EDIT-COUNT        PIC ZZZZ9.
       01  WS-EDIT-LINES        PIC ZZZZZ9-.
       01  WS-EDIT-NET          PIC ZZZ,ZZ9.99-.
       01  WS-EDIT-PERCENT      PIC ZZZ9.9-.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-THIS-MONTH
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-YEAR

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 1
               DISPLAY "USAGE: annual-rpt [YYYY]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ARG-COUNT = 1
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF WS-ARG-VALUE(1:4) NOT NUMERIC
                       OR WS-ARG-VALUE(5:16) NOT = SPACES
                       OR WS-ARG-VALUE(1:4) = "0000"
                   DISPLAY "YEAR MUST BE YYYY: " WS-ARG-VALUE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-ARG-VALUE(1:4) TO WS-REPORT-YEAR
           END-IF

           INITIALIZE WS-YEAR-TABLE
           MOVE WS-REPORT-YEAR TO WS-YR-YEAR (1)
           COMPUTE WS-YR-YEAR (2) = WS-REPORT-YEAR - 1

           OPEN INPUT CLOSED-PERIOD
           IF WS-CLOSED-STATUS = "00"
               READ CLOSED-PERIOD
                   NOT AT END
                       MOVE CP-CLOSED-THRU TO WS-CLOSED-THRU
               END-READ
               CLOSE CLOSED-PERIOD
           END-IF

           OPEN OUTPUT ANNUAL-OUT
           IF WS-OUT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ANNUAL OUTPUT - STATUS "
                   WS-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRICE-MASTER
           IF WS-PRICE-STATUS = "00"
               SET WS-PRICE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "PRICE MASTER NOT AVAILABLE - STATUS "
                   WS-PRICE-STATUS " - ITEM NAMES NOT SHOWN"
           END-IF

           PERFORM LOAD-LIVE-AUDIT-RUNS

           PERFORM VARYING WS-YR-IX FROM 1 BY 1 UNTIL WS-YR-IX > 2
               PERFORM VARYING WS-MON-IX FROM 1 BY 1
                       UNTIL WS-MON-IX > 12
                   PERFORM READ-MONTH-ARCHIVES
               END-PERFORM
           END-PERFORM

           PERFORM READ-LIVE-DETAIL

           PERFORM VARYING WS-YR-IX FROM 1 BY 1 UNTIL WS-YR-IX > 2
               PERFORM VARYING WS-MON-IX FROM 1 BY 1
                       UNTIL WS-MON-IX > 12
                   PERFORM SET-MONTH-STATUS
               END-PERFORM
           END-PERFORM

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-MONTH-SECTION
           PERFORM WRITE-TOTALS-SECTION
           PERFORM WRITE-CATEGORY-SECTION
           PERFORM WRITE-REQUESTER-SECTION
           PERFORM WRITE-COMPARISON-SECTION
           PERFORM WRITE-TOP-ITEMS-SECTION

           CLOSE ANNUAL-OUT
           IF WS-PRICE-AVAILABLE
               CLOSE PRICE-MASTER
           END-IF

           DISPLAY "ANNUAL REPORT FOR " WS-REPORT-YEAR
               " WRITTEN TO ANNUAL.OUT - " WS-YR-FLAGGED (1)
               " MONTH(S) FLAGGED"

           IF WS-YR-FLAGGED (1) > 0 OR WS-TABLE-FILLED
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *****************************************************************
      * Notes every live audit record dated in either year: its run
      * counts toward its month, and its run ID is kept so the live
      * detail lines can follow it. The reversal record VOID-RUN
      * writes carries the same run ID and run date as the original,
      * so it counts as a void against the same month.
      *****************************************************************
       LOAD-LIVE-AUDIT-RUNS.
           MOVE "AUDITLOG.DAT" TO WS-AUD-FILE-NAME
           OPEN INPUT AUD-IN
           IF WS-AUD-STATUS = "35"
               DISPLAY "NO LIVE AUDIT LOG - ARCHIVES ONLY"
               EXIT PARAGRAPH
           END-IF
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AUDIT LOG - STATUS "
                   WS-AUD-STATUS
               CLOSE ANNUAL-OUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-FROM-LIVE TO TRUE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ AUD-IN
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       MOVE AL-RUN-DATE(1:6) TO WS-MONTH-WORK
                       PERFORM FIND-YEAR-SLOT
                       IF WS-YR-IX > 0
                           MOVE WS-MW-MONTH TO WS-MON-IX
                           PERFORM COUNT-AUDIT-RECORD
                           ADD 1 TO WS-MON-LIVE-RECS
                               (WS-YR-IX, WS-MON-IX)
                           PERFORM NOTE-LIVE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUD-IN.

       NOTE-LIVE-RUN.
           IF WS-RUN-COUNT >= 1000
               DISPLAY "RUN TABLE FULL - RUN " AL-RUN-ID
                   " FILED BY LINE DATE"
               SET WS-TABLE-FILLED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE AL-RUN-ID TO WS-RUN-RUN-ID (WS-RUN-COUNT)
           MOVE WS-YR-IX TO WS-RUN-YR-IX (WS-RUN-COUNT)
           MOVE WS-MON-IX TO WS-RUN-MON-IX (WS-RUN-COUNT).

      *****************************************************************
      * Sets WS-YR-IX to the slot for the year in WS-MONTH-WORK, or
      * zero when the month falls in neither year.
      *****************************************************************
       FIND-YEAR-SLOT.
           MOVE 0 TO WS-YR-IX
           IF WS-MONTH-WORK NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-MW-MONTH < 1 OR WS-MW-MONTH > 12
               EXIT PARAGRAPH
           END-IF
           IF WS-MW-YEAR = WS-YR-YEAR (1)
               MOVE 1 TO WS-YR-IX
           END-IF
           IF WS-MW-YEAR = WS-YR-YEAR (2)
               MOVE 2 TO WS-YR-IX
           END-IF.

       COUNT-AUDIT-RECORD.
           IF AL-VOID-ENTRY
               ADD 1 TO WS-YR-VOIDS (WS-YR-IX)
           ELSE
               ADD 1 TO WS-YR-RUNS (WS-YR-IX)
               ADD 1 TO WS-MON-RUNS (WS-YR-IX, WS-MON-IX)
           END-IF.

      *****************************************************************
      * Reads one month's audit and detail archives, noting which of
      * the two exist ("Y"), are missing ("N") or would not open
      * ("E"). Every archived line belongs to the month it was
      * archived under.
      *****************************************************************
       READ-MONTH-ARCHIVES.
           SET WS-FROM-ARCHIVE TO TRUE
           COMPUTE WS-MONTH-WORK =
               WS-YR-YEAR (WS-YR-IX) * 100 + WS-MON-IX
           MOVE WS-MONTH-WORK TO WS-MONTH-TEXT

           MOVE SPACES TO WS-AUD-FILE-NAME
           STRING "AUDARCH." DELIMITED BY SIZE
               WS-MONTH-TEXT DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-AUD-FILE-NAME
           OPEN INPUT AUD-IN
           EVALUATE WS-AUD-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-MON-AUD-ARCH (WS-YR-IX, WS-MON-IX)
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FILE
                       READ AUD-IN
                           AT END
                               SET WS-EOF-FILE TO TRUE
                           NOT AT END
                               PERFORM COUNT-AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUD-IN
               WHEN "35"
                   MOVE "N" TO WS-MON-AUD-ARCH (WS-YR-IX, WS-MON-IX)
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN " WS-AUD-FILE-NAME
                       " - STATUS " WS-AUD-STATUS
                   MOVE "E" TO WS-MON-AUD-ARCH (WS-YR-IX, WS-MON-IX)
           END-EVALUATE

           MOVE SPACES TO WS-TXN-FILE-NAME
           STRING "TXNARCH." DELIMITED BY SIZE
               WS-MONTH-TEXT DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TXN-FILE-NAME
           OPEN INPUT TXN-IN
           EVALUATE WS-TXN-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-MON-TXN-ARCH (WS-YR-IX, WS-MON-IX)
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FILE
                       READ TXN-IN
                           AT END
                               SET WS-EOF-FILE TO TRUE
                           NOT AT END
                               PERFORM ACCUMULATE-DETAIL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE TXN-IN
               WHEN "35"
                   MOVE "N" TO WS-MON-TXN-ARCH (WS-YR-IX, WS-MON-IX)
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN " WS-TXN-FILE-NAME
                       " - STATUS " WS-TXN-STATUS
                   MOVE "E" TO WS-MON-TXN-ARCH (WS-YR-IX, WS-MON-IX)
           END-EVALUATE.

      *****************************************************************
      * Live detail lines follow their run's audit record into its
      * month; a line whose run has no live audit record is filed by
      * its own run date and counted as unaudited.
      *****************************************************************
       READ-LIVE-DETAIL.
           SET WS-FROM-LIVE TO TRUE
           MOVE "TXNDTL.DAT" TO WS-TXN-FILE-NAME
           OPEN INPUT TXN-IN
           IF WS-TXN-STATUS = "35"
               DISPLAY "NO LIVE DETAIL FILE - ARCHIVES ONLY"
               EXIT PARAGRAPH
           END-IF
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRANSACTION DETAIL FILE - "
                   "STATUS " WS-TXN-STATUS
               CLOSE ANNUAL-OUT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ TXN-IN
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       PERFORM FILE-LIVE-DETAIL-LINE
               END-READ
           END-PERFORM
           CLOSE TXN-IN.

       FILE-LIVE-DETAIL-LINE.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-RUN-IX FROM 1 BY 1
                   UNTIL WS-RUN-IX > WS-RUN-COUNT
                       OR WS-MATCH-IX > 0
               IF WS-RUN-RUN-ID (WS-RUN-IX) = TD-RUN-ID
                   MOVE WS-RUN-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX > 0
               MOVE WS-RUN-YR-IX (WS-MATCH-IX) TO WS-YR-IX
               MOVE WS-RUN-MON-IX (WS-MATCH-IX) TO WS-MON-IX
           ELSE
               MOVE TD-RUN-DATE(1:6) TO WS-MONTH-WORK
               PERFORM FIND-YEAR-SLOT
               IF WS-YR-IX = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MW-MONTH TO WS-MON-IX
               ADD 1 TO WS-YR-UNAUDITED (WS-YR-IX)
           END-IF

           ADD 1 TO WS-MON-LIVE-RECS (WS-YR-IX, WS-MON-IX)
           PERFORM ACCUMULATE-DETAIL-LINE.

      *****************************************************************
      * Folds one detail line into its month and year, and - for the
      * report year - into the category, requester and item tables.
      * A reversal line subtracts everything its original added.
      *****************************************************************
       ACCUMULATE-DETAIL-LINE.
           IF TD-REVERSAL-ENTRY
               MOVE -1 TO WS-LINE-SIGN
               ADD 1 TO WS-YR-REV-LINES (WS-YR-IX)
           ELSE
               MOVE 1 TO WS-LINE-SIGN
           END-IF
           COMPUTE WS-LINE-SPEND = WS-LINE-SIGN *
               (TD-EXT-PRICE - TD-DISCOUNT-AMT + TD-ITEM-TAX)
           IF TD-REVERSAL-ENTRY
               ADD WS-LINE-SPEND TO WS-YR-REV-NET (WS-YR-IX)
           END-IF

           ADD WS-LINE-SIGN TO WS-MON-LINES (WS-YR-IX, WS-MON-IX)
           COMPUTE WS-MON-GROSS (WS-YR-IX, WS-MON-IX) =
               WS-MON-GROSS (WS-YR-IX, WS-MON-IX)
               + WS-LINE-SIGN * TD-EXT-PRICE
           COMPUTE WS-MON-DISCOUNT (WS-YR-IX, WS-MON-IX) =
               WS-MON-DISCOUNT (WS-YR-IX, WS-MON-IX)
               + WS-LINE-SIGN * TD-DISCOUNT-AMT
           COMPUTE WS-MON-TAX (WS-YR-IX, WS-MON-IX) =
               WS-MON-TAX (WS-YR-IX, WS-MON-IX)
               + WS-LINE-SIGN * TD-ITEM-TAX
           ADD WS-LINE-SPEND TO WS-MON-NET (WS-YR-IX, WS-MON-IX)

           ADD WS-LINE-SIGN TO WS-YR-LINES (WS-YR-IX)
           COMPUTE WS-YR-GROSS (WS-YR-IX) = WS-YR-GROSS (WS-YR-IX)
               + WS-LINE-SIGN * TD-EXT-PRICE
           COMPUTE WS-YR-DISCOUNT (WS-YR-IX) =
               WS-YR-DISCOUNT (WS-YR-IX)
               + WS-LINE-SIGN * TD-DISCOUNT-AMT
           COMPUTE WS-YR-TAX (WS-YR-IX) = WS-YR-TAX (WS-YR-IX)
               + WS-LINE-SIGN * TD-ITEM-TAX
           ADD WS-LINE-SPEND TO WS-YR-NET (WS-YR-IX)

           IF WS-YR-IX = 1
               PERFORM ROLL-UP-CATEGORY
               PERFORM ROLL-UP-REQUESTER
               PERFORM ROLL-UP-ITEM
           END-IF.

       ROLL-UP-CATEGORY.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
                       OR WS-MATCH-IX > 0
               IF WS-CAT-NAME (WS-CAT-IX) = TD-CATEGORY
                   MOVE WS-CAT-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = 0
               IF WS-CAT-COUNT >= 50
                   DISPLAY "CATEGORY TABLE FULL - SPEND NOT "
                       "TRACKED FOR " TD-CATEGORY
                   SET WS-TABLE-FILLED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-MATCH-IX
               MOVE TD-CATEGORY TO WS-CAT-NAME (WS-MATCH-IX)
               MOVE 0 TO WS-CAT-LINES (WS-MATCH-IX)
               MOVE 0 TO WS-CAT-GROSS (WS-MATCH-IX)
               MOVE 0 TO WS-CAT-DISCOUNT (WS-MATCH-IX)
               MOVE 0 TO WS-CAT-TAX (WS-MATCH-IX)
               MOVE 0 TO WS-CAT-NET (WS-MATCH-IX)
           END-IF

           ADD WS-LINE-SIGN TO WS-CAT-LINES (WS-MATCH-IX)
           COMPUTE WS-CAT-GROSS (WS-MATCH-IX) =
               WS-CAT-GROSS (WS-MATCH-IX) + WS-LINE-SIGN * TD-EXT-PRICE
           COMPUTE WS-CAT-DISCOUNT (WS-MATCH-IX) =
               WS-CAT-DISCOUNT (WS-MATCH-IX)
               + WS-LINE-SIGN * TD-DISCOUNT-AMT
           COMPUTE WS-CAT-TAX (WS-MATCH-IX) =
               WS-CAT-TAX (WS-MATCH-IX) + WS-LINE-SIGN * TD-ITEM-TAX
           ADD WS-LINE-SPEND TO WS-CAT-NET (WS-MATCH-IX).

       ROLL-UP-REQUESTER.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-COUNT
                       OR WS-MATCH-IX > 0
               IF WS-REQ-NAME (WS-REQ-IX) = TD-REQUESTER
                   MOVE WS-REQ-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = 0
               IF WS-REQ-COUNT >= 25
                   DISPLAY "REQUESTER TABLE FULL - SPEND NOT "
                       "TRACKED FOR " TD-REQUESTER
                   SET WS-TABLE-FILLED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REQ-COUNT
               MOVE WS-REQ-COUNT TO WS-MATCH-IX
               MOVE TD-REQUESTER TO WS-REQ-NAME (WS-MATCH-IX)
               MOVE 0 TO WS-REQ-LINES (WS-MATCH-IX)
               MOVE 0 TO WS-REQ-GROSS (WS-MATCH-IX)
               MOVE 0 TO WS-REQ-DISCOUNT (WS-MATCH-IX)
               MOVE 0 TO WS-REQ-TAX (WS-MATCH-IX)
               MOVE 0 TO WS-REQ-NET (WS-MATCH-IX)
           END-IF

           ADD WS-LINE-SIGN TO WS-REQ-LINES (WS-MATCH-IX)
           COMPUTE WS-REQ-GROSS (WS-MATCH-IX) =
               WS-REQ-GROSS (WS-MATCH-IX) + WS-LINE-SIGN * TD-EXT-PRICE
           COMPUTE WS-REQ-DISCOUNT (WS-MATCH-IX) =
               WS-REQ-DISCOUNT (WS-MATCH-IX)
               + WS-LINE-SIGN * TD-DISCOUNT-AMT
           COMPUTE WS-REQ-TAX (WS-MATCH-IX) =
               WS-REQ-TAX (WS-MATCH-IX) + WS-LINE-SIGN * TD-ITEM-TAX
           ADD WS-LINE-SPEND TO WS-REQ-NET (WS-MATCH-IX).

       ROLL-UP-ITEM.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                       OR WS-MATCH-IX > 0
               IF WS-ITM-CODE (WS-ITEM-IX) = TD-ITEM-CODE
                   MOVE WS-ITEM-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = 0
               IF WS-ITEM-COUNT >= 1000
                   DISPLAY "ITEM TABLE FULL - SPEND NOT TRACKED FOR "
                       TD-ITEM-CODE
                   SET WS-TABLE-FILLED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-MATCH-IX
               MOVE TD-ITEM-CODE TO WS-ITM-CODE (WS-MATCH-IX)
               MOVE TD-CATEGORY TO WS-ITM-CATEGORY (WS-MATCH-IX)
               MOVE 0 TO WS-ITM-LINES (WS-MATCH-IX)
               MOVE 0 TO WS-ITM-GROSS (WS-MATCH-IX)
               MOVE 0 TO WS-ITM-NET (WS-MATCH-IX)
               MOVE "N" TO WS-ITM-RANKED (WS-MATCH-IX)
           END-IF

           ADD WS-LINE-SIGN TO WS-ITM-LINES (WS-MATCH-IX)
           COMPUTE WS-ITM-GROSS (WS-MATCH-IX) =
               WS-ITM-GROSS (WS-MATCH-IX) + WS-LINE-SIGN * TD-EXT-PRICE
           ADD WS-LINE-SPEND TO WS-ITM-NET (WS-MATCH-IX).

      *****************************************************************
      * Decides one month's close status from CLOSED.DAT, the two
      * archives and whether anything for it is still on the live
      * files. Months after this one are not yet due and this month
      * is still open, so neither is flagged.
      *****************************************************************
       SET-MONTH-STATUS.
           COMPUTE WS-MONTH-WORK =
               WS-YR-YEAR (WS-YR-IX) * 100 + WS-MON-IX
           MOVE SPACE TO WS-MON-FLAG (WS-YR-IX, WS-MON-IX)

           EVALUATE TRUE
               WHEN WS-MON-AUD-ARCH (WS-YR-IX, WS-MON-IX) = "E"
                       OR WS-MON-TXN-ARCH (WS-YR-IX, WS-MON-IX) = "E"
                   MOVE "ARCHIVE UNREADABLE"
                       TO WS-MON-STATUS (WS-YR-IX, WS-MON-IX)
                   MOVE "*" TO WS-MON-FLAG (WS-YR-IX, WS-MON-IX)
               WHEN WS-MONTH-WORK > WS-THIS-MONTH
                   MOVE "NOT YET DUE"
                       TO WS-MON-STATUS (WS-YR-IX, WS-MON-IX)
               WHEN WS-MONTH-WORK > WS-CLOSED-THRU
                       AND (WS-MON-AUD-ARCH (WS-YR-IX, WS-MON-IX) = "Y"
                       OR WS-MON-TXN-ARCH (WS-YR-IX, WS-MON-IX) = "Y")
                   MOVE "ARCHIVED BUT NOT CLOSED"
                       TO WS-MON-STATUS (WS-YR-IX, WS-MON-IX)
                   MOVE "*" TO WS-MON-FLAG (WS-YR-IX, WS-MON-IX)
               WHEN WS-MONTH-WORK = WS-THIS-MONTH
                   MOVE "OPEN - CURRENT MONTH"
                       TO WS-MON-STATUS (WS-YR-IX, WS-MON-IX)
               WHEN WS-MONTH-WORK > WS-CLOSED-THRU
                   MOVE "NOT CLOSED"
                       TO WS-MON-STATUS (WS-YR-IX, WS-MON-IX)
                   MOVE "*" TO WS-MON-FLAG (WS-YR-IX, WS-MON-IX)
               WHEN WS-MON-AUD-ARCH (WS-YR-IX, WS-MON-IX) = "N"
                       AND WS-MON-TXN-ARCH (WS-YR-IX, WS-MON-IX) = "N"
                   MOVE "CLOSED - NO ARCHIVE FOUND"
                       TO WS-MON-STATUS (WS-YR-IX, WS-MON-IX)
                   MOVE "*" TO WS-MON-FLAG (WS-YR-IX, WS-MON-IX)
               WHEN WS-MON-AUD-ARCH (WS-YR-IX, WS-MON-IX) = "N"
                       OR WS-MON-TXN-ARCH (WS-YR-IX, WS-MON-IX) = "N"
                   MOVE "CLOSED - ARCHIVE PARTIAL"
                       TO WS-MON-STATUS (WS-YR-IX, WS-MON-IX)
                   MOVE "*" TO WS-MON-FLAG (WS-YR-IX, WS-MON-IX)
               WHEN WS-MON-LIVE-RECS (WS-YR-IX, WS-MON-IX) > 0
                   MOVE "CLOSED - LIVE RECORDS LEFT"
                       TO WS-MON-STATUS (WS-YR-IX, WS-MON-IX)
                   MOVE "*" TO WS-MON-FLAG (WS-YR-IX, WS-MON-IX)
               WHEN OTHER
                   MOVE "CLOSED AND ARCHIVED"
                       TO WS-MON-STATUS (WS-YR-IX, WS-MON-IX)
           END-EVALUATE

           IF WS-MON-FLAGGED (WS-YR-IX, WS-MON-IX)
               ADD 1 TO WS-YR-FLAGGED (WS-YR-IX)
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO ANNUAL-LINE
           STRING "ANNUAL SPEND REPORT - YEAR " DELIMITED BY SIZE
               WS-YR-YEAR (1) DELIMITED BY SIZE
               " (PRIOR YEAR " DELIMITED BY SIZE
               WS-YR-YEAR (2) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           IF WS-CLOSED-THRU = 0
               MOVE "NO MONTH CLOSED YET" TO ANNUAL-LINE
           ELSE
               MOVE WS-CLOSED-THRU TO WS-EDIT-MONTH
               STRING "CLOSED THROUGH " DELIMITED BY SIZE
                   WS-EDIT-MONTH DELIMITED BY SIZE
                   " - ARCHIVES PLUS LIVE FILES" DELIMITED BY SIZE
                   INTO ANNUAL-LINE
           END-IF
           WRITE ANNUAL-LINE.

      *****************************************************************
      * Month by month for the report year, with each month's close
      * status. A flagged month carries an asterisk before its status.
      *****************************************************************
       WRITE-MONTH-SECTION.
           MOVE SPACES TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           MOVE "SPEND BY MONTH AND CLOSE STATUS" TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           MOVE "MONTH" TO ANNUAL-LINE(1:5)
           MOVE "STATUS" TO ANNUAL-LINE(11:6)
           MOVE " RUNS" TO ANNUAL-LINE(39:5)
           MOVE "  LINES" TO ANNUAL-LINE(45:7)
           MOVE "      GROSS" TO ANNUAL-LINE(53:11)
           MOVE "   DISCOUNT" TO ANNUAL-LINE(65:11)
           MOVE "        TAX" TO ANNUAL-LINE(77:11)
           MOVE "        NET" TO ANNUAL-LINE(89:11)
           WRITE ANNUAL-LINE

           MOVE 1 TO WS-YR-IX
           PERFORM VARYING WS-MON-IX FROM 1 BY 1 UNTIL WS-MON-IX > 12
               COMPUTE WS-MONTH-WORK =
                   WS-YR-YEAR (1) * 100 + WS-MON-IX
               MOVE WS-MONTH-WORK TO WS-EDIT-MONTH
               MOVE SPACES TO ANNUAL-LINE
               MOVE WS-EDIT-MONTH TO ANNUAL-LINE(1:7)
               MOVE WS-MON-FLAG (1, WS-MON-IX) TO ANNUAL-LINE(9:1)
               MOVE WS-MON-STATUS (1, WS-MON-IX) TO ANNUAL-LINE(11:28)
               MOVE WS-MON-RUNS (1, WS-MON-IX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO ANNUAL-LINE(39:5)
               MOVE WS-MON-LINES (1, WS-MON-IX) TO WS-EDIT-LINES
               MOVE WS-EDIT-LINES TO ANNUAL-LINE(45:7)
               MOVE WS-MON-GROSS (1, WS-MON-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(53:11)
               MOVE WS-MON-DISCOUNT (1, WS-MON-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(65:11)
               MOVE WS-MON-TAX (1, WS-MON-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(77:11)
               MOVE WS-MON-NET (1, WS-MON-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(89:11)
               WRITE ANNUAL-LINE
           END-PERFORM

           MOVE SPACES TO ANNUAL-LINE
           MOVE "YEAR" TO ANNUAL-LINE(1:4)
           MOVE WS-YR-RUNS (1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO ANNUAL-LINE(39:5)
           MOVE WS-YR-LINES (1) TO WS-EDIT-LINES
           MOVE WS-EDIT-LINES TO ANNUAL-LINE(45:7)
           MOVE WS-YR-GROSS (1) TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(53:11)
           MOVE WS-YR-DISCOUNT (1) TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(65:11)
           MOVE WS-YR-TAX (1) TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(77:11)
           MOVE WS-YR-NET (1) TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(89:11)
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           IF WS-YR-FLAGGED (1) = 0
               MOVE "EVERY MONTH DUE IS CLOSED AND ARCHIVED"
                   TO ANNUAL-LINE
           ELSE
               MOVE WS-YR-FLAGGED (1) TO WS-EDIT-COUNT
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                   " MONTH(S) FLAGGED * - NOT CLOSED AND ARCHIVED "
                       DELIMITED BY SIZE
                   "CLEANLY" DELIMITED BY SIZE
                   INTO ANNUAL-LINE
           END-IF
           WRITE ANNUAL-LINE

           IF WS-YR-UNAUDITED (1) > 0
               MOVE WS-YR-UNAUDITED (1) TO WS-EDIT-COUNT
               MOVE SPACES TO ANNUAL-LINE
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                   " LIVE LINE(S) WITH NO AUDIT RECORD - FILED BY "
                       DELIMITED BY SIZE
                   "LINE DATE" DELIMITED BY SIZE
                   INTO ANNUAL-LINE
               WRITE ANNUAL-LINE
           END-IF.

      *****************************************************************
      * Year totals side by side with the prior year: gross, the
      * discounts and tax that take it to net, and what VOID-RUN
      * reversals took back out along the way.
      *****************************************************************
       WRITE-TOTALS-SECTION.
           MOVE SPACES TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           MOVE "TAX AND DISCOUNT TOTALS" TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           MOVE WS-YR-YEAR (1) TO WS-EDIT-YEAR
           MOVE WS-EDIT-YEAR TO ANNUAL-LINE(30:4)
           MOVE WS-YR-YEAR (2) TO WS-EDIT-YEAR
           MOVE WS-EDIT-YEAR TO ANNUAL-LINE(42:4)
           MOVE "CHANGE" TO ANNUAL-LINE(52:6)
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           MOVE "GROSS EXTENDED" TO ANNUAL-LINE
           MOVE WS-YR-GROSS (1) TO WS-THIS-AMOUNT
           MOVE WS-YR-GROSS (2) TO WS-PRIOR-AMOUNT
           PERFORM WRITE-TOTALS-LINE

           MOVE "LESS DISCOUNTS" TO ANNUAL-LINE
           MOVE WS-YR-DISCOUNT (1) TO WS-THIS-AMOUNT
           MOVE WS-YR-DISCOUNT (2) TO WS-PRIOR-AMOUNT
           PERFORM WRITE-TOTALS-LINE

           MOVE "PLUS TAX" TO ANNUAL-LINE
           MOVE WS-YR-TAX (1) TO WS-THIS-AMOUNT
           MOVE WS-YR-TAX (2) TO WS-PRIOR-AMOUNT
           PERFORM WRITE-TOTALS-LINE

           MOVE "NET SPEND" TO ANNUAL-LINE
           MOVE WS-YR-NET (1) TO WS-THIS-AMOUNT
           MOVE WS-YR-NET (2) TO WS-PRIOR-AMOUNT
           PERFORM WRITE-TOTALS-LINE

           MOVE "TAKEN BACK BY VOIDS" TO ANNUAL-LINE
           MOVE WS-YR-REV-NET (1) TO WS-THIS-AMOUNT
           MOVE WS-YR-REV-NET (2) TO WS-PRIOR-AMOUNT
           PERFORM WRITE-TOTALS-LINE

           MOVE "RUNS / VOIDED" TO ANNUAL-LINE
           MOVE WS-YR-RUNS (1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO ANNUAL-LINE(23:5)
           MOVE "/" TO ANNUAL-LINE(29:1)
           MOVE WS-YR-VOIDS (1) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO ANNUAL-LINE(30:5)
           MOVE WS-YR-RUNS (2) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO ANNUAL-LINE(35:5)
           MOVE "/" TO ANNUAL-LINE(41:1)
           MOVE WS-YR-VOIDS (2) TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO ANNUAL-LINE(42:5)
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           IF WS-YR-GROSS (1) > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-YR-DISCOUNT (1) * 100 / WS-YR-GROSS (1)
               MOVE WS-PERCENT TO WS-EDIT-PERCENT
               MOVE "DISCOUNT % OF GROSS" TO ANNUAL-LINE
               MOVE WS-EDIT-PERCENT TO ANNUAL-LINE(27:7)
               WRITE ANNUAL-LINE
               MOVE SPACES TO ANNUAL-LINE
               COMPUTE WS-PERCENT ROUNDED =
                   WS-YR-TAX (1) * 100 / WS-YR-GROSS (1)
               MOVE WS-PERCENT TO WS-EDIT-PERCENT
               MOVE "TAX % OF GROSS" TO ANNUAL-LINE
               MOVE WS-EDIT-PERCENT TO ANNUAL-LINE(27:7)
               WRITE ANNUAL-LINE
           END-IF.

      *****************************************************************
      * Expects the caption in ANNUAL-LINE and the two years' amounts
      * in WS-THIS-AMOUNT and WS-PRIOR-AMOUNT.
      *****************************************************************
       WRITE-TOTALS-LINE.
           MOVE WS-THIS-AMOUNT TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(23:11)
           MOVE WS-PRIOR-AMOUNT TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(35:11)
           COMPUTE WS-CHANGE = WS-THIS-AMOUNT - WS-PRIOR-AMOUNT
           MOVE WS-CHANGE TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(47:11)
           WRITE ANNUAL-LINE
           MOVE SPACES TO ANNUAL-LINE.

       WRITE-CATEGORY-SECTION.
           MOVE SPACES TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           MOVE "SPEND BY CATEGORY" TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           STRING "CATEGORY  " DELIMITED BY SIZE
               "   LINES" DELIMITED BY SIZE
               "       GROSS" DELIMITED BY SIZE
               "    DISCOUNT" DELIMITED BY SIZE
               "         TAX" DELIMITED BY SIZE
               "         NET" DELIMITED BY SIZE
               "  % NET" DELIMITED BY SIZE
               INTO ANNUAL-LINE
           WRITE ANNUAL-LINE

           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                   UNTIL WS-CAT-IX > WS-CAT-COUNT
               MOVE SPACES TO ANNUAL-LINE
               MOVE WS-CAT-NAME (WS-CAT-IX) TO ANNUAL-LINE(1:10)
               MOVE WS-CAT-LINES (WS-CAT-IX) TO WS-EDIT-LINES
               MOVE WS-EDIT-LINES TO ANNUAL-LINE(12:7)
               MOVE WS-CAT-GROSS (WS-CAT-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(20:11)
               MOVE WS-CAT-DISCOUNT (WS-CAT-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(32:11)
               MOVE WS-CAT-TAX (WS-CAT-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(44:11)
               MOVE WS-CAT-NET (WS-CAT-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(56:11)
               MOVE WS-CAT-NET (WS-CAT-IX) TO WS-THIS-AMOUNT
               PERFORM EDIT-SHARE-OF-YEAR
               MOVE WS-EDIT-PERCENT TO ANNUAL-LINE(68:7)
               WRITE ANNUAL-LINE
           END-PERFORM.

      *****************************************************************
      * WS-THIS-AMOUNT as a percentage of the report year's net spend,
      * edited into WS-EDIT-PERCENT (zero when the year nets to
      * nothing).
      *****************************************************************
       EDIT-SHARE-OF-YEAR.
           MOVE 0 TO WS-PERCENT
           IF WS-YR-NET (1) NOT = 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-THIS-AMOUNT * 100 / WS-YR-NET (1)
                   ON SIZE ERROR
                       MOVE 0 TO WS-PERCENT
               END-COMPUTE
           END-IF
           MOVE WS-PERCENT TO WS-EDIT-PERCENT.

       WRITE-REQUESTER-SECTION.
           MOVE SPACES TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           MOVE "SPEND BY REQUESTER" TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           STRING "REQUESTER " DELIMITED BY SIZE
               "   LINES" DELIMITED BY SIZE
               "       GROSS" DELIMITED BY SIZE
               "    DISCOUNT" DELIMITED BY SIZE
               "         TAX" DELIMITED BY SIZE
               "         NET" DELIMITED BY SIZE
               "  % NET" DELIMITED BY SIZE
               INTO ANNUAL-LINE
           WRITE ANNUAL-LINE

           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-COUNT
               MOVE SPACES TO ANNUAL-LINE
               MOVE WS-REQ-NAME (WS-REQ-IX) TO ANNUAL-LINE(1:8)
               MOVE WS-REQ-LINES (WS-REQ-IX) TO WS-EDIT-LINES
               MOVE WS-EDIT-LINES TO ANNUAL-LINE(12:7)
               MOVE WS-REQ-GROSS (WS-REQ-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(20:11)
               MOVE WS-REQ-DISCOUNT (WS-REQ-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(32:11)
               MOVE WS-REQ-TAX (WS-REQ-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(44:11)
               MOVE WS-REQ-NET (WS-REQ-IX) TO WS-EDIT-NET
               MOVE WS-EDIT-NET TO ANNUAL-LINE(56:11)
               MOVE WS-REQ-NET (WS-REQ-IX) TO WS-THIS-AMOUNT
               PERFORM EDIT-SHARE-OF-YEAR
               MOVE WS-EDIT-PERCENT TO ANNUAL-LINE(68:7)
               WRITE ANNUAL-LINE
           END-PERFORM.

      *****************************************************************
      * Each month's net spend against the same month a year earlier.
      * A prior-year month that was not closed and archived cleanly
      * carries an asterisk after its figure - it may be short.
      *****************************************************************
       WRITE-COMPARISON-SECTION.
           MOVE SPACES TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           MOVE "COMPARISON TO PRIOR YEAR - NET SPEND" TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           MOVE "MONTH" TO ANNUAL-LINE(1:5)
           MOVE WS-YR-YEAR (1) TO WS-EDIT-YEAR
           MOVE WS-EDIT-YEAR TO ANNUAL-LINE(17:4)
           MOVE WS-YR-YEAR (2) TO WS-EDIT-YEAR
           MOVE WS-EDIT-YEAR TO ANNUAL-LINE(29:4)
           MOVE "CHANGE" TO ANNUAL-LINE(41:6)
           MOVE "CHANGE %" TO ANNUAL-LINE(49:8)
           WRITE ANNUAL-LINE

           PERFORM VARYING WS-MON-IX FROM 1 BY 1 UNTIL WS-MON-IX > 12
               MOVE SPACES TO ANNUAL-LINE
               MOVE WS-MON-IX TO WS-EDIT-RANK
               MOVE WS-EDIT-RANK TO ANNUAL-LINE(1:2)
               MOVE WS-MON-NET (1, WS-MON-IX) TO WS-THIS-AMOUNT
               MOVE WS-MON-NET (2, WS-MON-IX) TO WS-PRIOR-AMOUNT
               MOVE WS-MON-FLAG (2, WS-MON-IX) TO WS-PRIOR-FLAGGED
               PERFORM WRITE-COMPARISON-LINE
           END-PERFORM

           MOVE SPACES TO ANNUAL-LINE
           MOVE "YEAR" TO ANNUAL-LINE(1:4)
           MOVE WS-YR-NET (1) TO WS-THIS-AMOUNT
           MOVE WS-YR-NET (2) TO WS-PRIOR-AMOUNT
           MOVE SPACE TO WS-PRIOR-FLAGGED
           IF WS-YR-FLAGGED (2) > 0
               MOVE "*" TO WS-PRIOR-FLAGGED
           END-IF
           PERFORM WRITE-COMPARISON-LINE

           IF WS-YR-FLAGGED (2) > 0
               MOVE WS-YR-FLAGGED (2) TO WS-EDIT-COUNT
               MOVE SPACES TO ANNUAL-LINE
               STRING WS-EDIT-COUNT DELIMITED BY SIZE
                   " PRIOR-YEAR MONTH(S) FLAGGED * - FIGURES MAY BE "
                       DELIMITED BY SIZE
                   "SHORT" DELIMITED BY SIZE
                   INTO ANNUAL-LINE
               WRITE ANNUAL-LINE
           END-IF.

       WRITE-COMPARISON-LINE.
           MOVE WS-THIS-AMOUNT TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(10:11)
           MOVE WS-PRIOR-AMOUNT TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(22:11)
           MOVE WS-PRIOR-FLAGGED TO ANNUAL-LINE(33:1)
           COMPUTE WS-CHANGE = WS-THIS-AMOUNT - WS-PRIOR-AMOUNT
           MOVE WS-CHANGE TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(36:11)
           IF WS-PRIOR-AMOUNT > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-CHANGE * 100 / WS-PRIOR-AMOUNT
                   ON SIZE ERROR
                       MOVE 0 TO WS-PERCENT
               END-COMPUTE
               MOVE WS-PERCENT TO WS-EDIT-PERCENT
               MOVE WS-EDIT-PERCENT TO ANNUAL-LINE(50:7)
           ELSE
               MOVE "    N/A" TO ANNUAL-LINE(50:7)
           END-IF
           WRITE ANNUAL-LINE.

      *****************************************************************
      * The report year's items by net spend, highest first - each
      * pass picks the biggest item not yet ranked.
      *****************************************************************
       WRITE-TOP-ITEMS-SECTION.
           MOVE SPACES TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           MOVE "TOP 25 ITEMS BY SPEND" TO ANNUAL-LINE
           WRITE ANNUAL-LINE

           MOVE SPACES TO ANNUAL-LINE
           STRING "RANK ITEM   NAME                 CATEGORY  "
                   DELIMITED BY SIZE
               "   LINES" DELIMITED BY SIZE
               "       GROSS" DELIMITED BY SIZE
               "         NET" DELIMITED BY SIZE
               "  % NET" DELIMITED BY SIZE
               INTO ANNUAL-LINE
           WRITE ANNUAL-LINE

           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-TOP-LIMIT
                       OR WS-RANK > WS-ITEM-COUNT
               MOVE 0 TO WS-BEST-IX
               PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                       UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                   IF WS-ITM-RANKED (WS-ITEM-IX) = "N"
                       IF WS-BEST-IX = 0
                           MOVE WS-ITEM-IX TO WS-BEST-IX
                       ELSE
                           IF WS-ITM-NET (WS-ITEM-IX) >
                                   WS-ITM-NET (WS-BEST-IX)
                               MOVE WS-ITEM-IX TO WS-BEST-IX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-ITM-RANKED (WS-BEST-IX)
               PERFORM WRITE-ONE-TOP-ITEM
           END-PERFORM.

       WRITE-ONE-TOP-ITEM.
           MOVE SPACES TO ANNUAL-LINE
           MOVE WS-RANK TO WS-EDIT-RANK
           MOVE WS-EDIT-RANK TO ANNUAL-LINE(3:2)
           MOVE WS-ITM-CODE (WS-BEST-IX) TO ANNUAL-LINE(6:6)
           MOVE WS-ITM-CODE (WS-BEST-IX) TO WS-NAME-ITEM
           PERFORM GET-ITEM-NAME
           MOVE WS-NAME-RESULT TO ANNUAL-LINE(13:20)
           MOVE WS-ITM-CATEGORY (WS-BEST-IX) TO ANNUAL-LINE(34:10)
           MOVE WS-ITM-LINES (WS-BEST-IX) TO WS-EDIT-LINES
           MOVE WS-EDIT-LINES TO ANNUAL-LINE(45:7)
           MOVE WS-ITM-GROSS (WS-BEST-IX) TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(53:11)
           MOVE WS-ITM-NET (WS-BEST-IX) TO WS-EDIT-NET
           MOVE WS-EDIT-NET TO ANNUAL-LINE(65:11)
           MOVE WS-ITM-NET (WS-BEST-IX) TO WS-THIS-AMOUNT
           PERFORM EDIT-SHARE-OF-YEAR
           MOVE WS-EDIT-PERCENT TO ANNUAL-LINE(77:7)
           WRITE ANNUAL-LINE.

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
