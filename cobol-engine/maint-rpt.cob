       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-RPT.

      *****************************************************************
      * Daily maintenance activity report off the shared maintenance
      * journal (MAINTJRN.DAT) that the maintenance programs append
      * to for every change they make to a keyed master. Each entry
      * prints with its time, operator, program, file, action and
      * key, followed by the record image before and after the change
      * and a marker line under the positions that changed - so when
      * a minimum level or an aisle location moves, the entry shows
      * when, who, and what it was before.
      *
      * The report can be narrowed to one file (the data file name
      * without the .DAT, e.g. PANTRY, AISLELOC, PRICEMST) and/or one
      * operator. It closes with entry counts by action and by file
      * and operator.
      *
      * Usage:
      *   maint-rpt [from-date [to-date]] [FILE=file-id] [OPER=user]
      *                       (YYYYMMDD - default today; a single
      *                        date reports that day only)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT MAINT-RPT-OUT ASSIGN TO "MAINTRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       FD  MAINT-RPT-OUT.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS       PIC XX.
       01  WS-RPT-STATUS        PIC XX.

       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-ARG-IX            PIC 9(4).
       01  WS-DATE-ARGS         PIC 9(1) VALUE 0.
       01  WS-CURRENT-DATETIME  PIC X(21).
       01  WS-FROM-DATE         PIC 9(8).
       01  WS-TO-DATE           PIC 9(8).
       01  WS-FILE-FILTER       PIC X(10) VALUE SPACES.
       01  WS-FILE-ARG          PIC X(15).
       01  WS-OPER-FILTER       PIC X(8) VALUE SPACES.

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-JRNL           VALUE "Y".

       01  WS-READ-COUNT        PIC 9(7) VALUE 0.
       01  WS-USED-COUNT        PIC 9(7) VALUE 0.

      *****************************************************************
      * Entry counts by action, in the order the actions are listed
      * on the journal record.
      *****************************************************************
       01  WS-ACTION-NAME-INIT.
           05  FILLER PIC X(8) VALUE "ADD".
           05  FILLER PIC X(8) VALUE "UPDATE".
           05  FILLER PIC X(8) VALUE "RETIRE".
           05  FILLER PIC X(8) VALUE "DROP".
           05  FILLER PIC X(8) VALUE "USAGE".
           05  FILLER PIC X(8) VALUE "WASTE".
           05  FILLER PIC X(8) VALUE "RESTORE".
       01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAME-INIT.
           05  WS-ACTION-NAME OCCURS 7 TIMES PIC X(8).
       01  WS-ACTION-COUNTS.
           05  WS-ACTION-COUNT OCCURS 7 TIMES PIC 9(7).
       01  WS-OTHER-ACTION-COUNT PIC 9(7) VALUE 0.
       01  WS-ACT-IX            PIC 9(2).

       01  WS-FOP-COUNT         PIC 9(4) VALUE 0.
       01  WS-FOP-IX            PIC 9(4).
       01  WS-MATCH-IX          PIC 9(4).
       01  WS-FOP-TABLE.
           05  WS-FOP-ENTRY OCCURS 100 TIMES.
               10  WS-FOP-FILE-ID      PIC X(10).
               10  WS-FOP-OPERATOR     PIC X(8).
               10  WS-FOP-ENTRIES      PIC 9(7).

       01  WS-CHANGE-MARKS      PIC X(60).
       01  WS-POS               PIC 9(2).

       01  WS-EDIT-DATE         PIC 9999/99/99.
       01  WS-EDIT-DATE-2       PIC 9999/99/99.
       01  WS-EDIT-TIME         PIC X(8).
       01  WS-EDIT-COUNT        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-FROM-DATE
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TO-DATE

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ARG-IX FROM 1 BY 1
                   UNTIL WS-ARG-IX > WS-ARG-COUNT
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               PERFORM TAKE-ONE-ARG
           END-PERFORM

           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "TO-DATE " WS-TO-DATE " IS BEFORE FROM-DATE "
                   WS-FROM-DATE
               STOP RUN
           END-IF

           INITIALIZE WS-ACTION-COUNTS

           OPEN INPUT MAINT-JOURNAL
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL - STATUS "
                   WS-JRNL-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-RPT-OUT
           IF WS-RPT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MAINTENANCE REPORT - STATUS "
                   WS-RPT-STATUS
               CLOSE MAINT-JOURNAL
               STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-JOURNAL-RECORD
           PERFORM UNTIL WS-EOF-JRNL
               IF MJ-JRNL-DATE >= WS-FROM-DATE
                       AND MJ-JRNL-DATE <= WS-TO-DATE
                       AND (WS-FILE-FILTER = SPACES
                           OR MJ-FILE-ID = WS-FILE-FILTER)
                       AND (WS-OPER-FILTER = SPACES
                           OR MJ-OPERATOR = WS-OPER-FILTER)
                   ADD 1 TO WS-USED-COUNT
                   PERFORM WRITE-JOURNAL-ENTRY
                   PERFORM COUNT-JOURNAL-ENTRY
               END-IF
               PERFORM READ-JOURNAL-RECORD
           END-PERFORM

           PERFORM WRITE-SUMMARY-SECTION

           CLOSE MAINT-JOURNAL
           CLOSE MAINT-RPT-OUT

           DISPLAY "MAINTENANCE REPORT WRITTEN TO MAINTRPT.OUT - READ "
               WS-READ-COUNT " ENTRY(S), " WS-USED-COUNT " REPORTED"

           STOP RUN.

      *****************************************************************
      * A YYYYMMDD argument is the from-date, a second one the
      * to-date; FILE= and OPER= narrow the report.
      *****************************************************************
       TAKE-ONE-ARG.
           EVALUATE TRUE
               WHEN WS-ARG-VALUE(1:8) NUMERIC
                       AND WS-ARG-VALUE(9:12) = SPACES
                   ADD 1 TO WS-DATE-ARGS
                   IF WS-DATE-ARGS = 1
                       MOVE WS-ARG-VALUE(1:8) TO WS-FROM-DATE
                       MOVE WS-ARG-VALUE(1:8) TO WS-TO-DATE
                   ELSE
                       MOVE WS-ARG-VALUE(1:8) TO WS-TO-DATE
                   END-IF
               WHEN FUNCTION UPPER-CASE(WS-ARG-VALUE(1:5)) = "FILE="
                   MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(6:15))
                       TO WS-FILE-ARG
                   INSPECT WS-FILE-ARG REPLACING
                       ALL ".DAT" BY SPACES
                   MOVE WS-FILE-ARG TO WS-FILE-FILTER
               WHEN FUNCTION UPPER-CASE(WS-ARG-VALUE(1:5)) = "OPER="
                   MOVE WS-ARG-VALUE(6:8) TO WS-OPER-FILTER
               WHEN OTHER
                   DISPLAY "USAGE: maint-rpt [from-date [to-date]] "
                       "[FILE=file-id] [OPER=user]"
                   STOP RUN
           END-EVALUATE.

       READ-JOURNAL-RECORD.
           READ MAINT-JOURNAL
               AT END
                   SET WS-EOF-JRNL TO TRUE
           END-READ
           IF NOT WS-EOF-JRNL
               ADD 1 TO WS-READ-COUNT
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-LINE
           MOVE "MAINTENANCE ACTIVITY - MASTER FILE CHANGE JOURNAL" TO
               RPT-LINE
           WRITE RPT-LINE

           MOVE WS-FROM-DATE TO WS-EDIT-DATE
           MOVE WS-TO-DATE TO WS-EDIT-DATE-2
           MOVE SPACES TO RPT-LINE
           STRING "FROM " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-EDIT-DATE-2 DELIMITED BY SIZE
               INTO RPT-LINE
           IF WS-FILE-FILTER NOT = SPACES
               MOVE "FILE" TO RPT-LINE(32:4)
               MOVE WS-FILE-FILTER TO RPT-LINE(37:10)
           END-IF
           IF WS-OPER-FILTER NOT = SPACES
               MOVE "OPERATOR" TO RPT-LINE(49:8)
               MOVE WS-OPER-FILTER TO RPT-LINE(58:8)
           END-IF
           WRITE RPT-LINE

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DATE       TIME     OPERATOR PROGRAM      "
                   DELIMITED BY SIZE
               "FILE       ACTION   KEY" DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

      *****************************************************************
      * One entry: the heading line, then the before and after images
      * that exist, then a marker under every position that differs
      * when the entry has both.
      *****************************************************************
       WRITE-JOURNAL-ENTRY.
           MOVE MJ-JRNL-DATE TO WS-EDIT-DATE
           MOVE SPACES TO WS-EDIT-TIME
           STRING MJ-JRNL-TIME(1:2) ":" MJ-JRNL-TIME(3:2) ":"
               MJ-JRNL-TIME(5:2) DELIMITED BY SIZE INTO WS-EDIT-TIME

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-EDIT-DATE TO RPT-LINE(1:10)
           MOVE WS-EDIT-TIME TO RPT-LINE(12:8)
           MOVE MJ-OPERATOR TO RPT-LINE(21:8)
           MOVE MJ-PROGRAM TO RPT-LINE(30:12)
           MOVE MJ-FILE-ID TO RPT-LINE(43:10)
           MOVE MJ-ACTION TO RPT-LINE(54:8)
           MOVE MJ-RECORD-KEY TO RPT-LINE(63:20)
           WRITE RPT-LINE

           IF MJ-BEFORE-IMAGE NOT = SPACES
               MOVE SPACES TO RPT-LINE
               MOVE "BEFORE:" TO RPT-LINE(12:7)
               MOVE MJ-BEFORE-IMAGE TO RPT-LINE(21:60)
               WRITE RPT-LINE
           END-IF

           IF MJ-AFTER-IMAGE NOT = SPACES
               MOVE SPACES TO RPT-LINE
               MOVE "AFTER:" TO RPT-LINE(12:6)
               MOVE MJ-AFTER-IMAGE TO RPT-LINE(21:60)
               WRITE RPT-LINE
           END-IF

           IF MJ-BEFORE-IMAGE NOT = SPACES
                   AND MJ-AFTER-IMAGE NOT = SPACES
               MOVE SPACES TO WS-CHANGE-MARKS
               PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 60
                   IF MJ-BEFORE-IMAGE(WS-POS:1) NOT =
                           MJ-AFTER-IMAGE(WS-POS:1)
                       MOVE "^" TO WS-CHANGE-MARKS(WS-POS:1)
                   END-IF
               END-PERFORM
               IF WS-CHANGE-MARKS NOT = SPACES
                   MOVE SPACES TO RPT-LINE
                   MOVE "CHANGED:" TO RPT-LINE(12:8)
                   MOVE WS-CHANGE-MARKS TO RPT-LINE(21:60)
                   WRITE RPT-LINE
               END-IF
           END-IF.

       COUNT-JOURNAL-ENTRY.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-ACT-IX FROM 1 BY 1
                   UNTIL WS-ACT-IX > 7 OR WS-MATCH-IX > 0
               IF WS-ACTION-NAME (WS-ACT-IX) = MJ-ACTION
                   MOVE WS-ACT-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM
           IF WS-MATCH-IX > 0
               ADD 1 TO WS-ACTION-COUNT (WS-MATCH-IX)
           ELSE
               ADD 1 TO WS-OTHER-ACTION-COUNT
           END-IF

           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-FOP-IX FROM 1 BY 1
                   UNTIL WS-FOP-IX > WS-FOP-COUNT
                       OR WS-MATCH-IX > 0
               IF WS-FOP-FILE-ID (WS-FOP-IX) = MJ-FILE-ID
                       AND WS-FOP-OPERATOR (WS-FOP-IX) = MJ-OPERATOR
                   MOVE WS-FOP-IX TO WS-MATCH-IX
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = 0
               IF WS-FOP-COUNT >= 100
                   DISPLAY "FILE/OPERATOR TABLE FULL - NOT COUNTED "
                       "FOR " MJ-FILE-ID "/" MJ-OPERATOR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FOP-COUNT
               MOVE WS-FOP-COUNT TO WS-MATCH-IX
               MOVE MJ-FILE-ID TO WS-FOP-FILE-ID (WS-MATCH-IX)
               MOVE MJ-OPERATOR TO WS-FOP-OPERATOR (WS-MATCH-IX)
               MOVE 0 TO WS-FOP-ENTRIES (WS-MATCH-IX)
           END-IF

           ADD 1 TO WS-FOP-ENTRIES (WS-MATCH-IX).

       WRITE-SUMMARY-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-USED-COUNT = 0
               MOVE "NO MAINTENANCE ACTIVITY FOR THE DATES AND FILTERS"
                   TO RPT-LINE
               WRITE RPT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "ENTRIES BY ACTION" TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING WS-ACT-IX FROM 1 BY 1 UNTIL WS-ACT-IX > 7
               IF WS-ACTION-COUNT (WS-ACT-IX) > 0
                   MOVE WS-ACTION-COUNT (WS-ACT-IX) TO WS-EDIT-COUNT
                   MOVE SPACES TO RPT-LINE
                   MOVE WS-ACTION-NAME (WS-ACT-IX) TO RPT-LINE(3:8)
                   MOVE WS-EDIT-COUNT TO RPT-LINE(13:9)
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF WS-OTHER-ACTION-COUNT > 0
               MOVE WS-OTHER-ACTION-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE "OTHER" TO RPT-LINE(3:8)
               MOVE WS-EDIT-COUNT TO RPT-LINE(13:9)
               WRITE RPT-LINE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "ENTRIES BY FILE AND OPERATOR" TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING WS-FOP-IX FROM 1 BY 1
                   UNTIL WS-FOP-IX > WS-FOP-COUNT
               MOVE WS-FOP-ENTRIES (WS-FOP-IX) TO WS-EDIT-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE WS-FOP-FILE-ID (WS-FOP-IX) TO RPT-LINE(3:10)
               MOVE WS-FOP-OPERATOR (WS-FOP-IX) TO RPT-LINE(14:8)
               MOVE WS-EDIT-COUNT TO RPT-LINE(23:9)
               WRITE RPT-LINE
           END-PERFORM

           MOVE WS-USED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL ENTRIES REPORTED: " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.
