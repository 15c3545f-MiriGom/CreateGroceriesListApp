      * rules as PRICE-MAINT: every change is posted to PRICE-HIST,
      * and an update dated in the future is held in history only
      * until a run dated on or after the effective date picks it up.
      * Retired items show a RETIRED flag on every listing. Adds,
      * updates and retires are journaled to MAINTJRN.DAT with the
      * master record before and after, as PRICE-MAINT does.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-MASTER.
       FD  PRICE-BOOK.
       01  BOOK-LINE                PIC X(80).

       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-HIST-STATUS       PIC XX.
       01  WS-BOOK-STATUS       PIC XX.
       01  WS-JRNL-STATUS       PIC XX.
       01  WS-JRNL-DATETIME     PIC X(21).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE      PIC X(60).

       01  WS-CMD-LINE          PIC X(80).
       01  WS-CMD-CODE          PIC X(1).
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY

           PERFORM OPEN-JOURNAL

           OPEN I-O PRICE-MASTER
           IF WS-PRICE-STATUS = "35"
               CLOSE PRICE-MASTER
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS
               CLOSE MAINT-JOURNAL
               STOP RUN
           END-IF

               DISPLAY "UNABLE TO OPEN PRICE HISTORY FILE - STATUS "
                   WS-HIST-STATUS
               CLOSE PRICE-MASTER
               CLOSE MAINT-JOURNAL
               STOP RUN
           END-IF


           CLOSE PRICE-MASTER
           CLOSE PRICE-HIST
           CLOSE MAINT-JOURNAL

           STOP RUN.

               MOVE 0 TO PM-UNIT-PRICE
               MOVE SPACES TO PM-CATEGORY
               MOVE SPACES TO PM-PRICE-UOM
               MOVE 0 TO PM-SHELF-LIFE-DAYS
               PERFORM PROMPT-ITEM-FIELDS

               IF PM-PRICE-UOM = SPACES
                           PM-ITEM-CODE
                   NOT INVALID KEY
                       PERFORM WRITE-HISTORY-RECORD
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       SET MJ-ADD TO TRUE
                       PERFORM JOURNAL-PRICE-CHANGE
                       DISPLAY "ADDED: " PM-ITEM-CODE
               END-WRITE
           END-IF.
           END-READ

           IF WS-PRICE-STATUS = "00"
               MOVE PRICE-MASTER-REC TO WS-BEFORE-IMAGE
               PERFORM SHOW-MASTER-LINE
               PERFORM PROMPT-ITEM-FIELDS


               REWRITE PRICE-MASTER-REC
               PERFORM WRITE-HISTORY-RECORD
               SET MJ-UPDATE TO TRUE
               PERFORM JOURNAL-PRICE-CHANGE
               DISPLAY "UPDATED: " PM-ITEM-CODE
           END-IF.

           END-READ

           IF WS-PRICE-STATUS = "00"
               MOVE PRICE-MASTER-REC TO WS-BEFORE-IMAGE
               SET PM-RETIRED TO TRUE
               REWRITE PRICE-MASTER-REC
               SET MJ-RETIRE TO TRUE
               PERFORM JOURNAL-PRICE-CHANGE
               DISPLAY "RETIRED: " PM-ITEM-CODE
           END-IF.

               MOVE FUNCTION UPPER-CASE(WS-REPLY(1:2)) TO PM-PRICE-UOM
           END-IF

           DISPLAY "SHELF LIFE DAYS (0 = KEEPS)?"
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
           IF WS-REPLY NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-REPLY) TO PM-SHELF-LIFE-DAYS
           END-IF

           DISPLAY "EFFECTIVE DATE YYYYMMDD (BLANK = TODAY)?"
           MOVE SPACES TO WS-REPLY
           ACCEPT WS-REPLY
                   REWRITE PRICE-HIST-REC
           END-WRITE.

      *****************************************************************
      * The maintenance journal is opened for extend before the price
      * files, so a change is never made that cannot be journaled.
      *****************************************************************
       OPEN-JOURNAL.
           OPEN EXTEND MAINT-JOURNAL
           IF WS-JRNL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL
               CLOSE MAINT-JOURNAL
               OPEN EXTEND MAINT-JOURNAL
           END-IF
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN MAINTENANCE JOURNAL - STATUS "
                   WS-JRNL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".

      *****************************************************************
      * Journals one change to the price master. The caller saves the
      * record as it was in WS-BEFORE-IMAGE (spaces for an add) and
      * sets the action; the after image is the record as rewritten.
      * The time is taken per change - a session can run a while.
      *****************************************************************
       JOURNAL-PRICE-CHANGE.
           MOVE "PRICEMST" TO MJ-FILE-ID
           MOVE PM-ITEM-CODE TO MJ-RECORD-KEY
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE PRICE-MASTER-REC TO MJ-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATETIME
           MOVE WS-JRNL-DATETIME(1:8) TO MJ-JRNL-DATE
           MOVE WS-JRNL-DATETIME(9:8) TO MJ-JRNL-TIME
           MOVE WS-OPERATOR TO MJ-OPERATOR
           MOVE "PRICE-INQ" TO MJ-PROGRAM
           WRITE MAINT-JRNL-REC.

      *****************************************************************
      * Prints the whole price master grouped by category to
      * PRICEBK.OUT - the paper list taped to the cabinet, minus the
