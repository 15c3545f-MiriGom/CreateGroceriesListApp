      *       [uom] [eff-date]
      *   price-maint R item-code
      *   price-maint H item-code            (show price history)
      *   price-maint S item-code days       (set shelf life - days
      *                                       the item keeps once
      *                                       bought, 0 = keeps)
      *
      * The trailing arguments may appear in either order: an eight
      * digit argument is the YYYYMMDD effective date (default today),
      * anything else is the pricing unit (EA, LB, KG, OZ - default
      * EA on add, unchanged on update).
      *
      * Every add, update, retire and shelf-life change is journaled
      * to MAINTJRN.DAT with the master record before and after.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-MASTER.
       FD  PRICE-HIST.
           COPY "price-hist-rec.cpy".

       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-HIST-STATUS       PIC XX.
       01  WS-JRNL-STATUS       PIC XX.
       01  WS-JRNL-DATETIME     PIC X(21).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE      PIC X(60).
       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-ACTION-CODE       PIC X(1).
       01  WS-EFF-DATE          PIC 9(8).
       01  WS-NEW-PRICE         PIC 9(5)V99.
       01  WS-ARG-IX            PIC 9(4).
       01  WS-DIGIT-COUNT       PIC 9(2).
       01  WS-DAYS-OK-FLAG      PIC X.
           88  WS-DAYS-OK            VALUE "Y".
       01  WS-UOM-ARG           PIC X(2).
       01  WS-UOM-GIVEN-FLAG    PIC X VALUE "N".
           88  WS-UOM-GIVEN          VALUE "Y".
                   "unit-price category [eff-date]"
               DISPLAY "       price-maint R item-code"
               DISPLAY "       price-maint H item-code"
               DISPLAY "       price-maint S item-code days"
               STOP RUN
           END-IF

                       DISPLAY "USAGE: price-maint R|H item-code"
                       STOP RUN
                   END-IF
               WHEN "S"
                   IF WS-ARG-COUNT < 3
                       DISPLAY "USAGE: price-maint S item-code days"
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION CODE: " WS-ACTION-CODE
                   STOP RUN
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-EFF-DATE

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

                   PERFORM RETIRE-PRICE-RECORD
               WHEN "H"
                   PERFORM SHOW-PRICE-HISTORY
               WHEN "S"
                   PERFORM SET-SHELF-LIFE
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION CODE: " WS-ACTION-CODE
           END-EVALUATE

           CLOSE PRICE-MASTER
           CLOSE PRICE-HIST
           CLOSE MAINT-JOURNAL

           STOP RUN.

           END-IF

           SET PM-ACTIVE TO TRUE
           MOVE 0 TO PM-SHELF-LIFE-DAYS

           WRITE PRICE-MASTER-REC
               INVALID KEY
                       PM-ITEM-CODE
               NOT INVALID KEY
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   SET MJ-ADD TO TRUE
                   PERFORM JOURNAL-PRICE-CHANGE
                   DISPLAY "ADDED: " PM-ITEM-CODE
           END-WRITE.

           END-READ

           IF WS-PRICE-STATUS = "00"
               MOVE PRICE-MASTER-REC TO WS-BEFORE-IMAGE
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE TO PM-ITEM-NAME


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

      *****************************************************************
      * Sets how many days the item keeps once bought. Only lots
      * PRODUCT-TOTAL posts from now on are dated from it - lots
      * already in the pantry keep the expiry they were given. The
      * days must be a whole number of one to four digits.
      *****************************************************************
       SET-SHELF-LIFE.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE "N" TO WS-DAYS-OK-FLAG
           MOVE 0 TO WS-DIGIT-COUNT
           INSPECT WS-ARG-VALUE TALLYING WS-DIGIT-COUNT
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-DIGIT-COUNT > 0 AND WS-DIGIT-COUNT < 5
               IF WS-ARG-VALUE(1:WS-DIGIT-COUNT) NUMERIC
                       AND WS-ARG-VALUE(WS-DIGIT-COUNT + 1:) = SPACES
                   SET WS-DAYS-OK TO TRUE
               END-IF
           END-IF
           IF NOT WS-DAYS-OK
               DISPLAY "SHELF LIFE FAILED - DAYS MUST BE NUMERIC, 0 "
                   "TO 9999: " WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF

           READ PRICE-MASTER
               INVALID KEY
                   DISPLAY "SHELF LIFE FAILED - ITEM NOT FOUND: "
                       PM-ITEM-CODE
           END-READ

           IF WS-PRICE-STATUS = "00"
               MOVE PRICE-MASTER-REC TO WS-BEFORE-IMAGE
               MOVE WS-ARG-VALUE(1:WS-DIGIT-COUNT) TO
                   PM-SHELF-LIFE-DAYS
               REWRITE PRICE-MASTER-REC
               SET MJ-UPDATE TO TRUE
               PERFORM JOURNAL-PRICE-CHANGE
               DISPLAY "SHELF LIFE SET: " PM-ITEM-CODE " "
                   PM-SHELF-LIFE-DAYS " DAY(S)"
           END-IF.

       GET-OPTIONAL-ARGS.
           PERFORM VARYING WS-ARG-IX FROM 6 BY 1
                   UNTIL WS-ARG-IX > WS-ARG-COUNT
                   END-IF
               END-IF
           END-PERFORM.

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
           MOVE "PRICE-MAINT" TO MJ-PROGRAM
           WRITE MAINT-JRNL-REC.
