       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBST-MAINT.

      *****************************************************************
      * Maintains the item substitution file (ITEMSUB.DAT): for an
      * item that may be retired or dropped from the price master,
      * the ranked items that can stand in for it. PRODUCT-TOTAL and
      * LIST-BUILD try them in rank order before giving a line up,
      * so a retired item no longer has to be replaced by hand in
      * GROC-REPAIR.
      *
      * Usage:
      *   subst-maint A orig-item rank subst-item [ratio] [store]
      *                                  (set a substitute - replaces
      *                                   whatever held the rank)
      *   subst-maint D orig-item [rank] (drop one substitute, or all
      *                                   of the item's if no rank)
      *   subst-maint L [orig-item]      (list substitutes)
      *
      * Rank is 1-99, lowest tried first. The ratio is how much of the
      * substitute replaces one unit of the original (default 1); a
      * store code limits the substitution to runs priced at that
      * store. The substitute must be active on the price master and
      * may not be the original itself; the original need not be on
      * the master at all.
      *
      * Every substitute set or dropped is journaled to MAINTJRN.DAT
      * with its record image.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-SUBST ASSIGN TO "ITEMSUB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-SUBST-STATUS.

           SELECT PRICE-MASTER ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-SUBST.
           COPY "item-subst-rec.cpy".

       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SUBST-STATUS      PIC XX.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-JRNL-STATUS       PIC XX.
       01  WS-JRNL-DATETIME     PIC X(21).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE      PIC X(60).
       01  WS-JOURNAL-FLAG      PIC X VALUE "N".
           88  WS-JOURNAL-OPEN       VALUE "Y".
       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-ACTION-CODE       PIC X(1).
       01  WS-ORIG-ITEM         PIC X(6) VALUE SPACES.
       01  WS-RANK-NUM          PIC 9(4) VALUE 0.
       01  WS-RATIO-NUM         PIC 9(3)V9(4) VALUE 0.
       01  WS-SAVED-SUBST-REC   PIC X(33).
       01  WS-SUBST-NAME        PIC X(20).
       01  WS-TODAY             PIC X(21).
       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-SUBST          VALUE "Y".
       01  WS-LINE-COUNT        PIC 9(5) VALUE 0.
       01  WS-EDIT-RATIO        PIC ZZ9.9999.
       01  WS-LIST-LINE         PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-ARG-COUNT < 1
               PERFORM SHOW-USAGE
               STOP RUN
           END-IF

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:1) TO WS-ACTION-CODE

           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   IF WS-ARG-COUNT < 4
                       PERFORM SHOW-USAGE
                       STOP RUN
                   END-IF
               WHEN "D"
                   IF WS-ARG-COUNT < 2
                       PERFORM SHOW-USAGE
                       STOP RUN
                   END-IF
               WHEN "L"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION CODE: " WS-ACTION-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-ACTION-CODE NOT = "L"
               PERFORM OPEN-JOURNAL
           END-IF

           OPEN I-O ITEM-SUBST
           IF WS-SUBST-STATUS = "35"
               CLOSE ITEM-SUBST
               OPEN OUTPUT ITEM-SUBST
               CLOSE ITEM-SUBST
               OPEN I-O ITEM-SUBST
           END-IF
           IF WS-SUBST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SUBSTITUTION FILE - STATUS "
                   WS-SUBST-STATUS
               IF WS-JOURNAL-OPEN
                   CLOSE MAINT-JOURNAL
               END-IF
               STOP RUN
           END-IF

           OPEN INPUT PRICE-MASTER
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS
               CLOSE ITEM-SUBST
               IF WS-JOURNAL-OPEN
                   CLOSE MAINT-JOURNAL
               END-IF
               STOP RUN
           END-IF

           IF WS-ARG-COUNT > 1
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE WS-ARG-VALUE(1:6) TO WS-ORIG-ITEM
           END-IF

           EVALUATE WS-ACTION-CODE
               WHEN "A"
                   PERFORM SET-SUBSTITUTE
               WHEN "D"
                   PERFORM DROP-SUBSTITUTES
               WHEN "L"
                   PERFORM LIST-SUBSTITUTES
           END-EVALUATE

           CLOSE ITEM-SUBST
           CLOSE PRICE-MASTER
           IF WS-JOURNAL-OPEN
               CLOSE MAINT-JOURNAL
           END-IF

           STOP RUN.

       SHOW-USAGE.
           DISPLAY "USAGE: subst-maint A orig-item rank subst-item "
               "[ratio] [store]"
           DISPLAY "       subst-maint D orig-item [rank]"
           DISPLAY "       subst-maint L [orig-item]".

      *****************************************************************
      * Sets one ranked substitute. The substitute is checked against
      * the price master the way RECIPE-MAINT checks an ingredient -
      * a substitute that cannot price would only move the line from
      * one suspense reason to another. The original is looked up
      * only to warn that it is still active, in which case the
      * substitute waits until the original is retired.
      *****************************************************************
       SET-SUBSTITUTE.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-RANK-NUM
           IF WS-RANK-NUM < 1 OR WS-RANK-NUM > 99
               DISPLAY "SET FAILED - RANK MUST BE 1 TO 99: "
                   WS-ARG-VALUE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ORIG-ITEM TO SB-ORIG-ITEM
           MOVE WS-RANK-NUM TO SB-RANK

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:6) TO SB-SUBST-ITEM

           MOVE 1 TO WS-RATIO-NUM
           IF WS-ARG-COUNT > 4
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-RATIO-NUM
               IF WS-RATIO-NUM = 0
                   DISPLAY "SET FAILED - RATIO MUST BE GREATER THAN "
                       "ZERO: " WS-ARG-VALUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-RATIO-NUM TO SB-QTY-RATIO

           MOVE SPACES TO SB-STORE-CODE
           IF WS-ARG-COUNT > 5
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE(1:4)) TO
                   SB-STORE-CODE
           END-IF

           IF SB-SUBST-ITEM = SB-ORIG-ITEM
               DISPLAY "SET FAILED - ITEM CANNOT SUBSTITUTE FOR "
                   "ITSELF: " SB-SUBST-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE SB-SUBST-ITEM TO PM-ITEM-CODE
           READ PRICE-MASTER
               INVALID KEY
                   DISPLAY "SET FAILED - SUBSTITUTE NOT ON PRICE "
                       "MASTER: " SB-SUBST-ITEM
                   EXIT PARAGRAPH
           END-READ
           IF NOT PM-ACTIVE
               DISPLAY "SET FAILED - SUBSTITUTE RETIRED: "
                   SB-SUBST-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE PM-ITEM-NAME TO WS-SUBST-NAME

           MOVE SB-ORIG-ITEM TO PM-ITEM-CODE
           READ PRICE-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PRICE-STATUS = "00" AND PM-ACTIVE
               DISPLAY "NOTE: " SB-ORIG-ITEM " IS STILL ACTIVE - "
                   "SUBSTITUTE APPLIES ONCE IT IS RETIRED"
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:8) TO SB-SET-DATE
           MOVE ITEM-SUBST-REC TO WS-SAVED-SUBST-REC

           READ ITEM-SUBST
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE ITEM-SUBST-REC TO WS-BEFORE-IMAGE
           END-READ
           MOVE WS-SAVED-SUBST-REC TO ITEM-SUBST-REC

           WRITE ITEM-SUBST-REC
               INVALID KEY
                   REWRITE ITEM-SUBST-REC
                   SET MJ-UPDATE TO TRUE
               NOT INVALID KEY
                   SET MJ-ADD TO TRUE
           END-WRITE
           PERFORM JOURNAL-SUBST-CHANGE

           MOVE SB-QTY-RATIO TO WS-EDIT-RATIO
           DISPLAY "SUBSTITUTE SET: " SB-ORIG-ITEM " RANK " SB-RANK
               " -> " SB-SUBST-ITEM " " WS-SUBST-NAME
               " RATIO " WS-EDIT-RATIO.

       DROP-SUBSTITUTES.
           IF WS-ARG-COUNT > 2
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-RANK-NUM
               MOVE WS-ORIG-ITEM TO SB-ORIG-ITEM
               MOVE WS-RANK-NUM TO SB-RANK
               READ ITEM-SUBST
                   INVALID KEY
                       DISPLAY "NO SUBSTITUTE AT RANK " WS-RANK-NUM
                           " FOR " WS-ORIG-ITEM
                   NOT INVALID KEY
                       PERFORM DROP-ONE-SUBSTITUTE
                       DISPLAY "DROPPED: " WS-ORIG-ITEM " RANK "
                           SB-RANK
               END-READ
           ELSE
               PERFORM DROP-ALL-SUBSTITUTES
           END-IF.

       DROP-ALL-SUBSTITUTES.
           MOVE 0 TO WS-LINE-COUNT
           PERFORM READ-FIRST-SUBSTITUTE
           PERFORM UNTIL WS-EOF-SUBST
               PERFORM DROP-ONE-SUBSTITUTE
               ADD 1 TO WS-LINE-COUNT
               PERFORM READ-FIRST-SUBSTITUTE
           END-PERFORM

           IF WS-LINE-COUNT = 0
               DISPLAY "NO SUBSTITUTES ON FILE FOR " WS-ORIG-ITEM
           ELSE
               DISPLAY "DROPPED " WS-LINE-COUNT " SUBSTITUTE(S) FOR "
                   WS-ORIG-ITEM
           END-IF.

      *****************************************************************
      * Deletes the substitute just read and journals it, the image
      * read being the before image.
      *****************************************************************
       DROP-ONE-SUBSTITUTE.
           MOVE ITEM-SUBST-REC TO WS-BEFORE-IMAGE
           DELETE ITEM-SUBST
               INVALID KEY
                   DISPLAY "UNABLE TO DROP " SB-ORIG-ITEM " RANK "
                       SB-RANK " - STATUS " WS-SUBST-STATUS
               NOT INVALID KEY
                   SET MJ-DROP TO TRUE
                   PERFORM JOURNAL-SUBST-CHANGE
           END-DELETE.

      *****************************************************************
      * Positions on and reads the item's lowest remaining rank,
      * setting EOF when none are left - deleting by repeated
      * first-read keeps the keyed position honest while records go.
      *****************************************************************
       READ-FIRST-SUBSTITUTE.
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-ORIG-ITEM TO SB-ORIG-ITEM
           MOVE 0 TO SB-RANK
           START ITEM-SUBST KEY NOT < SB-KEY
               INVALID KEY
                   SET WS-EOF-SUBST TO TRUE
           END-START

           IF NOT WS-EOF-SUBST
               READ ITEM-SUBST NEXT RECORD
                   AT END
                       SET WS-EOF-SUBST TO TRUE
               END-READ
               IF NOT WS-EOF-SUBST
                       AND SB-ORIG-ITEM NOT = WS-ORIG-ITEM
                   SET WS-EOF-SUBST TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * Lists every substitute in original-item and rank order, or
      * only those of the item given, with the substitute's current
      * name and status from the price master - a substitute retired
      * since it was set is skipped at lookup time and flagged here.
      *****************************************************************
       LIST-SUBSTITUTES.
           MOVE WS-ORIG-ITEM TO SB-ORIG-ITEM
           MOVE 0 TO SB-RANK
           START ITEM-SUBST KEY NOT < SB-KEY
               INVALID KEY
                   SET WS-EOF-SUBST TO TRUE
           END-START

           PERFORM UNTIL WS-EOF-SUBST
               READ ITEM-SUBST NEXT RECORD
                   AT END
                       SET WS-EOF-SUBST TO TRUE
               END-READ
               IF NOT WS-EOF-SUBST
                   IF WS-ORIG-ITEM NOT = SPACES
                           AND SB-ORIG-ITEM NOT = WS-ORIG-ITEM
                       SET WS-EOF-SUBST TO TRUE
                   ELSE
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM SHOW-SUBSTITUTE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-LINE-COUNT = 0
               IF WS-ORIG-ITEM = SPACES
                   DISPLAY "NO SUBSTITUTES ON FILE"
               ELSE
                   DISPLAY "NO SUBSTITUTES ON FILE FOR " WS-ORIG-ITEM
               END-IF
           END-IF.

       SHOW-SUBSTITUTE.
           MOVE SB-SUBST-ITEM TO PM-ITEM-CODE
           READ PRICE-MASTER
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO PM-ITEM-NAME
           END-READ

           MOVE SB-QTY-RATIO TO WS-EDIT-RATIO
           MOVE SPACES TO WS-LIST-LINE
           STRING SB-ORIG-ITEM DELIMITED BY SIZE
               "  RANK " DELIMITED BY SIZE
               SB-RANK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SB-SUBST-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PM-ITEM-NAME DELIMITED BY SIZE
               " RATIO " DELIMITED BY SIZE
               WS-EDIT-RATIO DELIMITED BY SIZE
               INTO WS-LIST-LINE
           IF SB-STORE-CODE NOT = SPACES
               MOVE "STORE" TO WS-LIST-LINE(63:5)
               MOVE SB-STORE-CODE TO WS-LIST-LINE(69:4)
           END-IF
           IF WS-PRICE-STATUS = "00" AND NOT PM-ACTIVE
               MOVE "RETIRED" TO WS-LIST-LINE(74:7)
           END-IF
           DISPLAY WS-LIST-LINE.

      *****************************************************************
      * The maintenance journal is opened for extend before the
      * substitution file, so a change is never made that cannot be
      * journaled.
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
           SET WS-JOURNAL-OPEN TO TRUE
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".

      *****************************************************************
      * Journals one substitute set or dropped. The caller saves the
      * record as it was in WS-BEFORE-IMAGE (spaces for an add) and
      * sets the action; the after image is the record area as it now
      * stands, or spaces for a drop.
      *****************************************************************
       JOURNAL-SUBST-CHANGE.
           MOVE "ITEMSUB" TO MJ-FILE-ID
           MOVE SB-KEY TO MJ-RECORD-KEY
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           IF MJ-DROP
               MOVE SPACES TO MJ-AFTER-IMAGE
           ELSE
               MOVE ITEM-SUBST-REC TO MJ-AFTER-IMAGE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATETIME
           MOVE WS-JRNL-DATETIME(1:8) TO MJ-JRNL-DATE
           MOVE WS-JRNL-DATETIME(9:8) TO MJ-JRNL-TIME
           MOVE WS-OPERATOR TO MJ-OPERATOR
           MOVE "SUBST-MAINT" TO MJ-PROGRAM
           WRITE MAINT-JRNL-REC.
