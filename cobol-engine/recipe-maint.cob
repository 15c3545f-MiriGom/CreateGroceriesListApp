      * OZ - default spaces, meaning the item's pricing unit),
      * anything longer is the recipe name, which is kept from the
      * first line that supplies it.
      *
      * Every line added or dropped is journaled to MAINTJRN.DAT with
      * its record image.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECIPE-MASTER.
       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RECIPE-STATUS     PIC XX.
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
               STOP RUN
           END-IF

           IF WS-ACTION-CODE = "A" OR WS-ACTION-CODE = "D"
               PERFORM OPEN-JOURNAL
           END-IF

           OPEN I-O RECIPE-MASTER
           IF WS-RECIPE-STATUS = "35"
               CLOSE RECIPE-MASTER
           IF WS-RECIPE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RECIPE MASTER FILE - STATUS "
                   WS-RECIPE-STATUS
               IF WS-JOURNAL-OPEN
                   CLOSE MAINT-JOURNAL
               END-IF
               STOP RUN
           END-IF

               DISPLAY "UNABLE TO OPEN PRICE MASTER FILE - STATUS "
                   WS-PRICE-STATUS
               CLOSE RECIPE-MASTER
               IF WS-JOURNAL-OPEN
                   CLOSE MAINT-JOURNAL
               END-IF
               STOP RUN
           END-IF


           CLOSE RECIPE-MASTER
           CLOSE PRICE-MASTER
           IF WS-JOURNAL-OPEN
               CLOSE MAINT-JOURNAL
           END-IF

           STOP RUN.

                       DISPLAY "ADD FAILED - LINE ALREADY ON "
                           RCP-RECIPE-CODE " AT SEQ " RCP-INGR-SEQ
                   NOT INVALID KEY
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       SET MJ-ADD TO TRUE
                       PERFORM JOURNAL-RECIPE-CHANGE
                       DISPLAY "ADDED: " RCP-RECIPE-CODE " SEQ "
                           RCP-INGR-SEQ " ITEM " RCP-ITEM-CODE
               END-WRITE
           IF WS-SEQ-GIVEN
               MOVE WS-RECIPE-CODE TO RCP-RECIPE-CODE
               MOVE WS-TARGET-SEQ TO RCP-INGR-SEQ
               READ RECIPE-MASTER
                   INVALID KEY
                       DISPLAY "NO LINE AT SEQ " WS-TARGET-SEQ
                           " ON RECIPE " WS-RECIPE-CODE
                   NOT INVALID KEY
                       PERFORM DROP-ONE-LINE
                       DISPLAY "DROPPED: " WS-RECIPE-CODE " SEQ "
                           WS-TARGET-SEQ
               END-READ
           ELSE
               PERFORM DROP-WHOLE-RECIPE
           END-IF.
           MOVE 0 TO WS-LINE-COUNT
           PERFORM READ-FIRST-RECIPE-LINE
           PERFORM UNTIL WS-EOF-RECIPE
               PERFORM DROP-ONE-LINE
               ADD 1 TO WS-LINE-COUNT
               PERFORM READ-FIRST-RECIPE-LINE
           END-PERFORM
                   WS-RECIPE-CODE
           END-IF.

      *****************************************************************
      * Deletes the line just read and journals it, the image read
      * being the before image.
      *****************************************************************
       DROP-ONE-LINE.
           MOVE RECIPE-REC TO WS-BEFORE-IMAGE
           DELETE RECIPE-MASTER
               INVALID KEY
                   DISPLAY "UNABLE TO DROP " RCP-RECIPE-CODE " SEQ "
                       RCP-INGR-SEQ " - STATUS " WS-RECIPE-STATUS
               NOT INVALID KEY
                   SET MJ-DROP TO TRUE
                   PERFORM JOURNAL-RECIPE-CHANGE
           END-DELETE.

      *****************************************************************
      * Positions on and reads the first remaining line of the
      * recipe, setting EOF when none are left - deleting by repeated
               " PER SERVING" DELIMITED BY SIZE
               INTO WS-LIST-LINE
           DISPLAY WS-LIST-LINE.

      *****************************************************************
      * The maintenance journal is opened for extend before the recipe
      * file, so a change is never made that cannot be journaled.
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
      * Journals one recipe line added or dropped. The caller saves
      * the line as it was in WS-BEFORE-IMAGE (spaces for an add);
      * the after image is the line written, or spaces for a drop.
      *****************************************************************
       JOURNAL-RECIPE-CHANGE.
           MOVE "RECIPE" TO MJ-FILE-ID
           MOVE RCP-KEY TO MJ-RECORD-KEY
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           IF MJ-DROP
               MOVE SPACES TO MJ-AFTER-IMAGE
           ELSE
               MOVE RECIPE-REC TO MJ-AFTER-IMAGE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATETIME
           MOVE WS-JRNL-DATETIME(1:8) TO MJ-JRNL-DATE
           MOVE WS-JRNL-DATETIME(9:8) TO MJ-JRNL-TIME
           MOVE WS-OPERATOR TO MJ-OPERATOR
           MOVE "RECIPE-MAINT" TO MJ-PROGRAM
           WRITE MAINT-JRNL-REC.
