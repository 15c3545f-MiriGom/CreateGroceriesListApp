      * Aisle and section are up to three characters each and sort
      * as text - zero-pad numeric aisles ("003") so the walk order
      * comes out right.
      *
      * Every set and drop is journaled to MAINTJRN.DAT with the
      * location before and after the change.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS AIL-ITEM-CODE
               FILE STATUS IS WS-AISLE-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AISLE-LOC.
           COPY "aisle-loc-rec.cpy".

       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AISLE-STATUS      PIC XX.
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
           END-EVALUATE

           IF WS-ACTION-CODE NOT = "L"
               PERFORM OPEN-JOURNAL
           END-IF

           OPEN I-O AISLE-LOC
           IF WS-AISLE-STATUS = "35"
               CLOSE AISLE-LOC
           IF WS-AISLE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN AISLE LOCATION FILE - STATUS "
                   WS-AISLE-STATUS
               IF WS-JOURNAL-OPEN
                   CLOSE MAINT-JOURNAL
               END-IF
               STOP RUN
           END-IF

           END-EVALUATE

           CLOSE AISLE-LOC
           IF WS-JOURNAL-OPEN
               CLOSE MAINT-JOURNAL
           END-IF

           STOP RUN.

                   WS-SECTION-ARG
           END-IF

           READ AISLE-LOC
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE AISLE-LOC-REC TO WS-BEFORE-IMAGE
           END-READ

           MOVE WS-AISLE-ARG TO AIL-AISLE
           MOVE WS-SECTION-ARG TO AIL-SECTION

           WRITE AISLE-LOC-REC
               INVALID KEY
                   REWRITE AISLE-LOC-REC
                   SET MJ-UPDATE TO TRUE
               NOT INVALID KEY
                   SET MJ-ADD TO TRUE
           END-WRITE
           PERFORM JOURNAL-AISLE-CHANGE

           DISPLAY "LOCATED: " AIL-ITEM-CODE " AT AISLE " AIL-AISLE
               " SECTION " AIL-SECTION.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           MOVE WS-ARG-VALUE(1:6) TO AIL-ITEM-CODE

           READ AISLE-LOC
               INVALID KEY
                   DISPLAY "DROP FAILED - ITEM NOT LOCATED: "
                       AIL-ITEM-CODE
           END-READ

           IF WS-AISLE-STATUS = "00"
               MOVE AISLE-LOC-REC TO WS-BEFORE-IMAGE
               DELETE AISLE-LOC
                   INVALID KEY
                       DISPLAY "DROP FAILED - ITEM NOT LOCATED: "
                           AIL-ITEM-CODE
                   NOT INVALID KEY
                       SET MJ-DROP TO TRUE
                       PERFORM JOURNAL-AISLE-CHANGE
                       DISPLAY "DROPPED: " AIL-ITEM-CODE
               END-DELETE
           END-IF.

       LIST-LOCATIONS.
           PERFORM UNTIL WS-EOF-AISLE
           IF WS-LINE-COUNT = 0
               DISPLAY "NO AISLE LOCATIONS ON FILE"
           END-IF.

      *****************************************************************
      * The maintenance journal is opened for extend before the aisle
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
      * Journals one change. The caller saves the record as it was in
      * WS-BEFORE-IMAGE (spaces for an add) and sets the action; the
      * after image is the record area as it now stands, or spaces
      * for a drop.
      *****************************************************************
       JOURNAL-AISLE-CHANGE.
           MOVE "AISLELOC" TO MJ-FILE-ID
           MOVE AIL-ITEM-CODE TO MJ-RECORD-KEY
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           IF MJ-DROP
               MOVE SPACES TO MJ-AFTER-IMAGE
           ELSE
               MOVE AISLE-LOC-REC TO MJ-AFTER-IMAGE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATETIME
           MOVE WS-JRNL-DATETIME(1:8) TO MJ-JRNL-DATE
           MOVE WS-JRNL-DATETIME(9:8) TO MJ-JRNL-TIME
           MOVE WS-OPERATOR TO MJ-OPERATOR
           MOVE "AISLE-MAINT" TO MJ-PROGRAM
           WRITE MAINT-JRNL-REC.
