       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-CONV.

      *****************************************************************
      * One-time conversion of the price master (PRICEMST.DAT) to the
      * current PRICE-MASTER-REC layout. PM-SHELF-LIFE-DAYS grew the
      * record from 46 to 50 bytes, and a master written in the old
      * layout will not open under the new one (status 39), so every
      * program that reads the master stops until it is converted.
      *
      * The old master is unloaded record for record to PRICECNV.DAT
      * (the 46-byte images, line sequential), the master is then
      * recreated in the new layout and reloaded from that file with
      * PM-SHELF-LIFE-DAYS zero on every item - keeps indefinitely,
      * the same default PRICE-LOAD and PRICE-MAINT give a new item -
      * and the reload count is checked against the unload count.
      * Shelf lives are then set item by item with PRICE-MAINT S.
      * PRICECNV.DAT is left in place as the fallback copy; take a
      * GROC-BACKUP generation before running this as well.
      *
      * A master already in the new layout is not reloaded. Instead
      * any record whose shelf life is not numeric - an item reloaded
      * by GROC-RESTORE from a generation taken before the conversion
      * carries spaces there - is rewritten with it zero, so the same
      * command also puts right a restore from an old generation.
      *
      * The conversion runs once. It is refused when PRICECNV.DAT is
      * already there (an earlier conversion's fallback copy - move
      * it aside first if a conversion genuinely has to be redone),
      * and when the master's first record already reads with a
      * numeric shelf life in the new layout, so shelf lives already
      * set are never zeroed by a second run.
      *
      * Nothing is converted while a PRODUCT-TOTAL run holds the run
      * lock.
      *
      * Return code: 00 converted (or nothing needed), 08 not run, 12
      * reload count does not match the unload, 16 file failure.
      *
      * Usage:
      *   price-conv
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PRICE-MASTER ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPM-ITEM-CODE
               FILE STATUS IS WS-OLD-STATUS.

           SELECT PRICE-MASTER ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT CONV-FILE ASSIGN TO "PRICECNV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The price master as it was before PM-SHELF-LIFE-DAYS: the
      * same fields up to and including PM-PRICE-UOM.
      *****************************************************************
       FD  OLD-PRICE-MASTER.
       01  OLD-PRICE-MASTER-REC.
           05  OPM-ITEM-CODE       PIC X(6).
           05  OPM-REST            PIC X(40).

       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  CONV-FILE.
       01  CONV-REC                PIC X(46).

       FD  RUN-CONTROL.
           COPY "run-control-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS        PIC XX.
       01  WS-PRICE-STATUS      PIC XX.
       01  WS-CONV-STATUS       PIC XX.
       01  WS-RUNCTL-STATUS     PIC XX.

       01  WS-ARG-COUNT         PIC 9(4).

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-FILE           VALUE "Y".

       01  WS-UNLOAD-COUNT      PIC 9(9) VALUE 0.
       01  WS-RELOAD-COUNT      PIC 9(9) VALUE 0.
       01  WS-REJECT-COUNT      PIC 9(9) VALUE 0.
       01  WS-READ-COUNT        PIC 9(9) VALUE 0.
       01  WS-FIXED-COUNT       PIC 9(9) VALUE 0.
       01  WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               DISPLAY "USAGE: price-conv"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-RUN-LOCK

           OPEN INPUT OLD-PRICE-MASTER
           EVALUATE WS-OLD-STATUS
               WHEN "00"
                   CLOSE OLD-PRICE-MASTER
                   PERFORM CHECK-NOT-CONVERTED
                   OPEN INPUT OLD-PRICE-MASTER
                   IF WS-OLD-STATUS NOT = "00"
                       DISPLAY "UNABLE TO REOPEN PRICE MASTER - STATUS "
                           WS-OLD-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM CONVERT-OLD-LAYOUT
               WHEN "39"
                   PERFORM CLEAR-BAD-SHELF-LIFE
               WHEN "35"
                   DISPLAY "NO PRICE MASTER (PRICEMST.DAT) - NOTHING "
                       "TO CONVERT"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "UNABLE TO OPEN PRICE MASTER - STATUS "
                       WS-OLD-STATUS
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       CHECK-RUN-LOCK.
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL
                   NOT AT END
                       IF RC-LOCKED
                           DISPLAY "RUN " RC-LOCK-RUN-ID " STARTED "
                               RC-LOCK-DATE " BY " RC-LOCK-OPERATOR
                               " STILL HOLDS THE RUN LOCK - NOTHING "
                               "CONVERTED"
                           CLOSE RUN-CONTROL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

      *****************************************************************
      * Stops a second conversion: an unload file left by an earlier
      * one, or a master whose first record already carries a
      * numeric shelf life read in the new layout.
      *****************************************************************
       CHECK-NOT-CONVERTED.
           OPEN INPUT CONV-FILE
           IF WS-CONV-STATUS = "00"
               CLOSE CONV-FILE
               DISPLAY "PRICECNV.DAT ALREADY EXISTS - THE PRICE MASTER "
                   "HAS BEEN CONVERTED BEFORE - NOTHING CONVERTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRICE-MASTER
           IF WS-PRICE-STATUS = "00"
               READ PRICE-MASTER NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF WS-PRICE-STATUS = "00"
                       AND PM-SHELF-LIFE-DAYS NUMERIC
                   CLOSE PRICE-MASTER
                   DISPLAY "PRICE MASTER ALREADY CARRIES SHELF LIFE ("
                       PM-ITEM-CODE " " PM-SHELF-LIFE-DAYS
                       ") - NOTHING CONVERTED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PRICE-MASTER
           END-IF.

      *****************************************************************
      * Old layout: unload in full first, and only once the unload
      * file is complete recreate the master and reload it.
      *****************************************************************
       CONVERT-OLD-LAYOUT.
           OPEN OUTPUT CONV-FILE
           IF WS-CONV-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICECNV.DAT - STATUS "
                   WS-CONV-STATUS " - NOTHING CONVERTED"
               CLOSE OLD-PRICE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF-FILE
               READ OLD-PRICE-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-PRICE-MASTER-REC TO CONV-REC
                       WRITE CONV-REC
                       IF WS-CONV-STATUS NOT = "00"
                           DISPLAY "UNLOAD FAILED AT ITEM "
                               OPM-ITEM-CODE " - STATUS "
                               WS-CONV-STATUS " - NOTHING CONVERTED"
                           CLOSE OLD-PRICE-MASTER
                           CLOSE CONV-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-UNLOAD-COUNT
               END-READ
           END-PERFORM
           CLOSE OLD-PRICE-MASTER
           CLOSE CONV-FILE

           MOVE WS-UNLOAD-COUNT TO WS-EDIT-COUNT
           DISPLAY "UNLOADED " WS-EDIT-COUNT " ITEM(S) TO PRICECNV.DAT"

           OPEN OUTPUT PRICE-MASTER
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "UNABLE TO RECREATE PRICE MASTER - STATUS "
                   WS-PRICE-STATUS " - RELOAD FROM PRICECNV.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CONV-FILE
           IF WS-CONV-STATUS NOT = "00"
               DISPLAY "UNABLE TO REREAD PRICECNV.DAT - STATUS "
                   WS-CONV-STATUS
               CLOSE PRICE-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ CONV-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       PERFORM RELOAD-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE CONV-FILE
           CLOSE PRICE-MASTER

           MOVE WS-RELOAD-COUNT TO WS-EDIT-COUNT
           DISPLAY "RELOADED " WS-EDIT-COUNT " ITEM(S) IN THE NEW "
               "LAYOUT, SHELF LIFE 0"

           IF WS-RELOAD-COUNT NOT = WS-UNLOAD-COUNT
               MOVE WS-REJECT-COUNT TO WS-EDIT-COUNT
               DISPLAY "RELOAD DOES NOT MATCH UNLOAD - " WS-EDIT-COUNT
                   " ITEM(S) NOT WRITTEN - PRICECNV.DAT HOLDS THE "
                   "FULL OLD MASTER"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       RELOAD-ONE-ITEM.
           MOVE CONV-REC TO PRICE-MASTER-REC
           MOVE 0 TO PM-SHELF-LIFE-DAYS
           WRITE PRICE-MASTER-REC
               INVALID KEY
                   DISPLAY "ITEM " PM-ITEM-CODE " NOT RELOADED - "
                       "STATUS " WS-PRICE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-RELOAD-COUNT
           END-WRITE.

      *****************************************************************
      * Already in the new layout: zero any shelf life that is not
      * numeric, and leave the rest of the master as it is.
      *****************************************************************
       CLEAR-BAD-SHELF-LIFE.
           OPEN I-O PRICE-MASTER
           IF WS-PRICE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PRICE MASTER - STATUS "
                   WS-PRICE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF-FILE
               READ PRICE-MASTER NEXT RECORD
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF PM-SHELF-LIFE-DAYS NOT NUMERIC
                           MOVE 0 TO PM-SHELF-LIFE-DAYS
                           REWRITE PRICE-MASTER-REC
                               INVALID KEY
                                   DISPLAY "ITEM " PM-ITEM-CODE
                                       " NOT REWRITTEN - STATUS "
                                       WS-PRICE-STATUS
                                   MOVE 16 TO RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-FIXED-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRICE-MASTER

           MOVE WS-READ-COUNT TO WS-EDIT-COUNT
           DISPLAY "PRICE MASTER ALREADY IN THE NEW LAYOUT - "
               WS-EDIT-COUNT " ITEM(S) READ"
           MOVE WS-FIXED-COUNT TO WS-EDIT-COUNT
           DISPLAY WS-EDIT-COUNT " ITEM(S) WITH NO SHELF LIFE SET TO 0".
