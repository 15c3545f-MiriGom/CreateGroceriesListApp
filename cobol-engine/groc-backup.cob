       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROC-BACKUP.

      *****************************************************************
      * Generation backup of the keyed masters. Every master is
      * unloaded, in key order, to its own dated generation file
      * (e.g. PRICEMST.20261015.G0012.BKP), and the backup catalog
      * (BACKUPS.DAT - layout in backup-ctl-rec.cpy) gets a control
      * record per file with its record count and hash total, then a
      * *TOTAL record for the generation. GROC-RESTORE proves a
      * generation against those totals before it reloads anything.
      *
      * Masters unloaded: PRICEMST, STORMST, PRICEHST, TAXHST,
      * PANTRY, RECIPE, RCPCOST, AISLELOC, PANTRYLOT, MEALPLAN,
      * ITEMSUB and NUTRITION. A master that does not exist yet is
      * recorded as not present, so restoring the generation leaves
      * it empty.
      *
      * Only the last N complete generations are kept (default 7):
      * once the new generation is written, older generations' files
      * are deleted and their records dropped from the catalog. A
      * backup that stops part way writes no *TOTAL record and is
      * never restored from; it goes when the generations around it
      * age out.
      *
      * Take the backup between runs. A PRODUCT-TOTAL run that still
      * holds the run lock is reported - its pantry and lots are
      * part posted and the generation catches them that way.
      *
      * Usage:
      *   groc-backup [KEEP=n]         (n = generations kept, 1-99)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-MASTER ASSIGN TO "PRICEMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ITEM-CODE
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT STORE-PRICE ASSIGN TO "STORMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPR-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT PRICE-HIST ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT TAX-HIST ASSIGN TO "TAXHST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT PANTRY-STOCK ASSIGN TO "PANTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-ITEM-CODE
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT RECIPE-MASTER ASSIGN TO "RECIPE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCP-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT RECIPE-COST-FILE ASSIGN TO "RCPCOST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-RECIPE-CODE
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT AISLE-LOC ASSIGN TO "AISLELOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIL-ITEM-CODE
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT PANTRY-LOT ASSIGN TO "PANTRYLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT MEAL-PLAN ASSIGN TO "MEALPLAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT ITEM-SUBST ASSIGN TO "ITEMSUB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT NUTRITION-FILE ASSIGN TO "NUTRITION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NU-ITEM-CODE
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT BACKUP-CATALOG ASSIGN TO "BACKUPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT CATALOG-WORK ASSIGN TO "BKPWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-WORK-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-MASTER.
           COPY "price-master-rec.cpy".

       FD  STORE-PRICE.
           COPY "store-price-rec.cpy".

       FD  PRICE-HIST.
           COPY "price-hist-rec.cpy".

       FD  TAX-HIST.
           COPY "tax-rate-hist-rec.cpy".

       FD  PANTRY-STOCK.
           COPY "pantry-stock-rec.cpy".

       FD  RECIPE-MASTER.
           COPY "recipe-rec.cpy".

       FD  RECIPE-COST-FILE.
           COPY "recipe-cost-rec.cpy".

       FD  AISLE-LOC.
           COPY "aisle-loc-rec.cpy".

       FD  PANTRY-LOT.
           COPY "pantry-lot-rec.cpy".

       FD  MEAL-PLAN.
           COPY "meal-plan-rec.cpy".

       FD  ITEM-SUBST.
           COPY "item-subst-rec.cpy".

       FD  NUTRITION-FILE.
           COPY "nutrition-rec.cpy".

       FD  GEN-FILE.
       01  GEN-REC                 PIC X(100).

       FD  BACKUP-CATALOG.
           COPY "backup-ctl-rec.cpy".

       FD  CATALOG-WORK.
       01  CATALOG-WORK-REC        PIC X(99).

       FD  RUN-CONTROL.
           COPY "run-control-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LIVE-STATUS       PIC XX.
       01  WS-GEN-STATUS        PIC XX.
       01  WS-CAT-STATUS        PIC XX.
       01  WS-CAT-WORK-STATUS   PIC XX.
       01  WS-RUNCTL-STATUS     PIC XX.

       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-KEEP-COUNT        PIC 9(4) VALUE 7.
       01  WS-CURRENT-DATETIME  PIC X(21).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.

      *****************************************************************
      * The masters unloaded, in the order they are backed up and
      * restored. WS-FILE-IX selects the file in the OPEN/READ/CLOSE
      * paragraphs below.
      *****************************************************************
       01  WS-MASTER-INIT.
           05  FILLER PIC X(10) VALUE "PRICEMST".
           05  FILLER PIC X(10) VALUE "STORMST".
           05  FILLER PIC X(10) VALUE "PRICEHST".
           05  FILLER PIC X(10) VALUE "TAXHST".
           05  FILLER PIC X(10) VALUE "PANTRY".
           05  FILLER PIC X(10) VALUE "RECIPE".
           05  FILLER PIC X(10) VALUE "RCPCOST".
           05  FILLER PIC X(10) VALUE "AISLELOC".
           05  FILLER PIC X(10) VALUE "PANTRYLOT".
           05  FILLER PIC X(10) VALUE "MEALPLAN".
           05  FILLER PIC X(10) VALUE "ITEMSUB".
           05  FILLER PIC X(10) VALUE "NUTRITION".
       01  WS-MASTER-TABLE REDEFINES WS-MASTER-INIT.
           05  WS-MASTER-ID OCCURS 12 TIMES PIC X(10).
       01  WS-MASTER-COUNT      PIC 9(2) VALUE 12.
       01  WS-FILE-IX           PIC 9(2).

       01  WS-GEN-FILE-NAME     PIC X(30).
       01  WS-GENERATION        PIC 9(4) VALUE 0.
       01  WS-LAST-GENERATION   PIC 9(4) VALUE 0.
       01  WS-BACKUP-DATE       PIC 9(8).
       01  WS-BACKUP-TIME       PIC 9(8).

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-FILE           VALUE "Y".
       01  WS-LIVE-EOF-FLAG     PIC X VALUE "N".
           88  WS-EOF-LIVE           VALUE "Y".

       01  WS-RECORD-BUFFER     PIC X(100).
       01  WS-RECORD-LEN        PIC 9(3).
       01  WS-HASH-IX           PIC 9(3).
       01  WS-FILE-RECORDS      PIC 9(9).
       01  WS-FILE-HASH         PIC 9(18).
       01  WS-GEN-FILE-COUNT    PIC 9(3) VALUE 0.
       01  WS-GEN-RECORDS       PIC 9(9) VALUE 0.
       01  WS-GEN-HASH          PIC 9(18) VALUE 0.

       01  WS-COMPLETE-COUNT    PIC 9(5) VALUE 0.
       01  WS-TOTALS-SEEN       PIC 9(5) VALUE 0.
       01  WS-OLDEST-KEPT       PIC 9(4) VALUE 0.
       01  WS-DROPPED-GENS      PIC 9(5) VALUE 0.
       01  WS-DELETED-FILES     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-BACKUP-DATE
           MOVE WS-CURRENT-DATETIME(9:8) TO WS-BACKUP-TIME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF FUNCTION UPPER-CASE(WS-ARG-VALUE(1:5)) NOT = "KEEP="
                       OR WS-ARG-VALUE(6:15) = SPACES
                   DISPLAY "USAGE: groc-backup [KEEP=n]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ARG-VALUE(6:15))
                   TO WS-KEEP-COUNT
               IF WS-KEEP-COUNT < 1 OR WS-KEEP-COUNT > 99
                   DISPLAY "GENERATIONS KEPT MUST BE 1 TO 99: "
                       WS-ARG-VALUE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM CHECK-RUN-LOCK
           PERFORM FIND-LAST-GENERATION

           IF WS-LAST-GENERATION = 9999
               DISPLAY "BACKUP GENERATION NUMBERS EXHAUSTED - START A "
                   "NEW BACKUPS.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-GENERATION = WS-LAST-GENERATION + 1

           OPEN EXTEND BACKUP-CATALOG
           IF WS-CAT-STATUS = "35"
               OPEN OUTPUT BACKUP-CATALOG
               CLOSE BACKUP-CATALOG
               OPEN EXTEND BACKUP-CATALOG
           END-IF
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BACKUP CATALOG - STATUS "
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "BACKUP GENERATION " WS-GENERATION " - "
               WS-BACKUP-DATE

           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > WS-MASTER-COUNT
               PERFORM UNLOAD-ONE-MASTER
           END-PERFORM

           PERFORM INIT-CATALOG-RECORD
           MOVE "*TOTAL" TO BK-FILE-ID
           MOVE WS-GEN-FILE-COUNT TO BK-FILE-COUNT
           MOVE WS-GEN-RECORDS TO BK-RECORD-COUNT
           MOVE WS-GEN-HASH TO BK-HASH-TOTAL
           WRITE BACKUP-CTL-REC
           CLOSE BACKUP-CATALOG

           DISPLAY "BACKUP GENERATION " WS-GENERATION " COMPLETE - "
               WS-GEN-FILE-COUNT " FILE(S), " WS-GEN-RECORDS
               " RECORD(S)"

           PERFORM PRUNE-GENERATIONS

           STOP RUN.

       CHECK-RUN-LOCK.
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL
                   NOT AT END
                       IF RC-LOCKED
                           DISPLAY "NOTE - RUN " RC-LOCK-RUN-ID
                               " STILL HOLDS THE RUN LOCK; THE PANTRY "
                               "IS BACKED UP PART POSTED"
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       FIND-LAST-GENERATION.
           OPEN INPUT BACKUP-CATALOG
           IF WS-CAT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "UNABLE TO READ BACKUP CATALOG - STATUS "
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ BACKUP-CATALOG
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       IF BK-GENERATION > WS-LAST-GENERATION
                           MOVE BK-GENERATION TO WS-LAST-GENERATION
                       END-IF
                       IF BK-GEN-TOTAL
                           ADD 1 TO WS-COMPLETE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-CATALOG.

       INIT-CATALOG-RECORD.
           INITIALIZE BACKUP-CTL-REC
           MOVE WS-GENERATION TO BK-GENERATION
           MOVE WS-BACKUP-DATE TO BK-BACKUP-DATE
           MOVE WS-BACKUP-TIME TO BK-BACKUP-TIME
           MOVE WS-OPERATOR TO BK-OPERATOR.

      *****************************************************************
      * Unloads one master to its generation file and writes its
      * control record. Any failure stops the backup with no *TOTAL
      * record, so the part-written generation cannot be restored.
      *****************************************************************
       UNLOAD-ONE-MASTER.
           PERFORM INIT-CATALOG-RECORD
           MOVE WS-MASTER-ID(WS-FILE-IX) TO BK-FILE-ID

           PERFORM OPEN-LIVE-INPUT
           IF WS-LIVE-STATUS = "35"
               SET BK-NOT-PRESENT TO TRUE
               WRITE BACKUP-CTL-REC
               ADD 1 TO WS-GEN-FILE-COUNT
               DISPLAY "  " WS-MASTER-ID(WS-FILE-IX)
                   " NOT PRESENT - NOTHING TO UNLOAD"
               EXIT PARAGRAPH
           END-IF
           IF WS-LIVE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-MASTER-ID(WS-FILE-IX)
                   " - STATUS " WS-LIVE-STATUS
               PERFORM ABORT-BACKUP
           END-IF

           MOVE SPACES TO WS-GEN-FILE-NAME
           STRING WS-MASTER-ID(WS-FILE-IX) DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-BACKUP-DATE DELIMITED BY SIZE
                  ".G" DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  ".BKP" DELIMITED BY SIZE
               INTO WS-GEN-FILE-NAME
           END-STRING

           OPEN OUTPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN GENERATION FILE "
                   WS-GEN-FILE-NAME " - STATUS " WS-GEN-STATUS
               PERFORM CLOSE-LIVE
               PERFORM ABORT-BACKUP
           END-IF

           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-HASH
           MOVE "N" TO WS-LIVE-EOF-FLAG
           PERFORM READ-LIVE-NEXT
           PERFORM UNTIL WS-EOF-LIVE
               MOVE WS-RECORD-BUFFER TO GEN-REC
               WRITE GEN-REC
               IF WS-GEN-STATUS NOT = "00"
                   DISPLAY "UNABLE TO WRITE GENERATION FILE "
                       WS-GEN-FILE-NAME " - STATUS " WS-GEN-STATUS
                   CLOSE GEN-FILE
                   PERFORM CLOSE-LIVE
                   PERFORM ABORT-BACKUP
               END-IF
               ADD 1 TO WS-FILE-RECORDS
               PERFORM HASH-RECORD
               PERFORM READ-LIVE-NEXT
           END-PERFORM

           CLOSE GEN-FILE
           PERFORM CLOSE-LIVE

           SET BK-UNLOADED TO TRUE
           MOVE WS-GEN-FILE-NAME TO BK-GEN-FILE-NAME
           MOVE WS-FILE-RECORDS TO BK-RECORD-COUNT
           MOVE WS-FILE-HASH TO BK-HASH-TOTAL
           WRITE BACKUP-CTL-REC

           ADD 1 TO WS-GEN-FILE-COUNT
           ADD WS-FILE-RECORDS TO WS-GEN-RECORDS
           ADD WS-FILE-HASH TO WS-GEN-HASH

           DISPLAY "  " WS-MASTER-ID(WS-FILE-IX) " "
               WS-FILE-RECORDS " RECORD(S) TO " WS-GEN-FILE-NAME.

       ABORT-BACKUP.
           CLOSE BACKUP-CATALOG
           DISPLAY "BACKUP GENERATION " WS-GENERATION
               " NOT COMPLETED - IT CANNOT BE RESTORED FROM"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * Hash total: each character's code times its position, over
      * the master's own record length.
      *****************************************************************
       HASH-RECORD.
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > WS-RECORD-LEN
               COMPUTE WS-FILE-HASH = WS-FILE-HASH
                   + FUNCTION ORD(WS-RECORD-BUFFER(WS-HASH-IX:1))
                   * WS-HASH-IX
           END-PERFORM.

       OPEN-LIVE-INPUT.
           EVALUATE WS-FILE-IX
               WHEN 1
                   OPEN INPUT PRICE-MASTER
               WHEN 2
                   OPEN INPUT STORE-PRICE
               WHEN 3
                   OPEN INPUT PRICE-HIST
               WHEN 4
                   OPEN INPUT TAX-HIST
               WHEN 5
                   OPEN INPUT PANTRY-STOCK
               WHEN 6
                   OPEN INPUT RECIPE-MASTER
               WHEN 7
                   OPEN INPUT RECIPE-COST-FILE
               WHEN 8
                   OPEN INPUT AISLE-LOC
               WHEN 9
                   OPEN INPUT PANTRY-LOT
               WHEN 10
                   OPEN INPUT MEAL-PLAN
               WHEN 11
                   OPEN INPUT ITEM-SUBST
               WHEN 12
                   OPEN INPUT NUTRITION-FILE
           END-EVALUATE.

      *****************************************************************
      * Reads the next record of the selected master into
      * WS-RECORD-BUFFER, with its record length for the hash.
      *****************************************************************
       READ-LIVE-NEXT.
           MOVE SPACES TO WS-RECORD-BUFFER
           EVALUATE WS-FILE-IX
               WHEN 1
                   READ PRICE-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE PRICE-MASTER-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF PRICE-MASTER-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 2
                   READ STORE-PRICE NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE STORE-PRICE-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF STORE-PRICE-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 3
                   READ PRICE-HIST NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE PRICE-HIST-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF PRICE-HIST-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 4
                   READ TAX-HIST NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE TAX-RATE-HIST-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF TAX-RATE-HIST-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 5
                   READ PANTRY-STOCK NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE PANTRY-STOCK-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF PANTRY-STOCK-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 6
                   READ RECIPE-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE RECIPE-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF RECIPE-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 7
                   READ RECIPE-COST-FILE NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE RECIPE-COST-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF RECIPE-COST-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 8
                   READ AISLE-LOC NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE AISLE-LOC-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF AISLE-LOC-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 9
                   READ PANTRY-LOT NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE PANTRY-LOT-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF PANTRY-LOT-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 10
                   READ MEAL-PLAN NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE MEAL-PLAN-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF MEAL-PLAN-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 11
                   READ ITEM-SUBST NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE ITEM-SUBST-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF ITEM-SUBST-REC
                               TO WS-RECORD-LEN
                   END-READ
               WHEN 12
                   READ NUTRITION-FILE NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                       NOT AT END
                           MOVE NUTRITION-REC TO WS-RECORD-BUFFER
                           MOVE LENGTH OF NUTRITION-REC
                               TO WS-RECORD-LEN
                   END-READ
           END-EVALUATE

           IF WS-LIVE-STATUS NOT = "00" AND WS-LIVE-STATUS NOT = "10"
               DISPLAY "UNABLE TO READ " WS-MASTER-ID(WS-FILE-IX)
                   " - STATUS " WS-LIVE-STATUS
               CLOSE GEN-FILE
               PERFORM CLOSE-LIVE
               PERFORM ABORT-BACKUP
           END-IF.

       CLOSE-LIVE.
           EVALUATE WS-FILE-IX
               WHEN 1
                   CLOSE PRICE-MASTER
               WHEN 2
                   CLOSE STORE-PRICE
               WHEN 3
                   CLOSE PRICE-HIST
               WHEN 4
                   CLOSE TAX-HIST
               WHEN 5
                   CLOSE PANTRY-STOCK
               WHEN 6
                   CLOSE RECIPE-MASTER
               WHEN 7
                   CLOSE RECIPE-COST-FILE
               WHEN 8
                   CLOSE AISLE-LOC
               WHEN 9
                   CLOSE PANTRY-LOT
               WHEN 10
                   CLOSE MEAL-PLAN
               WHEN 11
                   CLOSE ITEM-SUBST
               WHEN 12
                   CLOSE NUTRITION-FILE
           END-EVALUATE.

      *****************************************************************
      * Keeps the last WS-KEEP-COUNT complete generations. The
      * catalog is in generation order, so the oldest generation kept
      * is the one whose *TOTAL record comes that many from the end;
      * everything before it - complete or not - is dropped, its
      * generation files deleted, and the catalog copied back
      * without it.
      *****************************************************************
       PRUNE-GENERATIONS.
           ADD 1 TO WS-COMPLETE-COUNT
           IF WS-COMPLETE-COUNT NOT > WS-KEEP-COUNT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BACKUP-CATALOG
           MOVE 0 TO WS-TOTALS-SEEN
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ BACKUP-CATALOG
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       IF BK-GEN-TOTAL
                           ADD 1 TO WS-TOTALS-SEEN
                           IF WS-TOTALS-SEEN = WS-COMPLETE-COUNT
                                   - WS-KEEP-COUNT + 1
                               MOVE BK-GENERATION TO WS-OLDEST-KEPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-CATALOG

           OPEN INPUT BACKUP-CATALOG
           OPEN OUTPUT CATALOG-WORK
           IF WS-CAT-STATUS NOT = "00" OR WS-CAT-WORK-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BACKUP CATALOG FOR PRUNING - "
                   "STATUS " WS-CAT-STATUS " / " WS-CAT-WORK-STATUS
                   " - OLD GENERATIONS KEPT"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ BACKUP-CATALOG
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       IF BK-GENERATION NOT < WS-OLDEST-KEPT
                           MOVE BACKUP-CTL-REC TO CATALOG-WORK-REC
                           WRITE CATALOG-WORK-REC
                       ELSE
                           IF BK-GEN-TOTAL
                               ADD 1 TO WS-DROPPED-GENS
                           END-IF
                           IF BK-UNLOADED
                               CALL "CBL_DELETE_FILE"
                                   USING BK-GEN-FILE-NAME
                               IF RETURN-CODE = 0
                                   ADD 1 TO WS-DELETED-FILES
                               END-IF
                               MOVE 0 TO RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-CATALOG
           CLOSE CATALOG-WORK

           OPEN INPUT CATALOG-WORK
           OPEN OUTPUT BACKUP-CATALOG
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ CATALOG-WORK
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       MOVE CATALOG-WORK-REC TO BACKUP-CTL-REC
                       WRITE BACKUP-CTL-REC
               END-READ
           END-PERFORM
           CLOSE CATALOG-WORK
           CLOSE BACKUP-CATALOG

           DISPLAY "DROPPED " WS-DROPPED-GENS " GENERATION(S) OLDER "
               "THAN " WS-OLDEST-KEPT " (" WS-DELETED-FILES
               " FILE(S) DELETED) - KEEPING THE LAST " WS-KEEP-COUNT.
