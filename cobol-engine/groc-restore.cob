       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROC-RESTORE.

      *****************************************************************
      * Reloads the keyed masters from a GROC-BACKUP generation -
      * every master in it, or just the one named. Before any live
      * file is touched the generation is proved against its control
      * records in BACKUPS.DAT: each generation file is read back and
      * its record count and hash total must match what the backup
      * recorded, and the file records must foot to the generation's
      * *TOTAL record. A generation that fails, or that never got its
      * *TOTAL record, is not restored from at all.
      *
      * Each master restored is emptied and reloaded from its
      * generation file (a master the generation recorded as not
      * present is left empty), and one RESTORE entry per file goes
      * to the maintenance journal with the record counts before and
      * after. GROC-VERIFY then runs over the restored set - a single
      * file put back under masters that have moved on since is
      * exactly what its cross-file checks are for - and its result
      * is reported here (see VERIFY.OUT). GROC-VERIFY is run from the
      * directory named by the GROCBIN environment variable, or found
      * on the path when it is not set.
      *
      * Nothing is restored while a PRODUCT-TOTAL run holds the run
      * lock.
      *
      * Return code: 00 restored and verified clean, 04 verify
      * warnings (or verify could not be run), 08 not restored, 12
      * control totals failed or verify found severe exceptions, 16
      * file failure.
      *
      * Usage:
      *   groc-restore LIST                   (list the generations)
      *   groc-restore generation [file-id]   (file-id e.g. PRICEMST)
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

           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

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

       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       FD  RUN-CONTROL.
           COPY "run-control-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LIVE-STATUS       PIC XX.
       01  WS-GEN-STATUS        PIC XX.
       01  WS-CAT-STATUS        PIC XX.
       01  WS-JRNL-STATUS       PIC XX.
       01  WS-RUNCTL-STATUS     PIC XX.
       01  WS-JRNL-DATETIME     PIC X(21).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-BIN-DIR           PIC X(60) VALUE SPACES.

       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-RESTORE-GEN       PIC 9(4) VALUE 0.
       01  WS-RESTORE-FILE-ID   PIC X(10) VALUE SPACES.
       01  WS-RESTORE-RC        PIC 9(3) VALUE 0.

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

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-FILE           VALUE "Y".
       01  WS-LIVE-EOF-FLAG     PIC X VALUE "N".
           88  WS-EOF-LIVE           VALUE "Y".

      *****************************************************************
      * The chosen generation's control records, one per master.
      *****************************************************************
       01  WS-ENTRY-COUNT       PIC 9(2) VALUE 0.
       01  WS-ENTRY-IX          PIC 9(2).
       01  WS-MATCH-IX          PIC 9(2).
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 20 TIMES.
               10  WS-ENT-FILE-ID      PIC X(10).
               10  WS-ENT-MASTER-IX    PIC 9(2).
               10  WS-ENT-GEN-NAME     PIC X(30).
               10  WS-ENT-STATE        PIC X(1).
                   88  WS-ENT-UNLOADED      VALUE "U".
               10  WS-ENT-RECORDS      PIC 9(9).
               10  WS-ENT-HASH         PIC 9(18).
               10  WS-ENT-SELECT-FLAG  PIC X(1).
                   88  WS-ENT-SELECTED      VALUE "Y".
       01  WS-GEN-DATE          PIC 9(8) VALUE 0.
       01  WS-TOTAL-FLAG        PIC X VALUE "N".
           88  WS-TOTAL-FOUND        VALUE "Y".
       01  WS-TOTAL-FILES       PIC 9(3) VALUE 0.
       01  WS-TOTAL-RECORDS     PIC 9(9) VALUE 0.
       01  WS-TOTAL-HASH        PIC 9(18) VALUE 0.
       01  WS-SUM-RECORDS       PIC 9(9) VALUE 0.
       01  WS-SUM-HASH          PIC 9(18) VALUE 0.
       01  WS-FAILED-COUNT      PIC 9(3) VALUE 0.
       01  WS-RESTORED-COUNT    PIC 9(3) VALUE 0.

       01  WS-RECORD-BUFFER     PIC X(100).
       01  WS-RECORD-LEN        PIC 9(3).
       01  WS-HASH-IX           PIC 9(3).
       01  WS-FILE-RECORDS      PIC 9(9).
       01  WS-FILE-HASH         PIC 9(18).
       01  WS-BEFORE-RECORDS    PIC 9(9).
       01  WS-DUP-COUNT         PIC 9(9).

       01  WS-LIST-GEN          PIC 9(4) VALUE 0.
       01  WS-LIST-DATE         PIC 9(8).
       01  WS-LIST-TOTAL-FLAG   PIC X VALUE "Y".
       01  WS-LIST-COUNT        PIC 9(4) VALUE 0.
       01  WS-EDIT-DATE         PIC 9999/99/99.
       01  WS-EDIT-COUNT        PIC ZZZ,ZZZ,ZZ9.

       01  WS-COMMAND           PIC X(100).
       01  WS-CMD-PTR           PIC 9(3).
       01  WS-RAW-RC            PIC S9(9).
       01  WS-VERIFY-RC         PIC 9(3).
       01  WS-RAW-SIGNAL        PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           ACCEPT WS-BIN-DIR FROM ENVIRONMENT "GROCBIN"

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT < 1
               PERFORM SHOW-USAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
           IF FUNCTION UPPER-CASE(WS-ARG-VALUE) = "LIST"
               PERFORM LIST-GENERATIONS
               STOP RUN
           END-IF

           IF WS-ARG-VALUE(1:4) NOT NUMERIC
                   OR WS-ARG-VALUE(5:16) NOT = SPACES
               DISPLAY "GENERATION MUST BE NNNN (SEE groc-restore "
                   "LIST): " WS-ARG-VALUE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARG-VALUE(1:4) TO WS-RESTORE-GEN

           IF WS-ARG-COUNT > 1
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE(WS-ARG-VALUE)
                   TO WS-RESTORE-FILE-ID
           END-IF

           PERFORM CHECK-RUN-LOCK
           PERFORM LOAD-GENERATION
           PERFORM SELECT-FILES
           PERFORM VERIFY-GENERATION

           PERFORM OPEN-JOURNAL
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
               IF WS-ENT-SELECTED(WS-ENTRY-IX)
                   PERFORM RESTORE-ONE-MASTER
               END-IF
           END-PERFORM
           CLOSE MAINT-JOURNAL

           DISPLAY "RESTORED " WS-RESTORED-COUNT " FILE(S) FROM "
               "GENERATION " WS-RESTORE-GEN " OF " WS-GEN-DATE

           PERFORM RUN-GROC-VERIFY

           MOVE WS-RESTORE-RC TO RETURN-CODE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY "USAGE: groc-restore LIST"
           DISPLAY "       groc-restore generation [file-id]".

       CHECK-RUN-LOCK.
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00"
               READ RUN-CONTROL
                   NOT AT END
                       IF RC-LOCKED
                           DISPLAY "RUN " RC-LOCK-RUN-ID " STARTED "
                               RC-LOCK-DATE " BY " RC-LOCK-OPERATOR
                               " STILL HOLDS THE RUN LOCK - NOTHING "
                               "RESTORED"
                           CLOSE RUN-CONTROL
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE RUN-CONTROL
           END-IF.

       OPEN-CATALOG.
           OPEN INPUT BACKUP-CATALOG
           IF WS-CAT-STATUS = "35"
               DISPLAY "NO BACKUP CATALOG (BACKUPS.DAT) - NOTHING TO "
                   "RESTORE FROM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CAT-STATUS NOT = "00"
               DISPLAY "UNABLE TO READ BACKUP CATALOG - STATUS "
                   WS-CAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * One line per generation on the catalog; a generation with no
      * *TOTAL record is shown as incomplete.
      *****************************************************************
       LIST-GENERATIONS.
           PERFORM OPEN-CATALOG
           DISPLAY "GEN  DATE        FILES      RECORDS"
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ BACKUP-CATALOG
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       IF BK-GENERATION NOT = WS-LIST-GEN
                           PERFORM LIST-INCOMPLETE-GENERATION
                           MOVE BK-GENERATION TO WS-LIST-GEN
                           MOVE BK-BACKUP-DATE TO WS-LIST-DATE
                           MOVE "N" TO WS-LIST-TOTAL-FLAG
                       END-IF
                       IF BK-GEN-TOTAL
                           MOVE "Y" TO WS-LIST-TOTAL-FLAG
                           ADD 1 TO WS-LIST-COUNT
                           MOVE BK-BACKUP-DATE TO WS-EDIT-DATE
                           MOVE BK-RECORD-COUNT TO WS-EDIT-COUNT
                           DISPLAY BK-GENERATION " " WS-EDIT-DATE
                               "   " BK-FILE-COUNT "   " WS-EDIT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM LIST-INCOMPLETE-GENERATION
           CLOSE BACKUP-CATALOG

           DISPLAY WS-LIST-COUNT " GENERATION(S) AVAILABLE".

       LIST-INCOMPLETE-GENERATION.
           IF WS-LIST-GEN > 0 AND WS-LIST-TOTAL-FLAG = "N"
               MOVE WS-LIST-DATE TO WS-EDIT-DATE
               DISPLAY WS-LIST-GEN " " WS-EDIT-DATE
                   "   INCOMPLETE - CANNOT BE RESTORED"
           END-IF.

      *****************************************************************
      * Collects the generation's control records and proves the file
      * records foot to its *TOTAL record.
      *****************************************************************
       LOAD-GENERATION.
           PERFORM OPEN-CATALOG
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ BACKUP-CATALOG
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       IF BK-GENERATION = WS-RESTORE-GEN
                           PERFORM LOAD-CATALOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-CATALOG

           IF WS-ENTRY-COUNT = 0 AND NOT WS-TOTAL-FOUND
               DISPLAY "GENERATION " WS-RESTORE-GEN " IS NOT ON THE "
                   "BACKUP CATALOG"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF NOT WS-TOTAL-FOUND
               DISPLAY "GENERATION " WS-RESTORE-GEN " DID NOT COMPLETE "
                   "- NOTHING RESTORED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-ENTRY-COUNT NOT = WS-TOTAL-FILES
                   OR WS-SUM-RECORDS NOT = WS-TOTAL-RECORDS
                   OR WS-SUM-HASH NOT = WS-TOTAL-HASH
               DISPLAY "GENERATION " WS-RESTORE-GEN " CONTROL RECORDS "
                   "DO NOT FOOT TO ITS *TOTAL RECORD - NOTHING RESTORED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CATALOG-ENTRY.
           IF BK-GEN-TOTAL
               SET WS-TOTAL-FOUND TO TRUE
               MOVE BK-FILE-COUNT TO WS-TOTAL-FILES
               MOVE BK-RECORD-COUNT TO WS-TOTAL-RECORDS
               MOVE BK-HASH-TOTAL TO WS-TOTAL-HASH
               MOVE BK-BACKUP-DATE TO WS-GEN-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-ENTRY-COUNT >= 20
               DISPLAY "GENERATION FILE TABLE FULL - " BK-FILE-ID
                   " NOT LOADED"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ENTRY-COUNT
           MOVE BK-FILE-ID TO WS-ENT-FILE-ID(WS-ENTRY-COUNT)
           MOVE BK-GEN-FILE-NAME TO WS-ENT-GEN-NAME(WS-ENTRY-COUNT)
           MOVE BK-FILE-STATE TO WS-ENT-STATE(WS-ENTRY-COUNT)
           MOVE BK-RECORD-COUNT TO WS-ENT-RECORDS(WS-ENTRY-COUNT)
           MOVE BK-HASH-TOTAL TO WS-ENT-HASH(WS-ENTRY-COUNT)
           MOVE "N" TO WS-ENT-SELECT-FLAG(WS-ENTRY-COUNT)
           ADD BK-RECORD-COUNT TO WS-SUM-RECORDS
           ADD BK-HASH-TOTAL TO WS-SUM-HASH

           MOVE 0 TO WS-ENT-MASTER-IX(WS-ENTRY-COUNT)
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
                   UNTIL WS-FILE-IX > WS-MASTER-COUNT
               IF WS-MASTER-ID(WS-FILE-IX) = BK-FILE-ID
                   MOVE WS-FILE-IX
                       TO WS-ENT-MASTER-IX(WS-ENTRY-COUNT)
               END-IF
           END-PERFORM.

      *****************************************************************
      * Every master in the generation, or only the one named.
      *****************************************************************
       SELECT-FILES.
           MOVE 0 TO WS-MATCH-IX
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
               IF WS-ENT-MASTER-IX(WS-ENTRY-IX) > 0
                   IF WS-RESTORE-FILE-ID = SPACES
                           OR WS-RESTORE-FILE-ID
                               = WS-ENT-FILE-ID(WS-ENTRY-IX)
                       SET WS-ENT-SELECTED(WS-ENTRY-IX) TO TRUE
                       MOVE WS-ENTRY-IX TO WS-MATCH-IX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MATCH-IX = 0
               IF WS-RESTORE-FILE-ID = SPACES
                   DISPLAY "GENERATION " WS-RESTORE-GEN " HOLDS NO "
                       "MASTER THAT CAN BE RESTORED"
               ELSE
                   DISPLAY WS-RESTORE-FILE-ID " IS NOT IN GENERATION "
                       WS-RESTORE-GEN
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Reads every selected generation file back and checks its
      * record count and hash total against the control record. One
      * failure and nothing is restored.
      *****************************************************************
       VERIFY-GENERATION.
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
                   UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
               IF WS-ENT-SELECTED(WS-ENTRY-IX)
                       AND WS-ENT-UNLOADED(WS-ENTRY-IX)
                   PERFORM VERIFY-ONE-GEN-FILE
               END-IF
           END-PERFORM

           IF WS-FAILED-COUNT > 0
               DISPLAY "GENERATION " WS-RESTORE-GEN " FAILS ITS "
                   "CONTROL TOTALS FOR " WS-FAILED-COUNT
                   " FILE(S) - NOTHING RESTORED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "GENERATION " WS-RESTORE-GEN " OF " WS-GEN-DATE
               " AGREES WITH ITS CONTROL TOTALS".

       VERIFY-ONE-GEN-FILE.
           MOVE WS-ENT-MASTER-IX(WS-ENTRY-IX) TO WS-FILE-IX
           PERFORM SET-RECORD-LENGTH
           MOVE WS-ENT-GEN-NAME(WS-ENTRY-IX) TO WS-GEN-FILE-NAME
           OPEN INPUT GEN-FILE
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "  " WS-ENT-FILE-ID(WS-ENTRY-IX)
                   " GENERATION FILE " WS-GEN-FILE-NAME
                   " CANNOT BE READ - STATUS " WS-GEN-STATUS
               ADD 1 TO WS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-HASH
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FILE
               READ GEN-FILE
                   AT END
                       SET WS-EOF-FILE TO TRUE
                   NOT AT END
                       MOVE GEN-REC TO WS-RECORD-BUFFER
                       ADD 1 TO WS-FILE-RECORDS
                       PERFORM HASH-RECORD
               END-READ
           END-PERFORM
           CLOSE GEN-FILE

           IF WS-FILE-RECORDS NOT = WS-ENT-RECORDS(WS-ENTRY-IX)
                   OR WS-FILE-HASH NOT = WS-ENT-HASH(WS-ENTRY-IX)
               DISPLAY "  " WS-ENT-FILE-ID(WS-ENTRY-IX) " "
                   WS-GEN-FILE-NAME " HAS " WS-FILE-RECORDS
                   " RECORD(S), CONTROL " WS-ENT-RECORDS(WS-ENTRY-IX)
                   " - HASH TOTAL " WS-FILE-HASH ", CONTROL "
                   WS-ENT-HASH(WS-ENTRY-IX)
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

       HASH-RECORD.
           PERFORM VARYING WS-HASH-IX FROM 1 BY 1
                   UNTIL WS-HASH-IX > WS-RECORD-LEN
               COMPUTE WS-FILE-HASH = WS-FILE-HASH
                   + FUNCTION ORD(WS-RECORD-BUFFER(WS-HASH-IX:1))
                   * WS-HASH-IX
           END-PERFORM.

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
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * Empties one master and reloads it from its generation file,
      * counting what was there first for the journal. The reload is
      * counted too; a short reload (duplicate keys) is reported and
      * fails the restore, though the records that did load stay. The
      * generation file is opened before the master is emptied, so
      * one that cannot be read stops the restore with the master
      * left as it was.
      *****************************************************************
       RESTORE-ONE-MASTER.
           MOVE WS-ENT-MASTER-IX(WS-ENTRY-IX) TO WS-FILE-IX

           MOVE 0 TO WS-BEFORE-RECORDS
           PERFORM OPEN-LIVE-INPUT
           IF WS-LIVE-STATUS = "00"
               MOVE "N" TO WS-LIVE-EOF-FLAG
               PERFORM READ-LIVE-NEXT
               PERFORM UNTIL WS-EOF-LIVE
                   ADD 1 TO WS-BEFORE-RECORDS
                   PERFORM READ-LIVE-NEXT
               END-PERFORM
               PERFORM CLOSE-LIVE
           END-IF

           IF WS-ENT-UNLOADED(WS-ENTRY-IX)
               MOVE WS-ENT-GEN-NAME(WS-ENTRY-IX) TO WS-GEN-FILE-NAME
               OPEN INPUT GEN-FILE
               IF WS-GEN-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN " WS-ENT-FILE-ID(WS-ENTRY-IX)
                       " GENERATION FILE " WS-GEN-FILE-NAME
                       " - STATUS " WS-GEN-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "RESTORE STOPPED - " WS-RESTORED-COUNT
                       " FILE(S) ALREADY RESTORED FROM GENERATION "
                       WS-RESTORE-GEN " - "
                       WS-ENT-FILE-ID(WS-ENTRY-IX) " LEFT AS IT WAS"
                   CLOSE MAINT-JOURNAL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM OPEN-LIVE-OUTPUT
           IF WS-LIVE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN " WS-ENT-FILE-ID(WS-ENTRY-IX)
                   " FOR RELOAD - STATUS " WS-LIVE-STATUS
               DISPLAY "RESTORE STOPPED - " WS-RESTORED-COUNT
                   " FILE(S) ALREADY RESTORED FROM GENERATION "
                   WS-RESTORE-GEN
               IF WS-ENT-UNLOADED(WS-ENTRY-IX)
                   CLOSE GEN-FILE
               END-IF
               CLOSE MAINT-JOURNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-DUP-COUNT
           IF WS-ENT-UNLOADED(WS-ENTRY-IX)
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FILE
                   READ GEN-FILE
                       AT END
                           SET WS-EOF-FILE TO TRUE
                       NOT AT END
                           MOVE GEN-REC TO WS-RECORD-BUFFER
                           PERFORM WRITE-LIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
           END-IF
           PERFORM CLOSE-LIVE
           ADD 1 TO WS-RESTORED-COUNT

           PERFORM JOURNAL-RESTORE

           IF WS-ENT-UNLOADED(WS-ENTRY-IX)
               DISPLAY "  " WS-ENT-FILE-ID(WS-ENTRY-IX) " "
                   WS-BEFORE-RECORDS " RECORD(S) REPLACED BY "
                   WS-FILE-RECORDS
           ELSE
               DISPLAY "  " WS-ENT-FILE-ID(WS-ENTRY-IX) " "
                   WS-BEFORE-RECORDS " RECORD(S) CLEARED - NOT "
                   "PRESENT IN THE GENERATION"
           END-IF

           IF WS-FILE-RECORDS NOT = WS-ENT-RECORDS(WS-ENTRY-IX)
               DISPLAY "  *** " WS-ENT-FILE-ID(WS-ENTRY-IX)
                   " RELOADED SHORT - " WS-DUP-COUNT
                   " RECORD(S) REJECTED"
               MOVE 12 TO WS-RESTORE-RC
           END-IF.

       JOURNAL-RESTORE.
           MOVE WS-ENT-FILE-ID(WS-ENTRY-IX) TO MJ-FILE-ID
           MOVE SPACES TO MJ-RECORD-KEY
           STRING "GENERATION " DELIMITED BY SIZE
                  WS-RESTORE-GEN DELIMITED BY SIZE
               INTO MJ-RECORD-KEY
           END-STRING
           SET MJ-RESTORE TO TRUE
           MOVE SPACES TO MJ-BEFORE-IMAGE
           STRING WS-BEFORE-RECORDS DELIMITED BY SIZE
                  " RECORD(S) BEFORE RESTORE" DELIMITED BY SIZE
               INTO MJ-BEFORE-IMAGE
           END-STRING
           MOVE SPACES TO MJ-AFTER-IMAGE
           STRING WS-FILE-RECORDS DELIMITED BY SIZE
                  " RECORD(S) FROM GENERATION " DELIMITED BY SIZE
                  WS-RESTORE-GEN DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  WS-GEN-DATE DELIMITED BY SIZE
               INTO MJ-AFTER-IMAGE
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATETIME
           MOVE WS-JRNL-DATETIME(1:8) TO MJ-JRNL-DATE
           MOVE WS-JRNL-DATETIME(9:8) TO MJ-JRNL-TIME
           MOVE WS-OPERATOR TO MJ-OPERATOR
           MOVE "GROC-RESTORE" TO MJ-PROGRAM
           WRITE MAINT-JRNL-REC.

      *****************************************************************
      * Runs GROC-VERIFY over the restored masters and takes its
      * return code as the verdict on the restored set.
      *****************************************************************
       RUN-GROC-VERIFY.
           MOVE SPACES TO WS-COMMAND
           MOVE 1 TO WS-CMD-PTR
           IF WS-BIN-DIR NOT = SPACES
               STRING WS-BIN-DIR DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                   INTO WS-COMMAND
                   WITH POINTER WS-CMD-PTR
               END-STRING
           END-IF
           STRING "groc-verify" DELIMITED BY SIZE
               INTO WS-COMMAND
               WITH POINTER WS-CMD-PTR
           END-STRING

           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-RAW-RC
           MOVE 0 TO RETURN-CODE

           IF WS-RAW-RC < 0
               MOVE 999 TO WS-VERIFY-RC
           ELSE
               DIVIDE WS-RAW-RC BY 256 GIVING WS-VERIFY-RC
                   REMAINDER WS-RAW-SIGNAL
               IF WS-RAW-SIGNAL NOT = 0
                   MOVE 999 TO WS-VERIFY-RC
               END-IF
           END-IF

           EVALUATE WS-VERIFY-RC
               WHEN 0
                   DISPLAY "RESTORED MASTERS VERIFY CLEAN"
               WHEN 4
                   DISPLAY "RESTORED MASTERS VERIFY WITH WARNINGS - "
                       "SEE VERIFY.OUT"
                   IF WS-RESTORE-RC < 4
                       MOVE 4 TO WS-RESTORE-RC
                   END-IF
               WHEN 12
                   DISPLAY "*** RESTORED MASTERS HAVE SEVERE "
                       "CROSS-FILE EXCEPTIONS - SEE VERIFY.OUT ***"
                   MOVE 12 TO WS-RESTORE-RC
               WHEN OTHER
                   DISPLAY "GROC-VERIFY DID NOT RUN TO COMPLETION (RC "
                       WS-VERIFY-RC ") - RUN IT BY HAND"
                   IF WS-RESTORE-RC < 4
                       MOVE 4 TO WS-RESTORE-RC
                   END-IF
           END-EVALUATE.

       SET-RECORD-LENGTH.
           EVALUATE WS-FILE-IX
               WHEN 1
                   MOVE LENGTH OF PRICE-MASTER-REC TO WS-RECORD-LEN
               WHEN 2
                   MOVE LENGTH OF STORE-PRICE-REC TO WS-RECORD-LEN
               WHEN 3
                   MOVE LENGTH OF PRICE-HIST-REC TO WS-RECORD-LEN
               WHEN 4
                   MOVE LENGTH OF TAX-RATE-HIST-REC TO WS-RECORD-LEN
               WHEN 5
                   MOVE LENGTH OF PANTRY-STOCK-REC TO WS-RECORD-LEN
               WHEN 6
                   MOVE LENGTH OF RECIPE-REC TO WS-RECORD-LEN
               WHEN 7
                   MOVE LENGTH OF RECIPE-COST-REC TO WS-RECORD-LEN
               WHEN 8
                   MOVE LENGTH OF AISLE-LOC-REC TO WS-RECORD-LEN
               WHEN 9
                   MOVE LENGTH OF PANTRY-LOT-REC TO WS-RECORD-LEN
               WHEN 10
                   MOVE LENGTH OF MEAL-PLAN-REC TO WS-RECORD-LEN
               WHEN 11
                   MOVE LENGTH OF ITEM-SUBST-REC TO WS-RECORD-LEN
               WHEN 12
                   MOVE LENGTH OF NUTRITION-REC TO WS-RECORD-LEN
           END-EVALUATE.

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

       OPEN-LIVE-OUTPUT.
           EVALUATE WS-FILE-IX
               WHEN 1
                   OPEN OUTPUT PRICE-MASTER
               WHEN 2
                   OPEN OUTPUT STORE-PRICE
               WHEN 3
                   OPEN OUTPUT PRICE-HIST
               WHEN 4
                   OPEN OUTPUT TAX-HIST
               WHEN 5
                   OPEN OUTPUT PANTRY-STOCK
               WHEN 6
                   OPEN OUTPUT RECIPE-MASTER
               WHEN 7
                   OPEN OUTPUT RECIPE-COST-FILE
               WHEN 8
                   OPEN OUTPUT AISLE-LOC
               WHEN 9
                   OPEN OUTPUT PANTRY-LOT
               WHEN 10
                   OPEN OUTPUT MEAL-PLAN
               WHEN 11
                   OPEN OUTPUT ITEM-SUBST
               WHEN 12
                   OPEN OUTPUT NUTRITION-FILE
           END-EVALUATE.

      *****************************************************************
      * Counts the records already on the selected master (the read
      * is only for the before count in the journal).
      *****************************************************************
       READ-LIVE-NEXT.
           EVALUATE WS-FILE-IX
               WHEN 1
                   READ PRICE-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 2
                   READ STORE-PRICE NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 3
                   READ PRICE-HIST NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 4
                   READ TAX-HIST NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 5
                   READ PANTRY-STOCK NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 6
                   READ RECIPE-MASTER NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 7
                   READ RECIPE-COST-FILE NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 8
                   READ AISLE-LOC NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 9
                   READ PANTRY-LOT NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 10
                   READ MEAL-PLAN NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 11
                   READ ITEM-SUBST NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
               WHEN 12
                   READ NUTRITION-FILE NEXT RECORD
                       AT END
                           SET WS-EOF-LIVE TO TRUE
                   END-READ
           END-EVALUATE
           IF WS-LIVE-STATUS NOT = "00" AND WS-LIVE-STATUS NOT = "10"
               SET WS-EOF-LIVE TO TRUE
           END-IF.

      *****************************************************************
      * Writes WS-RECORD-BUFFER to the selected master as one of its
      * records.
      *****************************************************************
       WRITE-LIVE-RECORD.
           EVALUATE WS-FILE-IX
               WHEN 1
                   MOVE WS-RECORD-BUFFER TO PRICE-MASTER-REC
                   WRITE PRICE-MASTER-REC
               WHEN 2
                   MOVE WS-RECORD-BUFFER TO STORE-PRICE-REC
                   WRITE STORE-PRICE-REC
               WHEN 3
                   MOVE WS-RECORD-BUFFER TO PRICE-HIST-REC
                   WRITE PRICE-HIST-REC
               WHEN 4
                   MOVE WS-RECORD-BUFFER TO TAX-RATE-HIST-REC
                   WRITE TAX-RATE-HIST-REC
               WHEN 5
                   MOVE WS-RECORD-BUFFER TO PANTRY-STOCK-REC
                   WRITE PANTRY-STOCK-REC
               WHEN 6
                   MOVE WS-RECORD-BUFFER TO RECIPE-REC
                   WRITE RECIPE-REC
               WHEN 7
                   MOVE WS-RECORD-BUFFER TO RECIPE-COST-REC
                   WRITE RECIPE-COST-REC
               WHEN 8
                   MOVE WS-RECORD-BUFFER TO AISLE-LOC-REC
                   WRITE AISLE-LOC-REC
               WHEN 9
                   MOVE WS-RECORD-BUFFER TO PANTRY-LOT-REC
                   WRITE PANTRY-LOT-REC
               WHEN 10
                   MOVE WS-RECORD-BUFFER TO MEAL-PLAN-REC
                   WRITE MEAL-PLAN-REC
               WHEN 11
                   MOVE WS-RECORD-BUFFER TO ITEM-SUBST-REC
                   WRITE ITEM-SUBST-REC
               WHEN 12
                   MOVE WS-RECORD-BUFFER TO NUTRITION-REC
                   WRITE NUTRITION-REC
           END-EVALUATE
           IF WS-LIVE-STATUS = "00"
               ADD 1 TO WS-FILE-RECORDS
           ELSE
               ADD 1 TO WS-DUP-COUNT
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
