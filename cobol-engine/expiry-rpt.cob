       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRY-RPT.

      *****************************************************************
      * Lists the pantry lots in PANTRYLOT.DAT that need eating or
      * throwing out: first every lot already past its expiry date,
      * with how many days over it is, then every lot
      * that expires within the look-ahead window, with the days it
      * has left. The window defaults to 7 days. Both sections list
      * in item code order, an item's lots oldest purchase first.
      *
      * A lot's expiry date is set by PRODUCT-TOTAL from the item's
      * shelf life on the price master when the purchase is posted;
      * lots with no expiry (shelf life 0 - keeps) never appear.
      * Lots drawn down to nothing are deleted by PANTRY-MAINT, so
      * everything listed is still on the shelf. Item names come
      * from PANTRY.DAT. Report goes to EXPIRY.OUT.
      *
      * Usage:
      *   expiry-rpt [days]
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PANTRY-LOT ASSIGN TO "PANTRYLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT PANTRY-STOCK ASSIGN TO "PANTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-ITEM-CODE
               FILE STATUS IS WS-PANTRY-STATUS.

           SELECT EXPIRY-OUT ASSIGN TO "EXPIRY.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PANTRY-LOT.
           COPY "pantry-lot-rec.cpy".

       FD  PANTRY-STOCK.
           COPY "pantry-stock-rec.cpy".

       FD  EXPIRY-OUT.
       01  EXPIRY-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOT-STATUS        PIC XX.
       01  WS-PANTRY-STATUS     PIC XX.
       01  WS-EXPIRY-STATUS     PIC XX.
       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-CURRENT-DATETIME  PIC X(21).
       01  WS-TODAY             PIC 9(8).
       01  WS-TODAY-INT         PIC 9(7).
       01  WS-EXPIRY-INT        PIC 9(7).
       01  WS-WINDOW-DAYS       PIC 9(4) VALUE 7.
       01  WS-CUTOFF-DATE       PIC 9(8).
       01  WS-DAYS-DIFF         PIC 9(5).
       01  WS-ITEM-NAME         PIC X(20).

       01  WS-EOF-FLAG          PIC X VALUE "N".
           88  WS-EOF-LOTS           VALUE "Y".
       01  WS-PANTRY-AVAIL-FLAG PIC X VALUE "N".
           88  WS-PANTRY-AVAILABLE   VALUE "Y".
       01  WS-SECTION-FLAG      PIC X.
           88  WS-PAST-SECTION       VALUE "P".
           88  WS-SOON-SECTION       VALUE "S".

       01  WS-PAST-COUNT        PIC 9(5) VALUE 0.
       01  WS-SOON-COUNT        PIC 9(5) VALUE 0.

       01  WS-EDIT-DATE         PIC 9999/99/99.
       01  WS-EDIT-PURCH-DATE   PIC 9999/99/99.
       01  WS-EDIT-QTY          PIC ZZZZ9.99.
       01  WS-EDIT-DAYS         PIC ZZZZ9.
       01  WS-EDIT-COUNT        PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.

           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF WS-ARG-COUNT > 0
               ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(WS-ARG-VALUE) IS NOT NUMERIC
                   DISPLAY "USAGE: expiry-rpt [days]"
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-ARG-VALUE) TO WS-WINDOW-DAYS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-WINDOW-DAYS)

           OPEN INPUT PANTRY-LOT
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PANTRY LOT FILE - STATUS "
                   WS-LOT-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PANTRY-STOCK
           IF WS-PANTRY-STATUS = "00"
               SET WS-PANTRY-AVAILABLE TO TRUE
           END-IF

           OPEN OUTPUT EXPIRY-OUT
           IF WS-EXPIRY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EXPIRY REPORT - STATUS "
                   WS-EXPIRY-STATUS
               CLOSE PANTRY-LOT
               IF WS-PANTRY-AVAILABLE
                   CLOSE PANTRY-STOCK
               END-IF
               STOP RUN
           END-IF

           PERFORM WRITE-EXPIRY-HEADER

           SET WS-PAST-SECTION TO TRUE
           PERFORM WRITE-SECTION-HEADER
           PERFORM SCAN-LOTS

           SET WS-SOON-SECTION TO TRUE
           PERFORM WRITE-SECTION-HEADER
           PERFORM SCAN-LOTS

           PERFORM WRITE-EXPIRY-FOOTER

           CLOSE PANTRY-LOT
           IF WS-PANTRY-AVAILABLE
               CLOSE PANTRY-STOCK
           END-IF
           CLOSE EXPIRY-OUT

           DISPLAY "LOTS PAST DATE: " WS-PAST-COUNT
               "  EXPIRING WITHIN " WS-WINDOW-DAYS " DAYS: "
               WS-SOON-COUNT " - SEE EXPIRY.OUT"

           STOP RUN.

      *****************************************************************
      * One pass over the lot file for the current section, starting
      * again from the first key each time.
      *****************************************************************
       SCAN-LOTS.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO PL-KEY
           START PANTRY-LOT KEY NOT < PL-KEY
               INVALID KEY
                   SET WS-EOF-LOTS TO TRUE
           END-START

           PERFORM UNTIL WS-EOF-LOTS
               READ PANTRY-LOT NEXT RECORD
                   AT END
                       SET WS-EOF-LOTS TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-LOT
               END-READ
           END-PERFORM.

       CHECK-ONE-LOT.
           IF PL-EXPIRY-DATE = 0 OR PL-REMAIN-QTY = 0
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WS-PAST-SECTION
                   IF PL-EXPIRY-DATE < WS-TODAY
                       ADD 1 TO WS-PAST-COUNT
                       PERFORM WRITE-LOT-LINE
                   END-IF
               WHEN WS-SOON-SECTION
                   IF PL-EXPIRY-DATE NOT < WS-TODAY
                           AND PL-EXPIRY-DATE NOT > WS-CUTOFF-DATE
                       ADD 1 TO WS-SOON-COUNT
                       PERFORM WRITE-LOT-LINE
                   END-IF
           END-EVALUATE.

       WRITE-LOT-LINE.
           MOVE SPACES TO WS-ITEM-NAME
           IF WS-PANTRY-AVAILABLE
               MOVE PL-ITEM-CODE TO PS-ITEM-CODE
               READ PANTRY-STOCK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PS-ITEM-NAME TO WS-ITEM-NAME
               END-READ
           END-IF

           COMPUTE WS-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(PL-EXPIRY-DATE)
           IF WS-PAST-SECTION
               COMPUTE WS-DAYS-DIFF = WS-TODAY-INT - WS-EXPIRY-INT
           ELSE
               COMPUTE WS-DAYS-DIFF = WS-EXPIRY-INT - WS-TODAY-INT
           END-IF

           MOVE PL-PURCH-DATE TO WS-EDIT-PURCH-DATE
           MOVE PL-EXPIRY-DATE TO WS-EDIT-DATE
           MOVE PL-REMAIN-QTY TO WS-EDIT-QTY
           MOVE WS-DAYS-DIFF TO WS-EDIT-DAYS

           MOVE SPACES TO EXPIRY-LINE
           STRING PL-ITEM-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ITEM-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-PURCH-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PL-UOM DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-EDIT-DAYS DELIMITED BY SIZE
               INTO EXPIRY-LINE
           WRITE EXPIRY-LINE.

       WRITE-EXPIRY-HEADER.
           MOVE WS-TODAY TO WS-EDIT-DATE
           MOVE SPACES TO EXPIRY-LINE
           STRING "PANTRY EXPIRY REPORT AS OF " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               INTO EXPIRY-LINE
           WRITE EXPIRY-LINE.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO EXPIRY-LINE
           WRITE EXPIRY-LINE

           MOVE SPACES TO EXPIRY-LINE
           IF WS-PAST-SECTION
               MOVE "LOTS PAST EXPIRY DATE" TO EXPIRY-LINE
           ELSE
               MOVE WS-WINDOW-DAYS TO WS-EDIT-DAYS
               STRING "LOTS EXPIRING WITHIN " DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO EXPIRY-LINE
           END-IF
           WRITE EXPIRY-LINE

           MOVE SPACES TO EXPIRY-LINE
           STRING "ITEM   NAME" DELIMITED BY SIZE
               "                 " DELIMITED BY SIZE
               " PURCHASED" DELIMITED BY SIZE
               "    EXPIRES" DELIMITED BY SIZE
               "     QTY UOM" DELIMITED BY SIZE
               INTO EXPIRY-LINE
           IF WS-PAST-SECTION
               MOVE " DAYS OVER" TO EXPIRY-LINE(62:10)
           ELSE
               MOVE " DAYS LEFT" TO EXPIRY-LINE(62:10)
           END-IF
           WRITE EXPIRY-LINE.

       WRITE-EXPIRY-FOOTER.
           MOVE SPACES TO EXPIRY-LINE
           WRITE EXPIRY-LINE

           MOVE WS-PAST-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EXPIRY-LINE
           STRING "LOTS PAST DATE:       " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EXPIRY-LINE
           WRITE EXPIRY-LINE

           MOVE WS-SOON-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO EXPIRY-LINE
           STRING "LOTS EXPIRING SOON:   " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO EXPIRY-LINE
           WRITE EXPIRY-LINE.
