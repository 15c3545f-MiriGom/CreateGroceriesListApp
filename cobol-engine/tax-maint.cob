      *                                          old reruns still tax)
      *
      * Rates are percents with three decimals, e.g. 6.375.
      *
      * Every rate record added or replaced (by U or C) is journaled
      * to MAINTJRN.DAT with the record before and after.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "MAINTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-HIST.
       FD  TAX-CONTROL.
           COPY "tax-rate-rec.cpy".

       FD  MAINT-JOURNAL.
           COPY "maint-jrnl-rec.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TAXHST-STATUS     PIC XX.
       01  WS-TAX-STATUS        PIC XX.
       01  WS-JRNL-STATUS       PIC XX.
       01  WS-JRNL-DATETIME     PIC X(21).
       01  WS-OPERATOR          PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE      PIC X(60).
       01  WS-JOURNAL-FLAG      PIC X VALUE "N".
           88  WS-JOURNAL-OPEN       VALUE "Y".
       01  WS-ARG-COUNT         PIC 9(4).
       01  WS-ARG-VALUE         PIC X(20).
       01  WS-ACTION-CODE       PIC X(1).
           MOVE WS-TODAY TO WS-EFF-DATE
           MOVE WS-TODAY TO WS-AS-OF-DATE

           IF WS-ACTION-CODE = "U" OR WS-ACTION-CODE = "C"
               PERFORM OPEN-JOURNAL
           END-IF

           OPEN I-O TAX-HIST
           IF WS-TAXHST-STATUS = "35"
               CLOSE TAX-HIST
           IF WS-TAXHST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TAX RATE HISTORY FILE - "
                   "STATUS " WS-TAXHST-STATUS
               IF WS-JOURNAL-OPEN
                   CLOSE MAINT-JOURNAL
               END-IF
               STOP RUN
           END-IF

           END-EVALUATE

           CLOSE TAX-HIST
           IF WS-JOURNAL-OPEN
               CLOSE MAINT-JOURNAL
           END-IF

           STOP RUN.

           END-IF.

       WRITE-RATE-RECORD.
           MOVE WS-CATEGORY TO TH-CATEGORY
           MOVE WS-EFF-DATE TO TH-EFF-DATE
           READ TAX-HIST
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE TAX-RATE-HIST-REC TO WS-BEFORE-IMAGE
           END-READ

           MOVE WS-CATEGORY TO TH-CATEGORY
           MOVE WS-EFF-DATE TO TH-EFF-DATE
           MOVE WS-NEW-RATE TO TH-RATE
           WRITE TAX-RATE-HIST-REC
               INVALID KEY
                   REWRITE TAX-RATE-HIST-REC
                   SET MJ-UPDATE TO TRUE
               NOT INVALID KEY
                   SET MJ-ADD TO TRUE
           END-WRITE
           PERFORM JOURNAL-RATE-CHANGE.

      *****************************************************************
      * The maintenance journal is opened for extend before the rate
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
      * Journals one rate record written. WS-BEFORE-IMAGE holds the
      * record it replaced, or spaces when it was new.
      *****************************************************************
       JOURNAL-RATE-CHANGE.
           MOVE "TAXHST" TO MJ-FILE-ID
           MOVE TH-KEY TO MJ-RECORD-KEY
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           MOVE TAX-RATE-HIST-REC TO MJ-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO WS-JRNL-DATETIME
           MOVE WS-JRNL-DATETIME(1:8) TO MJ-JRNL-DATE
           MOVE WS-JRNL-DATETIME(9:8) TO MJ-JRNL-TIME
           MOVE WS-OPERATOR TO MJ-OPERATOR
           MOVE "TAX-MAINT" TO MJ-PROGRAM
           WRITE MAINT-JRNL-REC.

       SHOW-RATE-HISTORY.
           ACCEPT WS-ARG-VALUE FROM ARGUMENT-VALUE
