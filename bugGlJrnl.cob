      *> the feed trailers - so the morning summary journal no longer
      *> gets keyed by hand from the balance report.  Buckets with no
      *> mapping row post to the default account and are flagged on
      *> the control report with a non-zero return code.  Reversal
      *> ("REV") records on the posting feed are summarized apart and
      *> journaled as contra entries - the bucket's own accounts with
      *> debit and credit swapped - so the GL backs out exactly what
      *> the original posting put in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

           SELECT GL-HISTORY-WORK-FILE ASSIGN TO "GLHISTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHISTWK-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "PERIODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-IN-FILE.
           05  PST-TRL-COUNT                PIC 9(7).
           05  PST-TRL-AMOUNT               PIC S9(9)V99.
           05  FILLER                       PIC X(51).
       01  POSTING-IN-HEADER REDEFINES POSTING-IN-RECORD.
           05  FILLER                       PIC X(19).
           05  PST-HDR-WINDOW               PIC 9(2).
           05  FILLER                       PIC X(51).

       FD  SUSPENSE-IN-FILE.
       01  SUSPENSE-IN-RECORD              PIC X(72).
           05  SUS-TRL-COUNT                PIC 9(7).
           05  SUS-TRL-AMOUNT               PIC S9(9)V99.
           05  FILLER                       PIC X(51).
       01  SUSPENSE-IN-HEADER REDEFINES SUSPENSE-IN-RECORD.
           05  FILLER                       PIC X(19).
           05  SUS-HDR-WINDOW               PIC 9(2).
           05  FILLER                       PIC X(51).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLJ-SOURCE-CD                PIC X(3).
           05  GLJ-CURRENCY-CD              PIC X(3).
           05  GLJ-MAPPED-SW                PIC X.
      *> "JNL" for the day's postings, "REV" for a contra entry.
           05  GLJ-ENTRY-TYPE               PIC X(3).

       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-RECORD               PIC X(80).

      *> Cumulative copy of every journal line, kept for the period
      *> close; GLJRNL itself is rewritten each run.  Each line also
      *> carries the BUG window of its date that it journals, since a
      *> cut-off date reaches the GL over more than one window.
       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-RECORD.
           05  GLH-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X(35).
           05  GLH-WINDOW-SEQ               PIC 9(2).

       FD  GL-HISTORY-WORK-FILE.
       01  GL-HISTORY-WORK-RECORD          PIC X(45).

      *> Accounting period lock, appended by BUGPCLOS: the latest row
      *> for a period wins - "CLSD" when finance closes it, "ROPN"
      *> when a supervisor reopens it.
       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           05  PS-PERIOD                    PIC X(6).
           05  PS-STATUS                    PIC X(4).
           05  PS-ACTION-DATE               PIC X(8).
           05  PS-OPERATOR-ID               PIC X(10).
           05  FILLER                       PIC X(12).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM                   PIC X(8).
           05  RC-RUN-DATE                  PIC X(8).
           05  RC-REC-TYPE                  PIC X(3).
           05  RC-STATUS                    PIC X(4).
           05  RC-RETURN-CODE               PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-POSTING-STATUS              PIC X(2) VALUE "00".
       01  WS-SUSPENSE-STATUS             PIC X(2) VALUE "00".
       01  WS-MAP-STATUS                  PIC X(2) VALUE "00".
       01  WS-GLHIST-STATUS               PIC X(2) VALUE "00".
       01  WS-GLHISTWK-STATUS             PIC X(2) VALUE "00".
       01  WS-PERSTAT-STATUS              PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".

       01  WS-RUN-END-STATUS              PIC X(4).
       01  WS-RUN-END-RC                  PIC 9(4).

       01  WS-POSTING-EOF-SW              PIC X VALUE 'N'.
           88  WS-POSTING-EOF              VALUE 'Y'.
       01  WS-MAP-EOF-SW                  PIC X VALUE 'N'.
           88  WS-MAP-EOF                  VALUE 'Y'.

       01  WS-GLHIST-EOF-SW               PIC X VALUE 'N'.
           88  WS-GLHIST-EOF               VALUE 'Y'.

       01  WS-MAP-FOUND-SW                PIC X VALUE 'N'.
           88  WS-MAP-FOUND                VALUE 'Y'.

       78  WS-DEFAULT-ACCOUNT             VALUE "99999999".

       01  WS-RUN-DATE                    PIC X(8).
      *> The BUG window of the date the feeds came from; feeds that
      *> predate the window stamp count as the first window.
       01  WS-WINDOW-SEQ                  PIC 9(2) VALUE 1.

       01  WS-PERSTAT-EOF-SW              PIC X VALUE 'N'.
           88  WS-PERSTAT-EOF              VALUE 'Y'.

       01  WS-PERIOD-STATE                PIC X(4) VALUE SPACES.
           88  WS-PERIOD-CLOSED            VALUE "CLSD".
           88  WS-PERIOD-REOPENED          VALUE "ROPN".
       01  WS-PERIOD-OPERATOR             PIC X(10) VALUE SPACES.
       01  WS-RUN-PERIOD-WORK.
           05  WS-RUN-PERIOD               PIC X(6).
           05  FILLER                      PIC X(2).

       01  WS-GLHIST-KEPT-COUNT           PIC 9(7) VALUE 0.
       01  WS-GLHIST-REPLACED-COUNT       PIC 9(7) VALUE 0.

       01  WS-DETAIL-COUNT                PIC 9(7) VALUE 0.
       01  WS-REV-DETAIL-COUNT            PIC 9(7) VALUE 0.
       01  WS-CONTRA-TOTAL                PIC S9(11)V99 VALUE 0.
       01  WS-POST-TRL-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  WS-SUSP-TRL-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  WS-FEED-TOTAL                  PIC S9(11)V99 VALUE 0.
       01  WS-WORK-SOURCE-CD              PIC X(3).
       01  WS-WORK-CURRENCY-CD            PIC X(3).
       01  WS-WORK-AMOUNT                 PIC S9(9)V99.
       01  WS-WORK-ENTRY-TYPE             PIC X(3).

       01  WS-MAP-SEARCH-KEY.
           05  WS-MAP-KEY-STATUS           PIC X(2).
           05  WS-MAP-KEY-SOURCE           PIC X(3).
           05  WS-MAP-KEY-CCY              PIC X(3).

       01  WS-BUCKET-SEARCH-KEY.
           05  WS-BKT-KEY-TYPE             PIC X(3).
           05  WS-BKT-KEY-MAP              PIC X(8).

       01  WS-DR-ACCOUNT-WORK             PIC X(8).
       01  WS-CR-ACCOUNT-WORK             PIC X(8).
       01  WS-ACCOUNT-SWAP                PIC X(8).

       78  WS-MAX-MAPPINGS                VALUE 500.

                       ASCENDING KEY IS WS-BUCKET-KEY
                       INDEXED BY WS-BKT-IDX.
               10  WS-BUCKET-KEY.
                   15  WS-BUCKET-TYPE      PIC X(3).
                   15  WS-BUCKET-MAP-KEY.
                       20  WS-BUCKET-STATUS
                                           PIC X(2).
                       20  WS-BUCKET-SOURCE
                                           PIC X(3).
                       20  WS-BUCKET-CCY   PIC X(3).
               10  WS-BUCKET-ITEM-COUNT   PIC 9(5).
               10  WS-BUCKET-AMOUNT       PIC S9(11)V99.


       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-FEED-DATE
           PERFORM 1930-CHECK-PERIOD-STATUS
           PERFORM 1950-WRITE-RUN-START
           PERFORM 1400-CLEAR-HISTORY-DATE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT GL-CONTROL-FILE
           OPEN EXTEND GL-HISTORY-FILE.

       1100-READ-FEED-DATE.
      *> The journal is dated from the feed headers, so the period
      *> lock and the history replacement need that date up front;
      *> the summarize passes below pick it up again as they go.
           OPEN INPUT POSTING-IN-FILE
           IF WS-POSTING-STATUS = "00"
               READ POSTING-IN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PST-REC-TYPE = "HDR" AND
                               PST-RUN-DATE NUMERIC
                           MOVE PST-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF PST-REC-TYPE = "HDR" AND
                               PST-HDR-WINDOW NUMERIC AND
                               PST-HDR-WINDOW > 0
                           MOVE PST-HDR-WINDOW TO WS-WINDOW-SEQ
                       END-IF
               END-READ
               CLOSE POSTING-IN-FILE
           ELSE
               OPEN INPUT SUSPENSE-IN-FILE
               IF WS-SUSPENSE-STATUS = "00"
                   READ SUSPENSE-IN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SUS-REC-TYPE = "HDR" AND
                                   SUS-RUN-DATE NUMERIC
                               MOVE SUS-RUN-DATE TO WS-RUN-DATE
                           END-IF
                           IF SUS-REC-TYPE = "HDR" AND
                                   SUS-HDR-WINDOW NUMERIC AND
                                   SUS-HDR-WINDOW > 0
                               MOVE SUS-HDR-WINDOW TO WS-WINDOW-SEQ
                           END-IF
                   END-READ
                   CLOSE SUSPENSE-IN-FILE
               END-IF
           END-IF.

       1930-CHECK-PERIOD-STATUS.
      *> A run date in a period finance has closed is refused, before
      *> anything is written, unless a supervisor has reopened the
      *> period since the close.
           MOVE WS-RUN-DATE TO WS-RUN-PERIOD-WORK
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PERSTAT-STATUS = "05"
               CLOSE PERIOD-STATUS-FILE
           ELSE
           IF WS-PERSTAT-STATUS NOT = "00"
               DISPLAY "PERIODSTAT NOT AVAILABLE (STATUS "
                   WS-PERSTAT-STATUS ") - PERIOD LOCK NOT CHECKED"
           ELSE
               PERFORM UNTIL WS-PERSTAT-EOF
                   READ PERIOD-STATUS-FILE
                       AT END
                           SET WS-PERSTAT-EOF TO TRUE
                       NOT AT END
                           IF PS-PERIOD = WS-RUN-PERIOD
                               PERFORM 1935-APPLY-PERIOD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           END-IF
           END-IF
           IF WS-PERIOD-CLOSED
               DISPLAY "RUN DATE " WS-RUN-DATE " IS IN CLOSED PERIOD "
                   WS-RUN-PERIOD " - GL JOURNAL REFUSED"
               DISPLAY "NO SUPERVISOR REOPEN FOR THE PERIOD ON "
                   "PERIODSTAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-REOPENED
               DISPLAY "PERIOD " WS-RUN-PERIOD " REOPENED BY "
                   WS-PERIOD-OPERATOR " - RUN ALLOWED"
           END-IF.

       1935-APPLY-PERIOD-ROW.
      *> A reopen only counts with the supervisor's ID on it.
           IF PS-STATUS = "CLSD" OR
                   (PS-STATUS = "ROPN" AND PS-OPERATOR-ID NOT = SPACES)
               MOVE PS-STATUS TO WS-PERIOD-STATE
               MOVE PS-OPERATOR-ID TO WS-PERIOD-OPERATOR
           END-IF.

       1400-CLEAR-HISTORY-DATE.
      *> A rerun of the same window of a date (after a mapping fix,
      *> say) replaces that window's lines on GLHIST rather than
      *> doubling them up in the period totals.  Lines from the other
      *> windows of the date stay: after a cut-off, the finish-up
      *> run's feeds carry only the items the partial window left,
      *> and the partial window's lines are the rest of the date.
      *> Lines written before windows were stamped count as the
      *> first window.
           OPEN INPUT GL-HISTORY-FILE
           IF WS-GLHIST-STATUS = "05"
               CLOSE GL-HISTORY-FILE
           ELSE
           IF WS-GLHIST-STATUS NOT = "00"
               DISPLAY "GLHIST NOT AVAILABLE (STATUS "
                   WS-GLHIST-STATUS ") - GL JOURNAL REFUSED"
               MOVE "FAIL" TO WS-RUN-END-STATUS
               MOVE 8 TO WS-RUN-END-RC
               PERFORM 9100-WRITE-RUN-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               OPEN OUTPUT GL-HISTORY-WORK-FILE
               IF WS-GLHISTWK-STATUS NOT = "00"
                   PERFORM 1460-WORK-FILE-FAILED
               END-IF
               PERFORM UNTIL WS-GLHIST-EOF
                   READ GL-HISTORY-FILE
                       AT END
                           SET WS-GLHIST-EOF TO TRUE
                       NOT AT END
                           IF GLH-WINDOW-SEQ NOT NUMERIC
                               MOVE 1 TO GLH-WINDOW-SEQ
                           END-IF
                           IF GLH-RUN-DATE = WS-RUN-DATE AND
                                   GLH-WINDOW-SEQ = WS-WINDOW-SEQ
                               ADD 1 TO WS-GLHIST-REPLACED-COUNT
                           ELSE
                               ADD 1 TO WS-GLHIST-KEPT-COUNT
                               WRITE GL-HISTORY-WORK-RECORD
                                   FROM GL-HISTORY-RECORD
                               IF WS-GLHISTWK-STATUS NOT = "00"
                                   PERFORM 1460-WORK-FILE-FAILED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
               CLOSE GL-HISTORY-WORK-FILE
               IF WS-GLHIST-REPLACED-COUNT > 0
                   PERFORM 1450-RESTORE-HISTORY
                   DISPLAY "GLHIST: " WS-GLHIST-REPLACED-COUNT
                       " LINES FOR " WS-RUN-DATE " WINDOW "
                       WS-WINDOW-SEQ " REPLACED BY THIS RUN"
               END-IF
           END-IF
           END-IF.

       1950-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGGLJRN" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "STR" TO RC-REC-TYPE
           MOVE SPACES TO RC-STATUS
           MOVE 0 TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGGLJRN" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "END" TO RC-REC-TYPE
           MOVE WS-RUN-END-STATUS TO RC-STATUS
           MOVE WS-RUN-END-RC TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       1450-RESTORE-HISTORY.
           OPEN INPUT GL-HISTORY-WORK-FILE
           IF WS-GLHISTWK-STATUS NOT = "00"
               PERFORM 1460-WORK-FILE-FAILED
           END-IF
           OPEN OUTPUT GL-HISTORY-FILE
           MOVE 'N' TO WS-GLHIST-EOF-SW
           PERFORM UNTIL WS-GLHIST-EOF
               READ GL-HISTORY-WORK-FILE
                   AT END
                       SET WS-GLHIST-EOF TO TRUE
                   NOT AT END
                       WRITE GL-HISTORY-RECORD
                           FROM GL-HISTORY-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE GL-HISTORY-WORK-FILE
           CLOSE GL-HISTORY-FILE.

       1460-WORK-FILE-FAILED.
      *> GLHIST is only rebuilt from a complete work copy.  Every
      *> path here comes before GLHIST is opened for output, so the
      *> history is still as the last run left it.
           DISPLAY "GLHISTWK FAILED (STATUS "
               WS-GLHISTWK-STATUS ") - GL JOURNAL REFUSED"
           DISPLAY "GLHIST NOT CHANGED"
           CLOSE GL-HISTORY-FILE
           CLOSE GL-HISTORY-WORK-FILE
           MOVE "FAIL" TO WS-RUN-END-STATUS
           MOVE 8 TO WS-RUN-END-RC
           PERFORM 9100-WRITE-RUN-END
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       1300-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
                   MOVE PST-TRL-AMOUNT TO WS-POST-TRL-AMOUNT
               WHEN "DTL"
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE "JNL" TO WS-WORK-ENTRY-TYPE
                   MOVE WS-ITEM-STATUS-CD OF PST-ITEM
                       TO WS-WORK-STATUS-CD
                   MOVE WS-ITEM-SOURCE-CD OF PST-ITEM
                       TO WS-WORK-SOURCE-CD
                   MOVE WS-ITEM-CURRENCY-CD OF PST-ITEM
                       TO WS-WORK-CURRENCY-CD
                   MOVE PST-BASE-AMOUNT TO WS-WORK-AMOUNT
                   PERFORM 2700-ACCUMULATE-BUCKET
      *> A reversal carries the original item's codes, so its bucket
      *> maps to the same accounts the posting went to; the base
      *> amount is already negated on the feed.
               WHEN "REV"
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD 1 TO WS-REV-DETAIL-COUNT
                   MOVE "REV" TO WS-WORK-ENTRY-TYPE
                   MOVE WS-ITEM-STATUS-CD OF PST-ITEM
                       TO WS-WORK-STATUS-CD
                   MOVE WS-ITEM-SOURCE-CD OF PST-ITEM
                   MOVE SUS-TRL-AMOUNT TO WS-SUSP-TRL-AMOUNT
               WHEN "DTL"
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE "JNL" TO WS-WORK-ENTRY-TYPE
                   MOVE WS-ITEM-STATUS-CD OF SUS-ITEM
                       TO WS-WORK-STATUS-CD
                   MOVE WS-ITEM-SOURCE-CD OF SUS-ITEM
           MOVE WS-WORK-STATUS-CD TO WS-MAP-KEY-STATUS
           MOVE WS-WORK-SOURCE-CD TO WS-MAP-KEY-SOURCE
           MOVE WS-WORK-CURRENCY-CD TO WS-MAP-KEY-CCY
           MOVE WS-WORK-ENTRY-TYPE TO WS-BKT-KEY-TYPE
           MOVE WS-MAP-SEARCH-KEY TO WS-BKT-KEY-MAP
           IF WS-BUCKET-COUNT > 0
               SEARCH ALL WS-BUCKET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BUCKET-KEY(WS-BKT-IDX) = WS-BUCKET-SEARCH-KEY
                       MOVE 'Y' TO WS-BUCKET-FOUND-SW
                       SET WS-BUCKET-FOUND-IDX TO WS-BKT-IDX
               END-SEARCH
               IF WS-BUCKET-COUNT >= WS-MAX-BUCKETS
                   DISPLAY "WARNING: SUMMARY TABLE AT CAPACITY ("
                       WS-MAX-BUCKETS ") - DETAIL DROPPED: "
                       WS-BUCKET-SEARCH-KEY
               ELSE
                   ADD 1 TO WS-BUCKET-COUNT
                   MOVE WS-BUCKET-COUNT TO WS-BUCKET-INSERT-IDX
                   PERFORM UNTIL WS-BUCKET-INSERT-IDX = 1 OR
                           WS-BUCKET-KEY(WS-BUCKET-INSERT-IDX - 1) <=
                               WS-BUCKET-SEARCH-KEY
                       MOVE WS-BUCKET-ENTRY(WS-BUCKET-INSERT-IDX - 1)
                           TO WS-BUCKET-ENTRY(WS-BUCKET-INSERT-IDX)
                       SUBTRACT 1 FROM WS-BUCKET-INSERT-IDX
                   END-PERFORM
                   MOVE WS-BUCKET-SEARCH-KEY
                       TO WS-BUCKET-KEY(WS-BUCKET-INSERT-IDX)
                   MOVE 0 TO
                       WS-BUCKET-ITEM-COUNT(WS-BUCKET-INSERT-IDX)
           MOVE 'N' TO WS-MAP-FOUND-SW
           MOVE WS-DEFAULT-ACCOUNT TO WS-DR-ACCOUNT-WORK
           MOVE WS-DEFAULT-ACCOUNT TO WS-CR-ACCOUNT-WORK
           MOVE WS-BUCKET-MAP-KEY(WS-BUCKET-RPT-IDX)
               TO WS-MAP-SEARCH-KEY
           IF WS-MAP-COUNT > 0
               SEARCH ALL WS-MAP-ENTRY
                   AT END
           END-IF.

       3200-WRITE-JOURNAL-PAIR.
      *> A contra entry debits the account the posting credited and
      *> credits the one it debited, for the reversed amount; the
      *> negative bucket amount still nets into the journal total,
      *> so the total keeps tying to the posting feed trailer.
           IF WS-BUCKET-TYPE(WS-BUCKET-RPT-IDX) = "REV"
               MOVE WS-DR-ACCOUNT-WORK TO WS-ACCOUNT-SWAP
               MOVE WS-CR-ACCOUNT-WORK TO WS-DR-ACCOUNT-WORK
               MOVE WS-ACCOUNT-SWAP TO WS-CR-ACCOUNT-WORK
               COMPUTE GLJ-AMOUNT =
                   0 - WS-BUCKET-AMOUNT(WS-BUCKET-RPT-IDX)
               ADD GLJ-AMOUNT TO WS-CONTRA-TOTAL
           ELSE
               MOVE WS-BUCKET-AMOUNT(WS-BUCKET-RPT-IDX) TO GLJ-AMOUNT
           END-IF
           MOVE WS-BUCKET-TYPE(WS-BUCKET-RPT-IDX) TO GLJ-ENTRY-TYPE
           MOVE WS-RUN-DATE TO GLJ-RUN-DATE
           MOVE WS-DR-ACCOUNT-WORK TO GLJ-ACCOUNT
           MOVE "DR" TO GLJ-DR-CR
           MOVE WS-BUCKET-STATUS(WS-BUCKET-RPT-IDX) TO GLJ-STATUS-CD
           MOVE WS-BUCKET-SOURCE(WS-BUCKET-RPT-IDX) TO GLJ-SOURCE-CD
           MOVE WS-BUCKET-CCY(WS-BUCKET-RPT-IDX) TO GLJ-CURRENCY-CD
           MOVE WS-MAP-FOUND-SW TO GLJ-MAPPED-SW
           WRITE GL-JOURNAL-RECORD
           PERFORM 3250-WRITE-HISTORY-LINE
           MOVE WS-CR-ACCOUNT-WORK TO GLJ-ACCOUNT
           MOVE "CR" TO GLJ-DR-CR
           WRITE GL-JOURNAL-RECORD
           PERFORM 3250-WRITE-HISTORY-LINE
           ADD WS-BUCKET-AMOUNT(WS-BUCKET-RPT-IDX)
               TO WS-JOURNAL-TOTAL.

       3250-WRITE-HISTORY-LINE.
           MOVE GL-JOURNAL-RECORD TO GL-HISTORY-RECORD
           MOVE WS-WINDOW-SEQ TO GLH-WINDOW-SEQ
           WRITE GL-HISTORY-RECORD.

       8500-WRITE-CONTROL-REPORT.
           MOVE SPACES TO GL-CONTROL-RECORD
           STRING "GL JOURNAL CONTROL   RUN DATE: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO GL-CONTROL-RECORD
           END-STRING
           WRITE GL-CONTROL-RECORD
           MOVE SPACES TO GL-CONTROL-RECORD
           STRING "REVERSAL DETAILS:    " WS-REV-DETAIL-COUNT
                   DELIMITED BY SIZE INTO GL-CONTROL-RECORD
           END-STRING
           WRITE GL-CONTROL-RECORD
           MOVE WS-CONTRA-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO GL-CONTROL-RECORD
           STRING "CONTRA ENTRIES (DR): " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO GL-CONTROL-RECORD
           END-STRING
           WRITE GL-CONTROL-RECORD
           MOVE WS-JOURNAL-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO GL-CONTROL-RECORD
           STRING "JOURNAL TOTAL (DR):  " WS-AMOUNT-EDIT
       9000-TERMINATE.
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-CONTROL-FILE
           CLOSE GL-HISTORY-FILE
           IF WS-UNMAPPED-COUNT > 0 OR
                   WS-JOURNAL-TOTAL NOT = WS-FEED-TOTAL
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO WS-RUN-END-STATUS
           ELSE
               MOVE "OK" TO WS-RUN-END-STATUS
           END-IF
           MOVE RETURN-CODE TO WS-RUN-END-RC
           PERFORM 9100-WRITE-RUN-END
           DISPLAY "GL JOURNAL RUN COMPLETE - " WS-BUCKET-COUNT
               " BUCKETS, " WS-UNMAPPED-COUNT " UNMAPPED".
