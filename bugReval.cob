      *> the staged population from the extract feed, reprices every
      *> non-USD item at the closing rates on CLOSERATE, and writes a
      *> revaluation journal plus a gain/loss report by currency, so
      *> finance retires the restatement spreadsheet.  RATEHIST, the
      *> dated rate history BUG appends as it loads its rates,
      *> supplies the original rate each base amount was built from,
      *> taken for the run date the item went out on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT OPTIONAL RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "PERIODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

           SELECT REVAL-JOURNAL-FILE ASSIGN TO "REVALJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           05  EXT-ITEM.
               COPY WSITEM.

      *> Appended by BUG under each run date; the latest row for a
      *> date and currency is the rate that date was last run at.
       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-RECORD.
           05  RTH-RATE-DATE                PIC X(8).
           05  RTH-CURRENCY-CD              PIC X(3).
           05  RTH-RATE                     PIC 9(3)V9(6).
           05  FILLER                       PIC X(10).

       FD  CLOSING-RATE-FILE.
       01  CLOSING-RATE-RECORD.
           05  CRT-RATE                     PIC 9(3)V9(6).
           05  FILLER                       PIC X(8).

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

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-RUN-DATE                 PIC X(8).
       01  WS-RATE-STATUS                 PIC X(2) VALUE "00".
       01  WS-CLOSING-STATUS              PIC X(2) VALUE "00".
       01  WS-PARM-STATUS                 PIC X(2) VALUE "00".
       01  WS-PERSTAT-STATUS              PIC X(2) VALUE "00".

       01  WS-EXTRACT-EOF-SW              PIC X VALUE 'N'.
           88  WS-EXTRACT-EOF              VALUE 'Y'.

       01  WS-RUN-DATE                    PIC X(8).

       01  WS-PERSTAT-EOF-SW              PIC X VALUE 'N'.
           88  WS-PERSTAT-EOF              VALUE 'Y'.

       01  WS-PERIOD-STATE                PIC X(4) VALUE SPACES.
           88  WS-PERIOD-CLOSED            VALUE "CLSD".
           88  WS-PERIOD-REOPENED          VALUE "ROPN".
       01  WS-PERIOD-OPERATOR             PIC X(10) VALUE SPACES.
       01  WS-RUN-PERIOD-WORK.
           05  WS-RUN-PERIOD               PIC X(6).
           05  FILLER                      PIC X(2).

       01  WS-EXTRACT-READ-COUNT          PIC 9(7) VALUE 0.
       01  WS-REVALUED-COUNT              PIC 9(7) VALUE 0.
       01  WS-BASE-SKIP-COUNT             PIC 9(7) VALUE 0.
       01  WS-UNRATED-COUNT               PIC 9(7) VALUE 0.

      *> The run dates on the extract, gathered first so only their
      *> rows are taken from the rate history.
       78  WS-MAX-EXT-DATES               VALUE 100.

       01  WS-EXT-DATE-AREA.
           05  WS-EXT-DATE-COUNT           PIC 9(3) VALUE 0.
           05  WS-EXT-DATE-ENTRY OCCURS 1 TO WS-MAX-EXT-DATES TIMES
                       DEPENDING ON WS-EXT-DATE-COUNT
                       ASCENDING KEY IS WS-EXT-DATE
                       INDEXED BY WS-EXD-IDX.
               10  WS-EXT-DATE             PIC X(8).

       01  WS-EXT-DATE-FOUND-SW           PIC X VALUE 'N'.
           88  WS-EXT-DATE-FOUND           VALUE 'Y'.
       01  WS-EXT-DATE-INSERT-IDX         PIC 9(3).

       78  WS-MAX-HIST-RATES              VALUE 5000.

       01  WS-HIST-RATE-AREA.
           05  WS-HIST-RATE-COUNT          PIC 9(4) VALUE 0.
           05  WS-HIST-RATE-ENTRY OCCURS 1 TO WS-MAX-HIST-RATES TIMES
                       DEPENDING ON WS-HIST-RATE-COUNT
                       ASCENDING KEY IS WS-HIST-RATE-KEY
                       INDEXED BY WS-HRT-IDX.
               10  WS-HIST-RATE-KEY.
                   15  WS-HIST-RATE-DATE   PIC X(8).
                   15  WS-HIST-RATE-CD     PIC X(3).
               10  WS-HIST-RATE-VALUE      PIC 9(3)V9(6).

       01  WS-HIST-SEARCH-KEY.
           05  WS-HIST-SEARCH-DATE         PIC X(8).
           05  WS-HIST-SEARCH-CD           PIC X(3).

       01  WS-HIST-FOUND-SW               PIC X VALUE 'N'.
           88  WS-HIST-FOUND               VALUE 'Y'.
       01  WS-HIST-INSERT-IDX             PIC 9(4).

       01  WS-CLOSE-RATE-AREA.
           05  WS-CLOSE-RATE-COUNT         PIC 9(3) VALUE 0.

       01  WS-RATE-INSERT-IDX             PIC 9(3).

       01  WS-HIST-RATE-WORK              PIC 9(3)V9(6) VALUE 0.
       01  WS-CLOSE-RATE-WORK             PIC 9(3)V9(6) VALUE 0.

       01  WS-ORIG-BASE                   PIC S9(9)V99 VALUE 0.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-PARMS
           PERFORM 1930-CHECK-PERIOD-STATUS
           PERFORM 1300-COLLECT-EXTRACT-DATES
           PERFORM 1400-LOAD-RATE-HISTORY
           PERFORM 1500-LOAD-CLOSING-RATES
           IF WS-CLOSE-RATE-COUNT = 0
               DISPLAY "NO CLOSING RATES LOADED - NOTHING TO "
               CLOSE PARM-FILE
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
                   WS-RUN-PERIOD " - REVALUATION REFUSED"
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

       1300-COLLECT-EXTRACT-DATES.
           OPEN INPUT EXTRACT-IN-FILE
           IF WS-EXTRACT-STATUS = "00"
               PERFORM UNTIL WS-EXTRACT-EOF
                   READ EXTRACT-IN-FILE
                       AT END
                           SET WS-EXTRACT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1350-STORE-EXTRACT-DATE
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-IN-FILE
               MOVE 'N' TO WS-EXTRACT-EOF-SW
           END-IF.

       1350-STORE-EXTRACT-DATE.
           MOVE 'N' TO WS-EXT-DATE-FOUND-SW
           IF WS-EXT-DATE-COUNT > 0
               SEARCH ALL WS-EXT-DATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EXT-DATE(WS-EXD-IDX) = EXT-RUN-DATE
                       MOVE 'Y' TO WS-EXT-DATE-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT WS-EXT-DATE-FOUND
               IF WS-EXT-DATE-COUNT >= WS-MAX-EXT-DATES
                   DISPLAY "WARNING: RUN DATE TABLE AT CAPACITY ("
                       WS-MAX-EXT-DATES ") - NO RATES FOR "
                       EXT-RUN-DATE
               ELSE
                   ADD 1 TO WS-EXT-DATE-COUNT
                   MOVE WS-EXT-DATE-COUNT TO WS-EXT-DATE-INSERT-IDX
                   PERFORM UNTIL WS-EXT-DATE-INSERT-IDX = 1 OR
                           WS-EXT-DATE(WS-EXT-DATE-INSERT-IDX - 1) <=
                               EXT-RUN-DATE
                       MOVE WS-EXT-DATE-ENTRY
                           (WS-EXT-DATE-INSERT-IDX - 1)
                           TO WS-EXT-DATE-ENTRY(WS-EXT-DATE-INSERT-IDX)
                       SUBTRACT 1 FROM WS-EXT-DATE-INSERT-IDX
                   END-PERFORM
                   MOVE EXT-RUN-DATE
                       TO WS-EXT-DATE(WS-EXT-DATE-INSERT-IDX)
               END-IF
           END-IF.

       1400-LOAD-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-RATE-STATUS = "05"
               CLOSE RATE-HISTORY-FILE
               DISPLAY "RATE HISTORY EMPTY - ORIGINAL BASE AMOUNTS "
                   "CANNOT BE STRUCK"
           ELSE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "RATEHIST NOT AVAILABLE (STATUS "
                   WS-RATE-STATUS ") - ORIGINAL BASE AMOUNTS "
                   "CANNOT BE STRUCK"
           ELSE
               PERFORM UNTIL WS-RATE-EOF
                   READ RATE-HISTORY-FILE
                       AT END
                           SET WS-RATE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1450-STORE-HIST-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY-FILE
               DISPLAY "HISTORY RATES LOADED - " WS-HIST-RATE-COUNT
                   " FOR " WS-EXT-DATE-COUNT " RUN DATE(S)"
           END-IF
           END-IF.

       1450-STORE-HIST-RATE.
      *> Only the extract's run dates are kept, and a later row for
      *> the same date and currency replaces the earlier one.
           MOVE 'N' TO WS-EXT-DATE-FOUND-SW
           IF WS-EXT-DATE-COUNT > 0
               SEARCH ALL WS-EXT-DATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EXT-DATE(WS-EXD-IDX) = RTH-RATE-DATE
                       MOVE 'Y' TO WS-EXT-DATE-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT WS-EXT-DATE-FOUND
               CONTINUE
           ELSE
           IF RTH-RATE NOT NUMERIC
               DISPLAY "WARNING: NON-NUMERIC HISTORY RATE SKIPPED: "
                   RTH-RATE-DATE " " RTH-CURRENCY-CD
           ELSE
               MOVE RTH-RATE-DATE TO WS-HIST-SEARCH-DATE
               MOVE RTH-CURRENCY-CD TO WS-HIST-SEARCH-CD
               PERFORM 1460-FIND-HIST-RATE
               IF WS-HIST-FOUND
                   MOVE RTH-RATE TO WS-HIST-RATE-VALUE(WS-HRT-IDX)
               ELSE
               IF WS-HIST-RATE-COUNT >= WS-MAX-HIST-RATES
                   DISPLAY "WARNING: HISTORY RATE TABLE AT CAPACITY ("
                       WS-MAX-HIST-RATES ") - RATE DISCARDED: "
                       RTH-RATE-DATE " " RTH-CURRENCY-CD
               ELSE
                   ADD 1 TO WS-HIST-RATE-COUNT
                   MOVE WS-HIST-RATE-COUNT TO WS-HIST-INSERT-IDX
                   PERFORM UNTIL WS-HIST-INSERT-IDX = 1 OR
                           WS-HIST-RATE-KEY(WS-HIST-INSERT-IDX - 1) <=
                               WS-HIST-SEARCH-KEY
                       MOVE WS-HIST-RATE-ENTRY(WS-HIST-INSERT-IDX - 1)
                           TO WS-HIST-RATE-ENTRY(WS-HIST-INSERT-IDX)
                       SUBTRACT 1 FROM WS-HIST-INSERT-IDX
                   END-PERFORM
                   MOVE WS-HIST-SEARCH-KEY
                       TO WS-HIST-RATE-KEY(WS-HIST-INSERT-IDX)
                   MOVE RTH-RATE
                       TO WS-HIST-RATE-VALUE(WS-HIST-INSERT-IDX)
               END-IF
               END-IF
           END-IF
           END-IF.

       1460-FIND-HIST-RATE.
           MOVE 'N' TO WS-HIST-FOUND-SW
           IF WS-HIST-RATE-COUNT > 0
               SEARCH ALL WS-HIST-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HIST-RATE-KEY(WS-HRT-IDX) =
                           WS-HIST-SEARCH-KEY
                       MOVE 'Y' TO WS-HIST-FOUND-SW
               END-SEARCH
           END-IF.

       1500-LOAD-CLOSING-RATES.
               IF NOT WS-RATE-FOUND
                   ADD 1 TO WS-UNRATED-COUNT
                   DISPLAY "WARNING: NO RATE PAIR FOR "
                       WS-ITEM-CURRENCY-CD OF EXT-ITEM " RUN "
                       EXT-RUN-DATE " - ITEM SKIPPED: "
                       WS-ITEM-ID OF EXT-ITEM
               ELSE
                   COMPUTE WS-ORIG-BASE ROUNDED =
                       WS-ITEM-AMOUNT OF EXT-ITEM * WS-HIST-RATE-WORK
                   COMPUTE WS-REVAL-BASE ROUNDED =
                       WS-ITEM-AMOUNT OF EXT-ITEM * WS-CLOSE-RATE-WORK
                   COMPUTE WS-GAIN-LOSS =
           END-IF.

       2200-FIND-RATES.
      *> The original rate is the one on the history for the run
      *> date the item went out on, whatever RATEFILE holds today.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 0 TO WS-HIST-RATE-WORK
           MOVE 0 TO WS-CLOSE-RATE-WORK
           MOVE EXT-RUN-DATE TO WS-HIST-SEARCH-DATE
           MOVE WS-ITEM-CURRENCY-CD OF EXT-ITEM TO WS-HIST-SEARCH-CD
           PERFORM 1460-FIND-HIST-RATE
           IF WS-HIST-FOUND
               MOVE WS-HIST-RATE-VALUE(WS-HRT-IDX)
                   TO WS-HIST-RATE-WORK
           END-IF
           IF WS-HIST-RATE-WORK > 0 AND WS-CLOSE-RATE-COUNT > 0
               SEARCH ALL WS-CLOSE-RATE-ENTRY
                   AT END
                       CONTINUE
                           TO WS-CLOSE-RATE-WORK
               END-SEARCH
           END-IF
           IF WS-HIST-RATE-WORK > 0 AND WS-CLOSE-RATE-WORK > 0
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.

