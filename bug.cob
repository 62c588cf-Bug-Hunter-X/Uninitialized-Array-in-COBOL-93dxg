               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BRANCH2-FILE ASSIGN TO "INFILE02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT OPTIONAL BRANCH3-FILE ASSIGN TO "INFILE03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT OPTIONAL BRANCH4-FILE ASSIGN TO "INFILE04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT OPTIONAL RECYCLE-IN-FILE ASSIGN TO "RECYCLEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REINSTATE-IN-FILE ASSIGN TO "REINSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RELEASE-IN-FILE ASSIGN TO "RELEASEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HELD-ITEMS-FILE ASSIGN TO "HELDITEMS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DISPOSITION-WORK-FILE ASSIGN TO "DISPWORK"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REJECT-HIST-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGING-REPORT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVERSAL-REPORT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT OPTIONAL RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.

           SELECT RATE-EXCEPTION-FILE ASSIGN TO "RATEXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "PERIODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

           SELECT OPTIONAL FEED-CALENDAR-FILE ASSIGN TO "FEEDCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDCAL-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLG-ITEM-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPTIONAL PENDING-SNAPSHOT-FILE ASSIGN TO "PENDSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDSNAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       FD  BRANCH4-FILE.
       01  BRANCH4-RECORD                 PIC X(50).

      *> BUGRCYCL follows the item with the requester and approver of
      *> the repair applied to it; only the item is staged.
       FD  RECYCLE-IN-FILE.
       01  RECYCLE-IN-RECORD.
           05  RIN-ITEM                     PIC X(50).
           05  RIN-REQUESTER-ID             PIC X(10).
           05  RIN-APPROVER-ID              PIC X(10).

       FD  CARRYOVER-IN-FILE.
       01  CARRYOVER-IN-RECORD            PIC X(50).
       FD  REINSTATE-IN-FILE.
       01  REINSTATE-IN-RECORD            PIC X(50).

      *> High-value items a second person has signed off in BUGRLSE,
      *> waiting to go out on this run's posting feed.
       FD  RELEASE-IN-FILE.
       01  RELEASE-IN-RECORD.
           05  RLI-HELD-DATE                PIC X(8).
           05  RLI-ITEM.
               COPY WSITEM.
           05  RLI-BASE-AMOUNT              PIC S9(9)V99.
           05  RLI-APPROVER                 PIC X(10).

      *> Cumulative file of approved items held off the posting feed
      *> for being over the hold threshold; BUGRLSE releases from it
      *> and rewrites it with whatever is still held.
       FD  HELD-ITEMS-FILE.
       01  HELD-ITEM-RECORD.
           05  HLD-HELD-DATE                PIC X(8).
           05  HLD-ITEM.
               COPY WSITEM.
           05  HLD-BASE-AMOUNT              PIC S9(9)V99.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-RUN-DATE                PIC X(8).
               10  RST-SOURCE-CONTROL-SW   PIC X(1).
               10  RST-SOURCE-CONTROL-TOTAL
                                           PIC S9(9)V99.
      *> Reversals applied so far follow the staged items as detail
      *> records of their own.
           05  RST-REVERSAL-COUNT          PIC 9(5).

       FD  DUPLICATE-FILE.
       01  DUPLICATE-RECORD.
           05  REJ-ITEM.
               COPY WSITEM.

      *> What became of every input record read, one line each under
      *> its physical read sequence, plus one line per staged item
      *> (sequence zero) saying where 8900 sent it.  BUGRTRN turns
      *> this into the branch return files; a restart replays the
      *> lines after the checkpoint, so the last line for a
      *> sequence is the one that counts.
       FD  DISPOSITION-WORK-FILE.
       01  DISPOSITION-WORK-RECORD.
           05  DSW-RUN-DATE                 PIC X(8).
           05  DSW-READ-SEQ                 PIC 9(7).
           05  DSW-STREAM-CD                PIC X(3).
           05  DSW-EVENT                    PIC X(4).
           05  DSW-REASON-CODE              PIC X(4).
           05  DSW-REF-DATE                 PIC X(8).
           05  DSW-ITEM.
               COPY WSITEM.

      *> Cumulative reject history, one appended row per reject with
      *> its run date, reason, and originating source, so BUGRJRPT
      *> can say WHY rejects moved without pulling raw REJFILEs.

      *> Cumulative record of every item the extract has sent
      *> downstream, one line per item per run; 1800 reloads only the
      *> lookback window for the duplicate check, so the file itself
      *> just accumulates.  The disposition says where the item went
      *> - P posting feed, S suspense feed, H held for release, N
      *> neither (a rejected "RJ" item) - and a V row records the
      *> reversal of a posting, carrying the posted run date in the
      *> item's reversal run date.  Rows written before dispositions
      *> were kept have a blank one and cannot be reversed.
       FD  PROCESSED-HIST-FILE.
       01  PROCESSED-HIST-RECORD.
           05  PH-ITEM-ID                   PIC X(10).
           05  PH-RUN-DATE                  PIC X(8).
           05  PH-DISPOSITION               PIC X(1).
           05  PH-BASE-AMOUNT               PIC S9(9)V99.
           05  PH-ITEM.
               COPY WSITEM.

       FD  EXPIRED-FILE.
       01  EXPIRED-RECORD.
       FD  AGING-REPORT-FILE.
       01  AGING-RECORD                    PIC X(80).

       FD  REVERSAL-REPORT-FILE.
       01  REVERSAL-REPORT-RECORD          PIC X(80).

       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RT-CURRENCY-CD               PIC X(3).
           05  RT-RATE                      PIC 9(3)V9(6).
           05  FILLER                       PIC X(8).

      *> Every rate a run converted with, appended under the run date
      *> as RATEFILE is loaded.  A rerun of a date appends only the
      *> rates that changed, so the latest row for a date and
      *> currency is the rate the date was last run at.
       FD  RATE-HISTORY-FILE.
       01  RATE-HISTORY-RECORD.
           05  RTH-RATE-DATE                PIC X(8).
           05  RTH-CURRENCY-CD              PIC X(3).
           05  RTH-RATE                     PIC 9(3)V9(6).
           05  FILLER                       PIC X(10).

       FD  RATE-EXCEPTION-FILE.
       01  RATE-EXCEPTION-RECORD           PIC X(80).

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
           05  PRM-CUTOFF-TIME              PIC X(6).
           05  PRM-MAX-RECORDS              PIC X(7).
           05  PRM-LOOKBACK-DAYS            PIC X(3).
           05  PRM-HOLD-THRESHOLD           PIC 9(9)V99.
           05  PRM-FEED-ACTION              PIC X(1).
      *> Period to close (YYYYMM), read by BUGPCLOS; blank closes the
      *> month before the run date.
           05  PRM-CLOSE-PERIOD             PIC X(6).
      *> Largest day-over-day rate move, in percent, taken without
      *> an exception (zero or blank = no check), and what to do
      *> about one: 'H' holds the run, default 'R' reports it.
           05  PRM-RATE-TOLERANCE-PCT       PIC 9(3)V99.
           05  PRM-RATE-ACTION              PIC X(1).
      *> How many days back a reversal may reach; postings older
      *> than this are not held for the check (blank or zero keeps
      *> the default).
           05  PRM-REVERSAL-DAYS            PIC X(3).
           05  FILLER                       PIC X(13).
      *> Records after the first are optional overrides, one per
      *> currency, of the high-value hold threshold.
       01  PARM-HOLD-RECORD.
           05  PRH-REC-TYPE                 PIC X(4).
           05  PRH-CURRENCY-CD              PIC X(3).
           05  PRH-THRESHOLD                PIC 9(9)V99.
           05  FILLER                       PIC X(62).

      *> Branch feed calendar: one record per business day, with a
      *> flag per branch source B01-B04 - 'Y' the feed is due, 'H'
      *> branch holiday, 'N' or space not due.  A date with no record
      *> is not a business day.
       FD  FEED-CALENDAR-FILE.
       01  FEED-CALENDAR-RECORD.
           05  FCL-BUS-DATE                 PIC X(8).
           05  FCL-FEED-FLAG                PIC X(1) OCCURS 4 TIMES.
           05  FILLER                       PIC X(68).

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05  PLG-ITEM-ID                  PIC X(10).
           05  PLG-ITEM-REST                PIC X(40).

      *> Image of PENDLEDGER as it stood before this date's run
      *> rewrote it, for BUGBKOUT to put back if the run is backed
      *> out: a header with the run date, one detail per ledger item
      *> in key order, and a trailer with the item count.  A snapshot
      *> with no trailer was cut short and is not restored from.
       FD  PENDING-SNAPSHOT-FILE.
       01  PENDING-SNAPSHOT-RECORD.
           05  PSN-REC-TYPE                 PIC X(3).
           05  PSN-RUN-DATE                 PIC X(8).
           05  PSN-LEDGER-ITEM              PIC X(50).
       01  PENDING-SNAPSHOT-TRAILER REDEFINES PENDING-SNAPSHOT-RECORD.
           05  FILLER                       PIC X(11).
           05  PSN-ITEM-COUNT               PIC 9(7).
           05  FILLER                       PIC X(43).

       WORKING-STORAGE SECTION.
       01  WS-INPUT-READ-COUNT            PIC 9(7) VALUE 0.
       01  WS-PHYSICAL-READ-COUNT         PIC 9(7) VALUE 0.
       01  WS-DUP-COUNT                   PIC 9(5) VALUE 0.
       01  WS-XRUN-DUP-COUNT              PIC 9(5) VALUE 0.

      *> Disposition of the record in flight for DISPWORK; set by
      *> whichever path the record takes, written once, then cleared.
       01  WS-DISP-EVENT                  PIC X(4) VALUE SPACES.
       01  WS-DISP-REASON-CD              PIC X(4) VALUE SPACES.
       01  WS-DISP-REF-DATE               PIC X(8) VALUE SPACES.

       01  WS-PROCHIST-STATUS             PIC X(2) VALUE "00".

       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".
      *> the same reinstated items silently if it were not refused.
       01  WS-REINST-END-DATE             PIC X(8) VALUE SPACES.

      *> Same vetting for RELEASEFILE: released items go straight to
      *> the posting feed, so a leftover file would post them twice.
       01  WS-RLSE-END-DATE               PIC X(8) VALUE SPACES.

       01  WS-RECYCLE-REC-COUNT           PIC 9(7) VALUE 0.
       01  WS-RELEASE-REC-COUNT           PIC 9(7) VALUE 0.
       01  WS-REINST-REC-COUNT            PIC 9(7) VALUE 0.
       01  WS-CARRY-REC-COUNT             PIC 9(7) VALUE 0.

       01  WS-LAST-BUG-END-STAT           PIC X(4) VALUE SPACES.
       01  WS-LAST-BUG-END-DT             PIC X(8) VALUE SPACES.

      *> The latest end record for an earlier date than the one above.
      *> A backout record (BUGBKOUT) undoes every window of its date,
      *> so this becomes the latest end record again.
       01  WS-PRIOR-BUG-END-STAT          PIC X(4) VALUE SPACES.
       01  WS-PRIOR-BUG-END-DT            PIC X(8) VALUE SPACES.

      *> Which window of the run date this run is: one more than the
      *> partial-window end records on the log for the date since its
      *> last backout.  It rides on the feed headers so BUGGLJRN can
      *> tell a rerun of a window from the next window of the date.
       01  WS-WINDOW-SEQ                  PIC 9(2) VALUE 1.

       01  WS-RUN-END-STATUS              PIC X(4).
       01  WS-RUN-END-RC                  PIC 9(4).

       01  WS-CHANGE-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01  WS-DELETE-APPLIED-COUNT        PIC 9(5) VALUE 0.

      *> Reversals.  Every posting on PROCHIST inside the reversal
      *> window is held by item ID and posted run date so a "REV"
      *> transaction can be checked against it; a V row on the
      *> history marks the posting already reversed.  A reversal
      *> naming a run outside the window is refused as RV03, and one
      *> not found after the table filled is refused as RV04 rather
      *> than as not posted.  Reversals that pass are held in
      *> WS-REVERSAL-AREA (and the checkpoint) until 8900 writes them
      *> to the posting feed, the history and REVRPT.
       78  WS-MAX-POSTED                  VALUE 20000.

       01  WS-REVERSAL-DAYS               PIC 9(3) VALUE 90.
       01  WS-REV-WINDOW-SW               PIC X VALUE 'N'.
           88  WS-REV-IN-WINDOW            VALUE 'Y'.
       01  WS-POSTED-FULL-SW              PIC X VALUE 'N'.
           88  WS-POSTED-FULL              VALUE 'Y'.
       01  WS-POSTED-DROP-COUNT           PIC 9(7) VALUE 0.

       01  WS-POSTED-AREA.
           05  WS-POSTED-COUNT             PIC 9(5) VALUE 0.
           05  WS-POSTED-ENTRY OCCURS 1 TO WS-MAX-POSTED TIMES
                       DEPENDING ON WS-POSTED-COUNT
                       ASCENDING KEY IS WS-PSTD-KEY
                       INDEXED BY WS-PST-IDX.
               10  WS-PSTD-KEY.
                   15  WS-PSTD-ID          PIC X(10).
                   15  WS-PSTD-RUN-DATE    PIC X(8).
               10  WS-PSTD-REVERSED-SW     PIC X(1).
               10  WS-PSTD-BASE-AMOUNT     PIC S9(9)V99.
               10  WS-PSTD-ITEM            PIC X(50).

       01  WS-PSTD-SEARCH-KEY.
           05  WS-PSTD-SEARCH-ID           PIC X(10).
           05  WS-PSTD-SEARCH-DATE         PIC X(8).
       01  WS-PSTD-FOUND-SW               PIC X VALUE 'N'.
           88  WS-PSTD-FOUND               VALUE 'Y'.
       01  WS-PSTD-FOUND-IDX              PIC 9(5).
       01  WS-PSTD-INSERT-IDX             PIC 9(5).

       78  WS-MAX-REVERSALS               VALUE 1000.

       01  WS-REVERSAL-AREA.
           05  WS-REVERSAL-COUNT           PIC 9(5) VALUE 0.
           05  WS-REV-ENTRY OCCURS 1 TO WS-MAX-REVERSALS TIMES
                       DEPENDING ON WS-REVERSAL-COUNT.
               10  WS-REV-KEY.
                   15  WS-REV-ID           PIC X(10).
                   15  WS-REV-POSTED-DATE  PIC X(8).
               10  WS-REV-BASE-AMOUNT      PIC S9(9)V99.
               10  WS-REV-ITEM             PIC X(50).

       01  WS-REV-IDX                     PIC 9(5).
       01  WS-REV-REJECT-COUNT            PIC 9(5) VALUE 0.
       01  WS-REVERSED-AMOUNT             PIC S9(9)V99 VALUE 0.
       01  WS-REV-BASE-EDIT               PIC -ZZZZZZZZ9.99.

       01  WS-FOUND-SW                    PIC X VALUE 'N'.
           88  WS-ITEM-FOUND               VALUE 'Y'.
       01  WS-FOUND-IDX                   PIC 9(5).
       01  WS-LEDGER-WRITE-SW             PIC X VALUE 'N'.
           88  WS-LEDGER-WRITABLE          VALUE 'Y'.

       01  WS-PENDSNAP-STATUS             PIC X(2) VALUE "00".
       01  WS-SNAPSHOT-SW                 PIC X VALUE 'Y'.
           88  WS-SNAPSHOT-NEEDED          VALUE 'Y'.
       01  WS-SNAPSHOT-COUNT              PIC 9(7) VALUE 0.

      *> Pending items carried in from the ledger raise WS-COUNT and
      *> the amount total without consuming an input record, so the
      *> balance check nets them back out of the expected count.
       01  WS-LEDGER-OUT-COUNT            PIC 9(5) VALUE 0.

       01  WS-PARM-STATUS                 PIC X(2) VALUE "00".
       01  WS-PERSTAT-STATUS              PIC X(2) VALUE "00".

       01  WS-PARM-EOF-SW                 PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.

       01  WS-SOURCE-BAL-SW               PIC X VALUE 'Y'.

      *> Expected-feed check.  INFILE02-04 are OPTIONAL, so a branch
      *> file that never arrived would otherwise look like a quiet day
      *> for that branch; FEEDCAL says which branches owe a file today
      *> and a due feed that is missing or empty either stops the run
      *> (PARMFILE feed action 'S') or is flagged on BALRPT and in the
      *> return code (the default).  INFILE is not OPTIONAL - the open
      *> itself fails without it - so B01 can only be empty.
       78  WS-FEED-MAX                    VALUE 4.

       01  WS-BRANCH-STATUS               PIC X(2) VALUE "00".
       01  WS-FEEDCAL-STATUS              PIC X(2) VALUE "00".

       01  WS-FEEDCAL-EOF-SW              PIC X VALUE 'N'.
           88  WS-FEEDCAL-EOF              VALUE 'Y'.
       01  WS-FEEDCAL-FOUND-SW            PIC X VALUE 'N'.
           88  WS-FEEDCAL-FOUND            VALUE 'Y'.

       01  WS-FEED-ACTION                 PIC X VALUE 'F'.
           88  WS-FEED-ACTION-STOP         VALUE 'S'.

       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 4 TIMES.
               10  WS-FEED-FILE-COUNT      PIC 9(7).
               10  WS-FEED-MISSING-SW      PIC X(1).
               10  WS-FEED-DUE-FLAG        PIC X(1).
               10  WS-FEED-ALARM-SW        PIC X(1).

       01  WS-FEED-IDX                    PIC 9(2).
       01  WS-FEED-ALARM-COUNT            PIC 9(2) VALUE 0.
       01  WS-FEED-ALARM-TEXT             PIC X(7).

       01  WS-STAGED-EDIT                 PIC -ZZZZ9.

       01  WS-RUN-BALANCED-SW             PIC X VALUE 'N'.
                       INDEXED BY WS-RTE-IDX.
               10  WS-RATE-CD              PIC X(3).
               10  WS-RATE-VALUE           PIC 9(3)V9(6).
               10  WS-RATE-PRIOR-VALUE     PIC 9(3)V9(6).
               10  WS-RATE-HIST-VALUE      PIC 9(3)V9(6).

       01  WS-RATE-INSERT-IDX             PIC 9(3).

      *> Day-over-day rate check against RATEHIST.  The prior values
      *> are the latest history date before the run date; the hist
      *> values are what RATEHIST already holds for the run date.
       01  WS-RATEHIST-STATUS             PIC X(2) VALUE "00".
       01  WS-RATEHIST-EOF-SW             PIC X VALUE 'N'.
           88  WS-RATEHIST-EOF             VALUE 'Y'.
       01  WS-HIST-CCY-FOUND-SW           PIC X VALUE 'N'.
           88  WS-HIST-CCY-FOUND           VALUE 'Y'.
       01  WS-PRIOR-RATE-DATE             PIC X(8) VALUE SPACES.
       01  WS-RATE-TOLERANCE-PCT          PIC 9(3)V99 VALUE 0.
       01  WS-RATE-ACTION                 PIC X VALUE 'R'.
           88  WS-RATE-ACTION-HOLD         VALUE 'H'.
       01  WS-RATE-MOVE-PCT               PIC 9(11)V99 VALUE 0.
       01  WS-RATE-EXCEPT-COUNT           PIC 9(3) VALUE 0.
       01  WS-RATE-NEW-COUNT              PIC 9(3) VALUE 0.
       01  WS-RATE-HIST-ADDED             PIC 9(3) VALUE 0.
       01  WS-RATE-RPT-IDX                PIC 9(3).
       01  WS-RATE-EDIT                   PIC ZZ9.999999.
       01  WS-PRIOR-RATE-EDIT             PIC ZZ9.999999.
       01  WS-MOVE-PCT-EDIT               PIC Z(10)9.99.
       01  WS-TOLERANCE-EDIT              PIC ZZ9.99.
       01  WS-RATE-FLAG-TEXT              PIC X(18).

       01  WS-CONVERT-ITEM.
           COPY WSITEM.

           05  FILLER                      PIC X(3) VALUE "HDR".
           05  WS-INTF-HDR-DATE            PIC X(8).
           05  FILLER                      PIC X(8) VALUE "BUGSTAGE".
           05  WS-INTF-HDR-WINDOW          PIC 9(2).
           05  FILLER                      PIC X(51) VALUE SPACES.

       01  WS-INTF-TRAILER.
           05  FILLER                      PIC X(3) VALUE "TRL".
           05  WS-INTF-TRL-AMOUNT          PIC S9(9)V99.
           05  FILLER                      PIC X(51) VALUE SPACES.

      *> High-value hold: an approved item whose base amount is over
      *> the threshold goes to HELDITEMS instead of the posting feed
      *> until BUGRLSE records a second person's sign-off.  A currency
      *> override tests the item's own-currency amount instead (zero
      *> exempts that currency).  A zero threshold turns the hold off.
       01  WS-HOLD-THRESHOLD              PIC 9(9)V99 VALUE 0.

       78  WS-MAX-HOLD-LIMITS             VALUE 50.

       01  WS-HOLD-LIMIT-AREA.
           05  WS-HOLD-LIMIT-COUNT         PIC 9(3) VALUE 0.
           05  WS-HOLD-LIMIT-ENTRY OCCURS 1 TO WS-MAX-HOLD-LIMITS TIMES
                       DEPENDING ON WS-HOLD-LIMIT-COUNT
                       ASCENDING KEY IS WS-HOLD-LIMIT-CD
                       INDEXED BY WS-HLD-IDX.
               10  WS-HOLD-LIMIT-CD        PIC X(3).
               10  WS-HOLD-LIMIT-AMOUNT    PIC 9(9)V99.

       01  WS-HOLD-INSERT-IDX             PIC 9(3).

       01  WS-HOLD-SW                     PIC X VALUE 'N'.
           88  WS-ITEM-HELD                VALUE 'Y'.
       01  WS-HOLD-CCY-SW                 PIC X VALUE 'N'.
           88  WS-HOLD-CCY-FOUND           VALUE 'Y'.

       01  WS-HELD-COUNT                  PIC 9(7) VALUE 0.
       01  WS-HELD-AMOUNT                 PIC S9(9)V99 VALUE 0.
       01  WS-RELEASED-COUNT              PIC 9(7) VALUE 0.
       01  WS-RELEASED-AMOUNT             PIC S9(9)V99 VALUE 0.

       01  WS-RELEASE-EOF-SW              PIC X VALUE 'N'.
           88  WS-RELEASE-EOF              VALUE 'Y'.

       01  WS-POST-COUNT                  PIC 9(7) VALUE 0.
       01  WS-POST-HASH                   PIC S9(9)V99 VALUE 0.
       01  WS-SUSP-COUNT                  PIC 9(7) VALUE 0.

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

       01  WS-ITEM-BUFFER.
           COPY WSITEM.

                   END-IF
                   IF WS-ITEM-STATUS-CD OF WS-ITEM-BUFFER = "TR"
                       PERFORM 2005-CAPTURE-CONTROL-TOTAL
                       MOVE "CTRL" TO WS-DISP-EVENT
                   ELSE
                       ADD 1 TO WS-INPUT-READ-COUNT
                       PERFORM 2000-STAGE-ITEM
                   END-IF
                   IF WS-DISP-EVENT NOT = SPACES
                       PERFORM 2090-WRITE-DISPOSITION
                   END-IF
      *> The record in flight is always finished before the cutoff
      *> takes effect; everything still unread goes to carryover.
                   PERFORM 2600-CHECK-CUTOFF
           PERFORM 8700-BALANCE-CHECK
           PERFORM 8800-AGING-REPORT
           PERFORM 8900-EXTRACT-TABLE
           PERFORM 8990-WRITE-EXTRACT-COUNTS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-SOURCE-TABLE
           INITIALIZE WS-FEED-TABLE
           PERFORM 1050-READ-PARMS
           PERFORM 1930-CHECK-PERIOD-STATUS
           PERFORM 1900-CHECK-RUN-CONTROL
           IF WS-RUN-ALREADY-DONE
               DISPLAY "RUN CONTROL SHOWS A COMPLETED RUN FOR "
               PERFORM 1700-LOAD-PENDING-LEDGER
           END-IF
           PERFORM 1800-LOAD-PROCESSED-HISTORY
           IF WS-REVERSAL-COUNT > 0
               PERFORM 1890-MARK-RESTORED-REVERSALS
           END-IF
           PERFORM 1150-COUNT-INPUT-RECORDS
           PERFORM 1155-COUNT-RELEASED-ITEMS
           PERFORM 1160-CHECK-FEED-CALENDAR
           PERFORM 1970-CHECK-RECYCLE-DATE
           PERFORM 1973-CHECK-CARRYOVER-AGE
           PERFORM 1975-CHECK-REINSTATE-DATE
           PERFORM 1977-CHECK-RELEASE-DATE
           IF WS-IS-RESTART
               OPEN EXTEND DUPLICATE-FILE
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND DISPOSITION-WORK-FILE
           ELSE
               OPEN OUTPUT DUPLICATE-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT DISPOSITION-WORK-FILE
           END-IF
      *> Always EXTEND - the history spans runs by design.
           OPEN EXTEND REJECT-HIST-FILE
                           PRM-LOOKBACK-DAYS NOT = "000"
                       MOVE PRM-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                   END-IF
                   IF PRM-HOLD-THRESHOLD NUMERIC
                       MOVE PRM-HOLD-THRESHOLD TO WS-HOLD-THRESHOLD
                   END-IF
                   IF PRM-FEED-ACTION = "S"
                       MOVE PRM-FEED-ACTION TO WS-FEED-ACTION
                   END-IF
                   IF PRM-RATE-TOLERANCE-PCT NUMERIC
                       MOVE PRM-RATE-TOLERANCE-PCT
                           TO WS-RATE-TOLERANCE-PCT
                   END-IF
                   IF PRM-RATE-ACTION = "H"
                       MOVE PRM-RATE-ACTION TO WS-RATE-ACTION
                   END-IF
                   IF PRM-REVERSAL-DAYS NUMERIC AND
                           PRM-REVERSAL-DAYS NOT = "000"
                       MOVE PRM-REVERSAL-DAYS TO WS-REVERSAL-DAYS
                   END-IF
               END-IF
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           IF PRH-REC-TYPE = "HOLD"
                               PERFORM 1060-STORE-HOLD-LIMIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-RUN-DATE NUMERIC
               END-IF
           END-IF.

       1060-STORE-HOLD-LIMIT.
           IF PRH-THRESHOLD NOT NUMERIC OR PRH-CURRENCY-CD = SPACES
               DISPLAY "WARNING: UNUSABLE HOLD OVERRIDE SKIPPED: "
                   PARM-HOLD-RECORD
           ELSE
               IF WS-HOLD-LIMIT-COUNT >= WS-MAX-HOLD-LIMITS
                   DISPLAY "WARNING: HOLD OVERRIDE TABLE AT CAPACITY ("
                       WS-MAX-HOLD-LIMITS ") - OVERRIDE DISCARDED: "
                       PRH-CURRENCY-CD
               ELSE
                   ADD 1 TO WS-HOLD-LIMIT-COUNT
                   MOVE WS-HOLD-LIMIT-COUNT TO WS-HOLD-INSERT-IDX
                   PERFORM UNTIL WS-HOLD-INSERT-IDX = 1 OR
                           WS-HOLD-LIMIT-CD(WS-HOLD-INSERT-IDX - 1) <=
                               PRH-CURRENCY-CD
                       MOVE WS-HOLD-LIMIT-ENTRY(WS-HOLD-INSERT-IDX - 1)
                           TO WS-HOLD-LIMIT-ENTRY(WS-HOLD-INSERT-IDX)
                       SUBTRACT 1 FROM WS-HOLD-INSERT-IDX
                   END-PERFORM
                   MOVE PRH-CURRENCY-CD
                       TO WS-HOLD-LIMIT-CD(WS-HOLD-INSERT-IDX)
                   MOVE PRH-THRESHOLD
                       TO WS-HOLD-LIMIT-AMOUNT(WS-HOLD-INSERT-IDX)
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
                   WS-RUN-PERIOD " - RUN REFUSED"
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

       1100-RESTORE-CHECKPOINT.
           MOVE 'N' TO WS-RESTART-EOF-SW
           READ RESTART-FILE
                   MOVE RST-SOURCE-ENTRY(WS-SRC-RPT-IDX)
                       TO WS-SOURCE-ENTRY(WS-SRC-RPT-IDX)
               END-PERFORM
               MOVE 0 TO WS-REVERSAL-COUNT
               IF RST-REVERSAL-COUNT NUMERIC
                   MOVE RST-REVERSAL-COUNT TO WS-REV-IDX
               ELSE
                   MOVE 0 TO WS-REV-IDX
               END-IF
               MOVE 'N' TO WS-CKPT-DETAIL-EOF-SW
               MOVE 0 TO WS-COUNT-IDX
               PERFORM UNTIL WS-COUNT-IDX >= WS-COUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-REVERSAL-COUNT >= WS-REV-IDX
                               OR WS-CKPT-DETAIL-EOF
                   READ RESTART-FILE
                       AT END
                           SET WS-CKPT-DETAIL-EOF TO TRUE
                   END-READ
                   IF NOT WS-CKPT-DETAIL-EOF
                       ADD 1 TO WS-REVERSAL-COUNT
                       MOVE RESTART-RECORD
                           TO WS-REV-ENTRY(WS-REVERSAL-COUNT)
                   END-IF
               END-PERFORM
               IF WS-CKPT-DETAIL-EOF
                   DISPLAY "CHECKPOINT FILE CORRUPT - HEADER CLAIMED "
                       "MORE REVERSALS THAN WERE PRESENT "
                       "(ONLY " WS-REVERSAL-COUNT " FOUND) "
                       "- ABENDING RUN"
                   CLOSE RESTART-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "RESTARTED FROM CHECKPOINT - " WS-COUNT
                   " ITEMS RESTORED"
           END-IF
               CLOSE RATE-FILE
               DISPLAY "EXCHANGE RATES LOADED - " WS-RATE-COUNT
                   " CURRENCIES"
           END-IF
           PERFORM 1410-READ-RATE-HISTORY
           PERFORM 1420-CHECK-RATE-MOVES
           PERFORM 1440-APPEND-RATE-HISTORY.

       1410-READ-RATE-HISTORY.
      *> Rates are only loaded on a run, so the latest earlier date on
      *> the history is the previous business day.  Rows already on
      *> file for the run date itself are from an earlier window,
      *> restart or backed-out run of the same date.
           OPEN INPUT RATE-HISTORY-FILE
           IF WS-RATEHIST-STATUS = "05"
               CLOSE RATE-HISTORY-FILE
               DISPLAY "RATE HISTORY EMPTY - NO PRIOR DAY RATES TO "
                   "COMPARE"
           ELSE
           IF WS-RATEHIST-STATUS NOT = "00"
               DISPLAY "RATEHIST NOT AVAILABLE (STATUS "
                   WS-RATEHIST-STATUS ") - RATE MOVES NOT CHECKED"
           ELSE
               MOVE 'N' TO WS-RATEHIST-EOF-SW
               PERFORM UNTIL WS-RATEHIST-EOF
                   READ RATE-HISTORY-FILE
                       AT END
                           SET WS-RATEHIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 1415-APPLY-RATE-HIST-ROW
                   END-READ
               END-PERFORM
               CLOSE RATE-HISTORY-FILE
               IF WS-PRIOR-RATE-DATE = SPACES
                   DISPLAY "NO RATES ON HISTORY BEFORE " WS-RUN-DATE
                       " - RATE MOVES NOT CHECKED"
               ELSE
                   DISPLAY "RATE MOVES CHECKED AGAINST "
                       WS-PRIOR-RATE-DATE " RATES"
               END-IF
           END-IF
           END-IF.

       1415-APPLY-RATE-HIST-ROW.
      *> The latest row for a date and currency wins, and a later
      *> prior date replaces everything taken from an earlier one.
           IF RTH-RATE NOT NUMERIC OR WS-RATE-COUNT = 0
               CONTINUE
           ELSE
           IF RTH-RATE-DATE = WS-RUN-DATE
               PERFORM 1418-FIND-HIST-CURRENCY
               IF WS-HIST-CCY-FOUND
                   MOVE RTH-RATE TO WS-RATE-HIST-VALUE(WS-RTE-IDX)
               END-IF
           ELSE
           IF RTH-RATE-DATE < WS-RUN-DATE AND
                   RTH-RATE-DATE >= WS-PRIOR-RATE-DATE
               IF RTH-RATE-DATE > WS-PRIOR-RATE-DATE
                   MOVE RTH-RATE-DATE TO WS-PRIOR-RATE-DATE
                   PERFORM VARYING WS-RATE-RPT-IDX FROM 1 BY 1
                           UNTIL WS-RATE-RPT-IDX > WS-RATE-COUNT
                       MOVE 0 TO WS-RATE-PRIOR-VALUE(WS-RATE-RPT-IDX)
                   END-PERFORM
               END-IF
               PERFORM 1418-FIND-HIST-CURRENCY
               IF WS-HIST-CCY-FOUND
                   MOVE RTH-RATE TO WS-RATE-PRIOR-VALUE(WS-RTE-IDX)
               END-IF
           END-IF
           END-IF
           END-IF.

       1418-FIND-HIST-CURRENCY.
           MOVE 'N' TO WS-HIST-CCY-FOUND-SW
           SEARCH ALL WS-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RATE-CD(WS-RTE-IDX) = RTH-CURRENCY-CD
                   MOVE 'Y' TO WS-HIST-CCY-FOUND-SW
           END-SEARCH.

       1420-CHECK-RATE-MOVES.
      *> RATEXRPT lists every loaded rate beside the prior day's and
      *> flags the moves over tolerance.  Under action 'H' any such
      *> move holds the run before a single item is converted, and
      *> the suspect rates are kept off the history.
           OPEN OUTPUT RATE-EXCEPTION-FILE
           MOVE SPACES TO RATE-EXCEPTION-RECORD
           STRING "FX RATE MOVE CHECK   RUN DATE: " WS-RUN-DATE
                   "   PRIOR RATES: " WS-PRIOR-RATE-DATE
                   DELIMITED BY SIZE INTO RATE-EXCEPTION-RECORD
           END-STRING
           WRITE RATE-EXCEPTION-RECORD
           MOVE WS-RATE-TOLERANCE-PCT TO WS-TOLERANCE-EDIT
           MOVE SPACES TO RATE-EXCEPTION-RECORD
           STRING "TOLERANCE: " WS-TOLERANCE-EDIT
                   " PCT (ZERO = OFF)   ACTION: " WS-RATE-ACTION
                   "  (H = HOLD RUN, R = REPORT)"
                   DELIMITED BY SIZE INTO RATE-EXCEPTION-RECORD
           END-STRING
           WRITE RATE-EXCEPTION-RECORD
           MOVE SPACES TO RATE-EXCEPTION-RECORD
           STRING "CUR       TODAY       PRIOR        MOVE PCT"
                   DELIMITED BY SIZE INTO RATE-EXCEPTION-RECORD
           END-STRING
           WRITE RATE-EXCEPTION-RECORD
           PERFORM VARYING WS-RATE-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RATE-RPT-IDX > WS-RATE-COUNT
               PERFORM 1425-CHECK-ONE-RATE
           END-PERFORM
           MOVE SPACES TO RATE-EXCEPTION-RECORD
           STRING "CURRENCIES: " WS-RATE-COUNT
                   "  OVER TOLERANCE: " WS-RATE-EXCEPT-COUNT
                   "  NO PRIOR RATE: " WS-RATE-NEW-COUNT
                   DELIMITED BY SIZE INTO RATE-EXCEPTION-RECORD
           END-STRING
           WRITE RATE-EXCEPTION-RECORD
           IF WS-RATE-EXCEPT-COUNT > 0 AND WS-RATE-ACTION-HOLD
               MOVE SPACES TO RATE-EXCEPTION-RECORD
               STRING "*** RUN HELD - RATES NOT ADDED TO RATEHIST ***"
                       DELIMITED BY SIZE INTO RATE-EXCEPTION-RECORD
               END-STRING
               WRITE RATE-EXCEPTION-RECORD
           END-IF
           CLOSE RATE-EXCEPTION-FILE
           IF WS-RATE-EXCEPT-COUNT > 0 AND WS-RATE-ACTION-HOLD
               DISPLAY WS-RATE-EXCEPT-COUNT " RATE MOVE(S) OVER "
                   "TOLERANCE - RUN HELD, SEE RATEXRPT"
               MOVE "FAIL" TO WS-RUN-END-STATUS
               MOVE 8 TO WS-RUN-END-RC
               PERFORM 9100-WRITE-RUN-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1425-CHECK-ONE-RATE.
           MOVE SPACES TO WS-RATE-FLAG-TEXT
           MOVE 0 TO WS-RATE-MOVE-PCT
           MOVE WS-RATE-VALUE(WS-RATE-RPT-IDX) TO WS-RATE-EDIT
           MOVE WS-RATE-PRIOR-VALUE(WS-RATE-RPT-IDX)
               TO WS-PRIOR-RATE-EDIT
           IF WS-RATE-PRIOR-VALUE(WS-RATE-RPT-IDX) = 0
               IF WS-PRIOR-RATE-DATE NOT = SPACES
                   ADD 1 TO WS-RATE-NEW-COUNT
                   MOVE "NO PRIOR RATE" TO WS-RATE-FLAG-TEXT
               END-IF
           ELSE
               COMPUTE WS-RATE-MOVE-PCT ROUNDED =
                   FUNCTION ABS(WS-RATE-VALUE(WS-RATE-RPT-IDX) -
                       WS-RATE-PRIOR-VALUE(WS-RATE-RPT-IDX)) * 100
                   / WS-RATE-PRIOR-VALUE(WS-RATE-RPT-IDX)
               IF WS-RATE-TOLERANCE-PCT > 0 AND
                       WS-RATE-MOVE-PCT > WS-RATE-TOLERANCE-PCT
                   ADD 1 TO WS-RATE-EXCEPT-COUNT
                   MOVE "*** OVER TOLERANCE" TO WS-RATE-FLAG-TEXT
                   DISPLAY "RATE " WS-RATE-CD(WS-RATE-RPT-IDX)
                       " MOVED " WS-RATE-MOVE-PCT " PCT SINCE "
                       WS-PRIOR-RATE-DATE
               END-IF
           END-IF
           MOVE WS-RATE-MOVE-PCT TO WS-MOVE-PCT-EDIT
           MOVE SPACES TO RATE-EXCEPTION-RECORD
           STRING WS-RATE-CD(WS-RATE-RPT-IDX)
                   "  " WS-RATE-EDIT
                   "  " WS-PRIOR-RATE-EDIT
                   "  " WS-MOVE-PCT-EDIT
                   "  " WS-RATE-FLAG-TEXT
                   DELIMITED BY SIZE INTO RATE-EXCEPTION-RECORD
           END-STRING
           WRITE RATE-EXCEPTION-RECORD.

       1440-APPEND-RATE-HISTORY.
      *> Only rates not already on file for the date go on, so a
      *> restart or finish-up run adds nothing and a corrected rerun
      *> adds just the corrections.
           IF WS-RATE-COUNT > 0
               OPEN EXTEND RATE-HISTORY-FILE
               PERFORM VARYING WS-RATE-RPT-IDX FROM 1 BY 1
                       UNTIL WS-RATE-RPT-IDX > WS-RATE-COUNT
                   IF WS-RATE-HIST-VALUE(WS-RATE-RPT-IDX) NOT =
                           WS-RATE-VALUE(WS-RATE-RPT-IDX)
                       MOVE SPACES TO RATE-HISTORY-RECORD
                       MOVE WS-RUN-DATE TO RTH-RATE-DATE
                       MOVE WS-RATE-CD(WS-RATE-RPT-IDX)
                           TO RTH-CURRENCY-CD
                       MOVE WS-RATE-VALUE(WS-RATE-RPT-IDX) TO RTH-RATE
                       WRITE RATE-HISTORY-RECORD
                       ADD 1 TO WS-RATE-HIST-ADDED
                   END-IF
               END-PERFORM
               CLOSE RATE-HISTORY-FILE
               DISPLAY "RATE HISTORY - " WS-RATE-HIST-ADDED
                   " RATES ADDED FOR " WS-RUN-DATE
           END-IF.

       1450-STORE-RATE.
                   MOVE RT-CURRENCY-CD
                       TO WS-RATE-CD(WS-RATE-INSERT-IDX)
                   MOVE RT-RATE TO WS-RATE-VALUE(WS-RATE-INSERT-IDX)
                   MOVE 0 TO WS-RATE-PRIOR-VALUE(WS-RATE-INSERT-IDX)
                   MOVE 0 TO WS-RATE-HIST-VALUE(WS-RATE-INSERT-IDX)
               END-IF
           END-IF.

                           SET WS-PROCHIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 1850-STORE-HISTORY-ROW
                           PERFORM 1880-STORE-POSTED-ROW
                   END-READ
               END-PERFORM
               CLOSE PROCESSED-HIST-FILE
               DISPLAY "PROCESSED-ITEM HISTORY LOADED - "
                   WS-PROCHIST-COUNT " ITEMS WITHIN "
                   WS-LOOKBACK-DAYS " DAY LOOKBACK"
               DISPLAY "POSTINGS HELD FOR REVERSAL CHECKS - "
                   WS-POSTED-COUNT " WITHIN " WS-REVERSAL-DAYS
                   " DAY REVERSAL WINDOW"
               IF WS-POSTED-FULL
                   DISPLAY "WARNING: " WS-POSTED-DROP-COUNT
                       " POSTINGS IN THE WINDOW NOT HELD - REVERSALS "
                       "NOT FOUND WILL REJECT AS RV04"
               END-IF
           END-IF
           END-IF.

               END-IF
           END-IF.

       1880-STORE-POSTED-ROW.
      *> Postings are kept back to the reversal window, and a V row
      *> marks the posting it reversed, which always precedes it on
      *> the file.
           EVALUATE PH-DISPOSITION
               WHEN "P"
                   MOVE PH-ITEM-ID TO WS-PSTD-SEARCH-ID
                   MOVE PH-RUN-DATE TO WS-PSTD-SEARCH-DATE
                   PERFORM 1882-CHECK-REVERSAL-WINDOW
                   IF WS-REV-IN-WINDOW
                       PERFORM 2175-FIND-POSTED-ENTRY
                       IF NOT WS-PSTD-FOUND
                           PERFORM 1885-INSERT-POSTED-ROW
                       END-IF
                   END-IF
               WHEN "V"
                   MOVE PH-ITEM-ID TO WS-PSTD-SEARCH-ID
                   MOVE WS-ITEM-REV-RUN-DATE OF PH-ITEM
                       TO WS-PSTD-SEARCH-DATE
                   PERFORM 2175-FIND-POSTED-ENTRY
                   IF WS-PSTD-FOUND
                       MOVE 'Y' TO
                           WS-PSTD-REVERSED-SW(WS-PSTD-FOUND-IDX)
                   END-IF
           END-EVALUATE.

       1882-CHECK-REVERSAL-WINDOW.
      *> Is the run date in WS-PSTD-SEARCH-DATE inside the reversal
      *> window?  Without a usable processing date nothing can be
      *> measured, so every run counts as inside.
           MOVE 'N' TO WS-REV-WINDOW-SW
           IF WS-RUN-DATE-INT = 0
               MOVE 'Y' TO WS-REV-WINDOW-SW
           ELSE
           IF WS-PSTD-SEARCH-DATE NUMERIC
               MOVE WS-PSTD-SEARCH-DATE TO WS-EFF-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-NUM) = 0
                   IF WS-RUN-DATE-INT -
                           FUNCTION INTEGER-OF-DATE(WS-EFF-DATE-NUM)
                           NOT > WS-REVERSAL-DAYS
                       MOVE 'Y' TO WS-REV-WINDOW-SW
                   END-IF
               END-IF
           END-IF
           END-IF.

       1885-INSERT-POSTED-ROW.
      *> The history is oldest first, so a full table drops the most
      *> recent postings; the first is named and the rest counted.
           IF WS-POSTED-COUNT >= WS-MAX-POSTED
               IF NOT WS-POSTED-FULL
                   DISPLAY "WARNING: POSTED HISTORY TABLE AT CAPACITY ("
                       WS-MAX-POSTED ") - NOT REVERSIBLE FROM: "
                       PH-ITEM-ID " " PH-RUN-DATE
               END-IF
               SET WS-POSTED-FULL TO TRUE
               ADD 1 TO WS-POSTED-DROP-COUNT
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               MOVE WS-POSTED-COUNT TO WS-PSTD-INSERT-IDX
               PERFORM UNTIL WS-PSTD-INSERT-IDX = 1 OR
                       WS-PSTD-KEY(WS-PSTD-INSERT-IDX - 1) <=
                           WS-PSTD-SEARCH-KEY
                   MOVE WS-POSTED-ENTRY(WS-PSTD-INSERT-IDX - 1)
                       TO WS-POSTED-ENTRY(WS-PSTD-INSERT-IDX)
                   SUBTRACT 1 FROM WS-PSTD-INSERT-IDX
               END-PERFORM
               MOVE WS-PSTD-SEARCH-KEY
                   TO WS-PSTD-KEY(WS-PSTD-INSERT-IDX)
               MOVE 'N' TO WS-PSTD-REVERSED-SW(WS-PSTD-INSERT-IDX)
               IF PH-BASE-AMOUNT NUMERIC
                   MOVE PH-BASE-AMOUNT
                       TO WS-PSTD-BASE-AMOUNT(WS-PSTD-INSERT-IDX)
               ELSE
                   MOVE 0 TO WS-PSTD-BASE-AMOUNT(WS-PSTD-INSERT-IDX)
               END-IF
               MOVE PH-ITEM TO WS-PSTD-ITEM(WS-PSTD-INSERT-IDX)
           END-IF.

       1890-MARK-RESTORED-REVERSALS.
      *> Reversals a restart brought back from the checkpoint are not
      *> on the history yet, so their postings are marked here or a
      *> second copy of one later in the input would pass.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REVERSAL-COUNT
               MOVE WS-REV-KEY(WS-REV-IDX) TO WS-PSTD-SEARCH-KEY
               PERFORM 2175-FIND-POSTED-ENTRY
               IF WS-PSTD-FOUND
                   MOVE 'Y' TO WS-PSTD-REVERSED-SW(WS-PSTD-FOUND-IDX)
               END-IF
           END-PERFORM.

       1150-COUNT-INPUT-RECORDS.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-MAX
               PERFORM 3100-OPEN-SOURCE
               IF WS-SOURCE-IDX > 1 AND
                       WS-SOURCE-IDX <= WS-FEED-MAX AND
                       WS-BRANCH-STATUS = "05"
                   MOVE 'Y' TO WS-FEED-MISSING-SW(WS-SOURCE-IDX)
               END-IF
               PERFORM 3200-READ-SOURCE
               PERFORM UNTIL WS-SOURCE-EOF
                   ADD 1 TO WS-FILE-TOTAL-COUNT
                   IF WS-SOURCE-IDX <= WS-FEED-MAX
                       ADD 1 TO WS-FEED-FILE-COUNT(WS-SOURCE-IDX)
                   END-IF
                   IF WS-SOURCE-IDX = 5
                       ADD 1 TO WS-RECYCLE-REC-COUNT
                   END-IF
           MOVE 1 TO WS-SOURCE-IDX
           PERFORM 3100-OPEN-SOURCE.

       1155-COUNT-RELEASED-ITEMS.
      *> Released items are not part of the staging stream - they never
      *> enter WS-TABLE or the balance equation - so they are counted
      *> apart from the input sources, only to vet the file's date.
           MOVE 'N' TO WS-RELEASE-EOF-SW
           OPEN INPUT RELEASE-IN-FILE
           PERFORM UNTIL WS-RELEASE-EOF
               READ RELEASE-IN-FILE
                   AT END
                       SET WS-RELEASE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RELEASE-REC-COUNT
               END-READ
           END-PERFORM
           CLOSE RELEASE-IN-FILE.

       1160-CHECK-FEED-CALENDAR.
      *> A finish-up run after a partial window reads the rest of the
      *> day's branch records from CARRYFILE, so the branch files are
      *> expected to be spent by then and are not checked again.
           IF WS-LAST-BUG-END-DT = WS-RUN-DATE AND
                   WS-LAST-BUG-END-STAT = "PART"
               DISPLAY "FINISH-UP RUN FOR " WS-RUN-DATE
                   " - EXPECTED-FEED CHECK NOT REPEATED"
           ELSE
               PERFORM 1165-READ-FEED-CALENDAR
               IF WS-FEEDCAL-FOUND
                   PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                           UNTIL WS-FEED-IDX > WS-FEED-MAX
                       IF WS-FEED-DUE-FLAG(WS-FEED-IDX) = "Y" AND
                               (WS-FEED-MISSING-SW(WS-FEED-IDX) = 'Y'
                               OR WS-FEED-FILE-COUNT(WS-FEED-IDX) = 0)
                           MOVE 'Y' TO WS-FEED-ALARM-SW(WS-FEED-IDX)
                           ADD 1 TO WS-FEED-ALARM-COUNT
                           PERFORM 1168-SET-FEED-ALARM-TEXT
                           DISPLAY "FEED " WS-SOURCE-CD(WS-FEED-IDX)
                               " DUE " WS-RUN-DATE " BUT "
                               WS-FEED-ALARM-TEXT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           IF WS-FEED-ALARM-COUNT > 0 AND WS-FEED-ACTION-STOP
               DISPLAY WS-FEED-ALARM-COUNT " DUE BRANCH FEED(S) "
                   "MISSING OR EMPTY - RUN REFUSED"
               MOVE "FAIL" TO WS-RUN-END-STATUS
               MOVE 8 TO WS-RUN-END-RC
               PERFORM 9100-WRITE-RUN-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1165-READ-FEED-CALENDAR.
           MOVE 'N' TO WS-FEEDCAL-FOUND-SW
           OPEN INPUT FEED-CALENDAR-FILE
           IF WS-FEEDCAL-STATUS = "05"
               CLOSE FEED-CALENDAR-FILE
               DISPLAY "NO FEED CALENDAR - EXPECTED-FEED CHECK "
                   "BYPASSED"
           ELSE
           IF WS-FEEDCAL-STATUS NOT = "00"
               DISPLAY "FEED CALENDAR NOT AVAILABLE (STATUS "
                   WS-FEEDCAL-STATUS ") - EXPECTED-FEED CHECK "
                   "BYPASSED"
           ELSE
               MOVE 'N' TO WS-FEEDCAL-EOF-SW
               PERFORM UNTIL WS-FEEDCAL-EOF OR WS-FEEDCAL-FOUND
                   READ FEED-CALENDAR-FILE
                       AT END
                           SET WS-FEEDCAL-EOF TO TRUE
                       NOT AT END
                           IF FCL-BUS-DATE = WS-RUN-DATE
                               SET WS-FEEDCAL-FOUND TO TRUE
                               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                                       UNTIL WS-FEED-IDX > WS-FEED-MAX
                                   MOVE FCL-FEED-FLAG(WS-FEED-IDX) TO
                                       WS-FEED-DUE-FLAG(WS-FEED-IDX)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-CALENDAR-FILE
               IF NOT WS-FEEDCAL-FOUND
                   DISPLAY WS-RUN-DATE " IS NOT A BUSINESS DAY ON THE "
                       "FEED CALENDAR - NO FEEDS EXPECTED"
               END-IF
           END-IF
           END-IF.

       1168-SET-FEED-ALARM-TEXT.
           IF WS-FEED-MISSING-SW(WS-FEED-IDX) = 'Y'
               MOVE "MISSING" TO WS-FEED-ALARM-TEXT
           ELSE
               MOVE "EMPTY" TO WS-FEED-ALARM-TEXT
           END-IF.

       1900-CHECK-RUN-CONTROL.
      *> Scan the shared log for a completed run of this date, and
      *> remember the date of the latest BUGRCYCL completion so the
      *> RECYCLEFILE can be vetted once it has been counted (likewise
      *> BUGREINS and BUGRLSE; a run of theirs refused with RC 8 built
      *> no file and does not count).  A partial-window ("PART")
      *> end record does not block a rerun - finishing a cut-off
      *> date later the same day is the point of the carryover.
           OPEN INPUT RUN-CONTROL-FILE
      *> A first-ever run finds no log; the OPTIONAL open reports 05
      *> with the file left open, and it must be closed or 1950's
                           END-IF
                           IF RC-PROGRAM = "BUG" AND
                                   RC-REC-TYPE = "END"
                               IF RC-RUN-DATE NOT = WS-LAST-BUG-END-DT
                                   MOVE WS-LAST-BUG-END-STAT
                                       TO WS-PRIOR-BUG-END-STAT
                                   MOVE WS-LAST-BUG-END-DT
                                       TO WS-PRIOR-BUG-END-DT
                               END-IF
                               MOVE RC-STATUS TO WS-LAST-BUG-END-STAT
                               MOVE RC-RUN-DATE TO WS-LAST-BUG-END-DT
                               IF RC-RUN-DATE = WS-RUN-DATE AND
                                       RC-STATUS = "PART"
                                   ADD 1 TO WS-WINDOW-SEQ
                               END-IF
                           END-IF
      *> A backed-out date may run again, and the run before it is
      *> once more the latest - BUGBKOUT only backs out the latest.
                           IF RC-PROGRAM = "BUG" AND
                                   RC-REC-TYPE = "BKO"
                               IF RC-RUN-DATE = WS-RUN-DATE
                                   MOVE 'N' TO WS-RUN-DONE-SW
                                   MOVE 1 TO WS-WINDOW-SEQ
                               END-IF
                               MOVE WS-PRIOR-BUG-END-STAT
                                   TO WS-LAST-BUG-END-STAT
                               MOVE WS-PRIOR-BUG-END-DT
                                   TO WS-LAST-BUG-END-DT
                           END-IF
                           IF RC-PROGRAM = "BUGRCYCL" AND
                                   RC-REC-TYPE = "END" AND
                                   RC-RETURN-CODE < 8
                               MOVE RC-RUN-DATE TO WS-RCYCL-END-DATE
                           END-IF
                           IF RC-PROGRAM = "BUGREINS" AND
                                   RC-REC-TYPE = "END" AND
                                   RC-RETURN-CODE < 8
                               MOVE RC-RUN-DATE TO WS-REINST-END-DATE
                           END-IF
                           IF RC-PROGRAM = "BUGRLSE" AND
                                   RC-REC-TYPE = "END" AND
                                   RC-RETURN-CODE < 8
                               MOVE RC-RUN-DATE TO WS-RLSE-END-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF.

       1977-CHECK-RELEASE-DATE.
      *> A RELEASEFILE with records must have been built by BUGRLSE
      *> for this run's date; released items bypass staging and go
      *> straight to the posting feed, so a leftover file would post
      *> the same high-value items a second time.
           IF WS-RELEASE-REC-COUNT > 0 AND
                   WS-RLSE-END-DATE NOT = SPACES AND
                   WS-RLSE-END-DATE NOT = WS-RUN-DATE
               DISPLAY "RELEASEFILE HAS " WS-RELEASE-REC-COUNT
                   " RECORDS BUT WAS BUILT FOR " WS-RLSE-END-DATE
                   " NOT " WS-RUN-DATE " - RUN REFUSED"
               MOVE "FAIL" TO WS-RUN-END-STATUS
               MOVE 8 TO WS-RUN-END-RC
               PERFORM 9100-WRITE-RUN-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-SKIP-PROCESSED-INPUT.
           PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                   UNTIL WS-SKIP-IDX > WS-PHYSICAL-READ-COUNT OR WS-EOF
           END-IF.

       2000-STAGE-ITEM.
      *> A reversal works on a posting already sent downstream, not on
      *> the staged table, so it takes its own path and its own checks.
           IF WS-ITEM-TRAN-CD OF WS-ITEM-BUFFER = "REV"
               PERFORM 2170-APPLY-REVERSAL
           ELSE
               PERFORM 2010-VALIDATE-ITEM
               IF NOT WS-VALID-ITEM
                   PERFORM 2020-WRITE-REJECT
               ELSE
      *> 2040 converts a non-numeric amount (possible only with the
      *> amount rule switched off) to zero, so the totals never
      *> arithmetic on the very data the switch was meant to tolerate.
                   MOVE WS-ITEM-BUFFER TO WS-CONVERT-ITEM
                   PERFORM 2040-CONVERT-AMOUNT
                   MOVE WS-CONVERTED-AMOUNT TO WS-BUFFER-CONVERTED
                   EVALUATE WS-ITEM-TRAN-CD OF WS-ITEM-BUFFER
                       WHEN "CHG"
                           PERFORM 2100-APPLY-CHANGE
                       WHEN "DEL"
                           PERFORM 2150-APPLY-DELETE
                       WHEN OTHER
                           PERFORM 2030-APPLY-ADD
                   END-EVALUATE
               END-IF
           END-IF.

       2030-APPLY-ADD.
                   ADD WS-BUFFER-CONVERTED
                       TO WS-SOURCE-AMOUNT-TOTAL(WS-SOURCE-IDX)
                   ADD 1 TO WS-SOURCE-STAGED-COUNT(WS-SOURCE-IDX)
      *> Written ahead of the checkpoint, so a restart from it never
      *> skips a staged record whose line was not yet out.
                   MOVE "STGD" TO WS-DISP-EVENT
                   PERFORM 2090-WRITE-DISPOSITION
                   IF FUNCTION MOD(WS-COUNT, WS-CHECKPOINT-INTERVAL)
                           = 0
                       PERFORM 2500-CHECKPOINT
                   END-IF
               ELSE
                   ADD 1 TO WS-CAPACITY-DISCARD-COUNT
                   MOVE "DISC" TO WS-DISP-EVENT
                   DISPLAY "WARNING: WS-TABLE AT CAPACITY ("
                       WS-MAX-TABLE ") - ITEM DISCARDED: "
                       WS-ITEM-BUFFER
               ADD WS-BUFFER-CONVERTED
                   TO WS-SOURCE-AMOUNT-TOTAL(WS-SOURCE-IDX)
               ADD 1 TO WS-CHANGE-APPLIED-COUNT
               MOVE "CHGA" TO WS-DISP-EVENT
           ELSE
               MOVE "TX02" TO WS-REJECT-REASON-CD
               MOVE "CHANGE TARGET NOT STAGED" TO WS-REJECT-REASON-TEXT
               END-PERFORM
               SUBTRACT 1 FROM WS-COUNT
               ADD 1 TO WS-DELETE-APPLIED-COUNT
               MOVE "DELA" TO WS-DISP-EVENT
           ELSE
               MOVE "TX03" TO WS-REJECT-REASON-CD
               MOVE "DELETE TARGET NOT STAGED" TO WS-REJECT-REASON-TEXT
               PERFORM 2020-WRITE-REJECT
           END-IF.

       2170-APPLY-REVERSAL.
      *> The reversal names the item and the run date it was posted
      *> on; the amount, currency and codes reversed come from the
      *> history row, so exactly what went out comes back out.  Like
      *> an applied change it consumes an input record without
      *> staging anything.
           MOVE SPACES TO WS-REJECT-REASON-CD
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           IF WS-ITEM-ID OF WS-ITEM-BUFFER = SPACES
               MOVE "ID01" TO WS-REJECT-REASON-CD
               MOVE "MISSING ITEM-ID" TO WS-REJECT-REASON-TEXT
               PERFORM 2020-WRITE-REJECT
           ELSE
               MOVE WS-ITEM-ID OF WS-ITEM-BUFFER TO WS-PSTD-SEARCH-ID
               MOVE WS-ITEM-REV-RUN-DATE OF WS-ITEM-BUFFER
                   TO WS-PSTD-SEARCH-DATE
               PERFORM 2175-FIND-POSTED-ENTRY
               IF NOT WS-PSTD-FOUND
                   PERFORM 1882-CHECK-REVERSAL-WINDOW
                   EVALUATE TRUE
                       WHEN NOT WS-REV-IN-WINDOW
                           MOVE "RV03" TO WS-REJECT-REASON-CD
                           MOVE "REVERSAL TARGET OUTSIDE WINDOW"
                               TO WS-REJECT-REASON-TEXT
                       WHEN WS-POSTED-FULL
                           MOVE "RV04" TO WS-REJECT-REASON-CD
                           MOVE "POSTED HISTORY FULL - RECHECK"
                               TO WS-REJECT-REASON-TEXT
                       WHEN OTHER
                           MOVE "RV01" TO WS-REJECT-REASON-CD
                           MOVE "REVERSAL TARGET NOT POSTED"
                               TO WS-REJECT-REASON-TEXT
                   END-EVALUATE
                   ADD 1 TO WS-REV-REJECT-COUNT
                   PERFORM 2020-WRITE-REJECT
               ELSE
               IF WS-PSTD-REVERSED-SW(WS-PSTD-FOUND-IDX) = 'Y'
                   MOVE "RV02" TO WS-REJECT-REASON-CD
                   MOVE "ITEM ALREADY REVERSED" TO WS-REJECT-REASON-TEXT
                   ADD 1 TO WS-REV-REJECT-COUNT
                   PERFORM 2020-WRITE-REJECT
               ELSE
               IF WS-REVERSAL-COUNT >= WS-MAX-REVERSALS
                   ADD 1 TO WS-CAPACITY-DISCARD-COUNT
                   MOVE "DISC" TO WS-DISP-EVENT
                   DISPLAY "WARNING: REVERSAL TABLE AT CAPACITY ("
                       WS-MAX-REVERSALS ") - REVERSAL DISCARDED: "
                       WS-ITEM-BUFFER
               ELSE
                   ADD 1 TO WS-REVERSAL-COUNT
                   MOVE WS-PSTD-SEARCH-KEY
                       TO WS-REV-KEY(WS-REVERSAL-COUNT)
                   MOVE WS-PSTD-BASE-AMOUNT(WS-PSTD-FOUND-IDX)
                       TO WS-REV-BASE-AMOUNT(WS-REVERSAL-COUNT)
                   MOVE WS-PSTD-ITEM(WS-PSTD-FOUND-IDX)
                       TO WS-REV-ITEM(WS-REVERSAL-COUNT)
                   MOVE 'Y' TO WS-PSTD-REVERSED-SW(WS-PSTD-FOUND-IDX)
                   MOVE "REVA" TO WS-DISP-EVENT
               END-IF
               END-IF
               END-IF
           END-IF.

       2175-FIND-POSTED-ENTRY.
           MOVE 'N' TO WS-PSTD-FOUND-SW
           MOVE 0 TO WS-PSTD-FOUND-IDX
           IF WS-POSTED-COUNT > 0
               SEARCH ALL WS-POSTED-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PSTD-KEY(WS-PST-IDX) = WS-PSTD-SEARCH-KEY
                       MOVE 'Y' TO WS-PSTD-FOUND-SW
                       SET WS-PSTD-FOUND-IDX TO WS-PST-IDX
               END-SEARCH
           END-IF.

       2005-CAPTURE-CONTROL-TOTAL.
           ADD 1 TO WS-CONTROL-REC-COUNT
      *> A normal source sends one trailer, so its total replaces;
           MOVE WS-REJECT-REASON-TEXT TO REJ-REASON-TEXT
           MOVE WS-ITEM-BUFFER TO REJ-ITEM
           WRITE REJECT-RECORD
           MOVE "REJT" TO WS-DISP-EVENT
           MOVE WS-REJECT-REASON-CD TO WS-DISP-REASON-CD
           MOVE WS-RUN-DATE TO RJH-RUN-DATE
           MOVE WS-REJECT-REASON-CD TO RJH-REASON-CODE
           MOVE WS-ITEM-SOURCE-CD OF WS-ITEM-BUFFER TO RJH-SOURCE-CD
           MOVE WS-DUP-COUNT TO DUP-SEQ-NO
           MOVE "DUPLICATE ITEM-ID" TO DUP-REASON
           MOVE WS-ITEM-BUFFER TO DUP-ITEM
           WRITE DUPLICATE-RECORD
           MOVE "DUPS" TO WS-DISP-EVENT.

       2065-WRITE-XRUN-DUPLICATE.
      *> A distinct reason carrying the run the item first went out
                   DELIMITED BY SIZE INTO DUP-REASON
           END-STRING
           MOVE WS-ITEM-BUFFER TO DUP-ITEM
           WRITE DUPLICATE-RECORD
           MOVE "DUPX" TO WS-DISP-EVENT
           MOVE WS-PROC-MATCH-DATE TO WS-DISP-REF-DATE.

       2090-WRITE-DISPOSITION.
      *> The stream code is the file the record was read from, which
      *> is what each BALRPT source line counts; the item keeps its
      *> own source stamp for records that came round via carryover.
           MOVE SPACES TO DISPOSITION-WORK-RECORD
           MOVE WS-RUN-DATE TO DSW-RUN-DATE
           MOVE WS-PHYSICAL-READ-COUNT TO DSW-READ-SEQ
           MOVE WS-SOURCE-CD(WS-SOURCE-IDX) TO DSW-STREAM-CD
           MOVE WS-DISP-EVENT TO DSW-EVENT
           MOVE WS-DISP-REASON-CD TO DSW-REASON-CODE
           MOVE WS-DISP-REF-DATE TO DSW-REF-DATE
           MOVE WS-ITEM-BUFFER TO DSW-ITEM
           WRITE DISPOSITION-WORK-RECORD
           MOVE SPACES TO WS-DISP-EVENT
           MOVE SPACES TO WS-DISP-REASON-CD
           MOVE SPACES TO WS-DISP-REF-DATE.

       2070-INSERT-SORTED.
           MOVE WS-COUNT TO WS-INSERT-IDX
               MOVE WS-SOURCE-ENTRY(WS-SRC-RPT-IDX)
                   TO RST-SOURCE-ENTRY(WS-SRC-RPT-IDX)
           END-PERFORM
           MOVE WS-REVERSAL-COUNT TO RST-REVERSAL-COUNT
           WRITE RESTART-RECORD
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                   UNTIL WS-COUNT-IDX > WS-COUNT
               MOVE WS-ITEM(WS-COUNT-IDX) TO RESTART-RECORD
               WRITE RESTART-RECORD
           END-PERFORM
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REVERSAL-COUNT
               MOVE WS-REV-ENTRY(WS-REV-IDX) TO RESTART-RECORD
               WRITE RESTART-RECORD
           END-PERFORM
           CLOSE RESTART-FILE
           DISPLAY "CHECKPOINT WRITTEN AT " WS-COUNT " ITEMS".

      *> Ledger carryovers raised WS-COUNT without an input record, so
      *> they net back out - and a delete that lands on a carryover
      *> still reconciles, because the carryover it removed and the
      *> extra delete accounting cancel each other.  An applied
      *> reversal, like a change, consumed one record and staged none.
           COMPUTE WS-EXPECTED-COUNT = WS-COUNT + WS-DUP-COUNT +
               WS-REJECT-COUNT + WS-CAPACITY-DISCARD-COUNT +
               WS-CONTROL-REC-COUNT + WS-CHANGE-APPLIED-COUNT +
               (2 * WS-DELETE-APPLIED-COUNT) + WS-REVERSAL-COUNT -
               WS-CARRIED-IN-COUNT
           MOVE SPACES TO BALANCE-RECORD
           STRING "INPUT RECORDS READ:     " WS-INPUT-READ-COUNT
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           STRING "REVERSALS APPLIED:      " WS-REVERSAL-COUNT
                   "  REJECTED: " WS-REV-REJECT-COUNT
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           STRING "WS-COUNT (STAGED):      " WS-COUNT
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
               WRITE BALANCE-RECORD
           END-IF
           PERFORM 8720-WRITE-SOURCE-LINES
           PERFORM 8725-WRITE-FEED-ALARMS
           PERFORM 8727-WRITE-RATE-ALARM
           IF WS-CUTOFF-HIT
               MOVE SPACES TO BALANCE-RECORD
               STRING "*** PARTIAL WINDOW - CUTOFF HIT, "
               END-IF
           END-PERFORM.

       8725-WRITE-FEED-ALARMS.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-MAX
               IF WS-FEED-ALARM-SW(WS-FEED-IDX) = 'Y'
                   PERFORM 1168-SET-FEED-ALARM-TEXT
                   MOVE SPACES TO BALANCE-RECORD
                   STRING "*** FEED " WS-SOURCE-CD(WS-FEED-IDX)
                           " DUE " WS-RUN-DATE " BUT "
                           WS-FEED-ALARM-TEXT " ***"
                           DELIMITED BY SIZE INTO BALANCE-RECORD
                   END-STRING
                   WRITE BALANCE-RECORD
               END-IF
           END-PERFORM.

       8727-WRITE-RATE-ALARM.
           IF WS-RATE-EXCEPT-COUNT > 0
               MOVE SPACES TO BALANCE-RECORD
               STRING "*** " WS-RATE-EXCEPT-COUNT
                       " RATE MOVE(S) OVER TOLERANCE SINCE "
                       WS-PRIOR-RATE-DATE " - SEE RATEXRPT ***"
                       DELIMITED BY SIZE INTO BALANCE-RECORD
               END-STRING
               WRITE BALANCE-RECORD
           END-IF.

       8710-WRITE-PARM-ECHO.
      *> Echo the settings that governed the run so auditors can see
      *> them alongside the totals they produced.
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           STRING "REVERSAL WINDOW: " WS-REVERSAL-DAYS " DAYS"
                   "  POSTINGS HELD: " WS-POSTED-COUNT
                   "  NOT HELD (TABLE FULL): " WS-POSTED-DROP-COUNT
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           STRING "RULES  MASTER: " WS-VAL-MASTER-SW
                   "  AMOUNT: " WS-VAL-AMOUNT-SW
                   "  STATUS: " WS-VAL-STATUS-SW
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           MOVE WS-HOLD-THRESHOLD TO WS-AMOUNT-EDIT
           STRING "HIGH-VALUE HOLD THRESHOLD: " WS-AMOUNT-EDIT
                   "  (ZERO = OFF)  CURRENCY OVERRIDES: "
                   WS-HOLD-LIMIT-COUNT
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           STRING "MISSING DUE FEED ACTION: " WS-FEED-ACTION
                   "  (S = STOP RUN, F = FLAG)"
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           MOVE WS-RATE-TOLERANCE-PCT TO WS-TOLERANCE-EDIT
           STRING "RATE MOVE TOLERANCE: " WS-TOLERANCE-EDIT
                   " PCT (ZERO = OFF)  ACTION: " WS-RATE-ACTION
                   " (H = HOLD, R = REPORT)"
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           WRITE BALANCE-RECORD.

       8800-AGING-REPORT.
           END-IF.

       8900-EXTRACT-TABLE.
      *> EXTRACTFILE remains the full in-house feed; the subscriber
      *> files carry only what each receiving system should see -
      *> approved items to posting (or to HELDITEMS when over the
      *> high-value threshold), pending to suspense, and "RJ" items
      *> to neither.  BUGRECON expects acknowledgements for what the
      *> posting feed actually carried.
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT EXPIRED-FILE
           OPEN OUTPUT POSTING-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN EXTEND PROCESSED-HIST-FILE
           OPEN EXTEND HELD-ITEMS-FILE
      *> The ledger is rebuilt from scratch each run: pendings that
      *> survive below are written back, everything else (posted,
      *> deleted, expired) falls out of it.  WS-TABLE is held in item
      *> ID order, so the keyed writes arrive in sequence.
           PERFORM 8910-SNAPSHOT-LEDGER
           MOVE 'N' TO WS-LEDGER-WRITE-SW
           OPEN OUTPUT PENDING-LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
                   "TO THE NEXT RUN"
           END-IF
           MOVE WS-RUN-DATE TO WS-INTF-HDR-DATE
           MOVE WS-WINDOW-SEQ TO WS-INTF-HDR-WINDOW
           WRITE POSTING-RECORD FROM WS-INTF-HEADER
           WRITE SUSPENSE-RECORD FROM WS-INTF-HEADER
           PERFORM VARYING WS-COUNT-IDX FROM 1 BY 1
                   MOVE WS-RUN-DATE TO EXP-RUN-DATE
                   MOVE WS-ITEM(WS-COUNT-IDX) TO EXP-ITEM
                   WRITE EXPIRED-RECORD
                   MOVE "EXPD" TO WS-DISP-EVENT
               ELSE
                   MOVE WS-RUN-DATE TO EXT-RUN-DATE
                   MOVE WS-ITEM(WS-COUNT-IDX) TO EXT-ITEM
                   WRITE EXTRACT-RECORD
                   MOVE "N" TO PH-DISPOSITION
                   MOVE "NPST" TO WS-DISP-EVENT
                   EVALUATE WS-ITEM-STATUS-CD IN WS-ITEM(WS-COUNT-IDX)
                       WHEN "AP"
                           PERFORM 8925-CHECK-HOLD
                           IF WS-ITEM-HELD
                               PERFORM 8935-WRITE-HELD-ITEM
                               MOVE "H" TO PH-DISPOSITION
                               MOVE "HELD" TO WS-DISP-EVENT
                           ELSE
                               PERFORM 8930-WRITE-POSTING-DETAIL
                               MOVE "P" TO PH-DISPOSITION
                               MOVE "PSTD" TO WS-DISP-EVENT
                           END-IF
                       WHEN "PN"
                           PERFORM 8940-WRITE-SUSPENSE-DETAIL
                           MOVE "S" TO PH-DISPOSITION
                           MOVE "SUSP" TO WS-DISP-EVENT
                           IF WS-LEDGER-WRITABLE
                               PERFORM 8950-WRITE-LEDGER-ENTRY
                           END-IF
                   END-EVALUATE
                   PERFORM 8920-WRITE-HISTORY-ROW
               END-IF
               PERFORM 8980-WRITE-FINAL-DISPOSITION
           END-PERFORM
           PERFORM 8960-POST-RELEASED-ITEMS
           PERFORM 8970-POST-REVERSALS
           MOVE WS-POST-COUNT TO WS-INTF-TRL-COUNT
           MOVE WS-POST-HASH TO WS-INTF-TRL-AMOUNT
           WRITE POSTING-RECORD FROM WS-INTF-TRAILER
           CLOSE POSTING-FILE
           CLOSE SUSPENSE-FILE
           CLOSE PROCESSED-HIST-FILE
           CLOSE HELD-ITEMS-FILE
           IF WS-LEDGER-WRITABLE
               CLOSE PENDING-LEDGER-FILE
               DISPLAY "PENDING LEDGER REWRITTEN - "
           IF WS-EXPIRED-COUNT > 0
               DISPLAY WS-EXPIRED-COUNT " STALE PENDING ITEMS "
                   "EXPIRED TO EXPIREDFILE"
           END-IF
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY WS-HELD-COUNT " HIGH-VALUE ITEMS HELD FOR "
                   "RELEASE - BASE " WS-AMOUNT-EDIT
           END-IF
           IF WS-RELEASED-COUNT > 0
               MOVE WS-RELEASED-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY WS-RELEASED-COUNT " RELEASED ITEMS POSTED - "
                   "BASE " WS-AMOUNT-EDIT
           END-IF
           IF WS-REVERSAL-COUNT > 0
               MOVE WS-REVERSED-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY WS-REVERSAL-COUNT " REVERSALS POSTED - "
                   "BASE " WS-AMOUNT-EDIT
           END-IF.

       8910-SNAPSHOT-LEDGER.
      *> BUGBKOUT puts PENDLEDGER back from this image if the run is
      *> backed out, so it is taken just before the rewrite.  A
      *> restart, or the finish-up run after a partial window, keeps
      *> an image already taken for this date: the ledger on disk may
      *> be this date's own output by then.
           MOVE 'Y' TO WS-SNAPSHOT-SW
           IF WS-IS-RESTART OR
                   (WS-LAST-BUG-END-DT = WS-RUN-DATE AND
                       WS-LAST-BUG-END-STAT = "PART")
               OPEN INPUT PENDING-SNAPSHOT-FILE
               IF WS-PENDSNAP-STATUS = "00" OR
                       WS-PENDSNAP-STATUS = "05"
                   READ PENDING-SNAPSHOT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PSN-REC-TYPE = "HDR" AND
                                   PSN-RUN-DATE = WS-RUN-DATE
                               MOVE 'N' TO WS-SNAPSHOT-SW
                           END-IF
                   END-READ
                   CLOSE PENDING-SNAPSHOT-FILE
               END-IF
           END-IF
           IF WS-SNAPSHOT-NEEDED
               PERFORM 8915-COPY-LEDGER-TO-SNAPSHOT
           ELSE
               DISPLAY "PENDSNAP FOR " WS-RUN-DATE " KEPT FROM THE "
                   "EARLIER WINDOW OF THE DATE"
           END-IF.

       8915-COPY-LEDGER-TO-SNAPSHOT.
           OPEN OUTPUT PENDING-SNAPSHOT-FILE
           MOVE SPACES TO PENDING-SNAPSHOT-RECORD
           MOVE "HDR" TO PSN-REC-TYPE
           MOVE WS-RUN-DATE TO PSN-RUN-DATE
           WRITE PENDING-SNAPSHOT-RECORD
           MOVE 0 TO WS-SNAPSHOT-COUNT
           OPEN INPUT PENDING-LEDGER-FILE
      *> No ledger yet is an empty image, trailer and all; a ledger
      *> that cannot be read leaves the image without a trailer, so
      *> a backout will not restore from it.
           IF WS-LEDGER-STATUS = "05"
               CLOSE PENDING-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = "00" AND
                   WS-LEDGER-STATUS NOT = "05"
               DISPLAY "PENDING LEDGER NOT READABLE (STATUS "
                   WS-LEDGER-STATUS ") - PENDSNAP LEFT INCOMPLETE"
           ELSE
               IF WS-LEDGER-STATUS = "00"
                   MOVE 'N' TO WS-LEDGER-EOF-SW
                   PERFORM UNTIL WS-LEDGER-EOF
                       READ PENDING-LEDGER-FILE
                           AT END
                               SET WS-LEDGER-EOF TO TRUE
                           NOT AT END
                               MOVE SPACES TO PENDING-SNAPSHOT-RECORD
                               MOVE "DTL" TO PSN-REC-TYPE
                               MOVE WS-RUN-DATE TO PSN-RUN-DATE
                               MOVE PENDING-LEDGER-RECORD
                                   TO PSN-LEDGER-ITEM
                               WRITE PENDING-SNAPSHOT-RECORD
                               ADD 1 TO WS-SNAPSHOT-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-LEDGER-FILE
               END-IF
               MOVE SPACES TO PENDING-SNAPSHOT-RECORD
               MOVE "TRL" TO PSN-REC-TYPE
               MOVE WS-RUN-DATE TO PSN-RUN-DATE
               MOVE WS-SNAPSHOT-COUNT TO PSN-ITEM-COUNT
               WRITE PENDING-SNAPSHOT-RECORD
           END-IF
           CLOSE PENDING-SNAPSHOT-FILE.

       8920-WRITE-HISTORY-ROW.
      *> The disposition was set by the caller; the base amount is
      *> struck again here because an "RJ" item never converted.
           MOVE WS-ITEM(WS-COUNT-IDX) TO WS-CONVERT-ITEM
           PERFORM 2040-CONVERT-AMOUNT
           MOVE WS-ITEM-ID IN WS-ITEM(WS-COUNT-IDX) TO PH-ITEM-ID
           MOVE WS-RUN-DATE TO PH-RUN-DATE
           MOVE WS-CONVERTED-AMOUNT TO PH-BASE-AMOUNT
           MOVE WS-ITEM(WS-COUNT-IDX) TO PH-ITEM
           WRITE PROCESSED-HIST-RECORD.

       8925-CHECK-HOLD.
      *> The hold compares magnitudes, so a large credit is held just
      *> like a large debit.
           MOVE WS-ITEM(WS-COUNT-IDX) TO WS-CONVERT-ITEM
           PERFORM 2040-CONVERT-AMOUNT
           MOVE 'N' TO WS-HOLD-SW
           MOVE 'N' TO WS-HOLD-CCY-SW
           IF WS-HOLD-LIMIT-COUNT > 0
               SEARCH ALL WS-HOLD-LIMIT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOLD-LIMIT-CD(WS-HLD-IDX) =
                           WS-ITEM-CURRENCY-CD OF WS-CONVERT-ITEM
                       SET WS-HOLD-CCY-FOUND TO TRUE
                       IF WS-HOLD-LIMIT-AMOUNT(WS-HLD-IDX) > 0 AND
                               WS-ITEM-AMOUNT OF WS-CONVERT-ITEM
                                   NUMERIC
                           IF FUNCTION ABS(WS-ITEM-AMOUNT OF
                                   WS-CONVERT-ITEM) >
                                   WS-HOLD-LIMIT-AMOUNT(WS-HLD-IDX)
                               SET WS-ITEM-HELD TO TRUE
                           END-IF
                       END-IF
               END-SEARCH
           END-IF
           IF NOT WS-HOLD-CCY-FOUND AND WS-HOLD-THRESHOLD > 0
               IF FUNCTION ABS(WS-CONVERTED-AMOUNT) > WS-HOLD-THRESHOLD
                   SET WS-ITEM-HELD TO TRUE
               END-IF
           END-IF.

       8935-WRITE-HELD-ITEM.
           MOVE SPACES TO HELD-ITEM-RECORD
           MOVE WS-RUN-DATE TO HLD-HELD-DATE
           MOVE WS-ITEM(WS-COUNT-IDX) TO HLD-ITEM
           MOVE WS-CONVERTED-AMOUNT TO HLD-BASE-AMOUNT
           WRITE HELD-ITEM-RECORD
           ADD 1 TO WS-HELD-COUNT
           ADD WS-CONVERTED-AMOUNT TO WS-HELD-AMOUNT.

       8960-POST-RELEASED-ITEMS.
      *> Items BUGRLSE released since the last run go out on this
      *> run's posting feed under this run's date, at the base amount
      *> struck when they were held, so the trailer, the GL journal
      *> and BUGRECON's expected acknowledgements all follow the
      *> release.  A finish-up run after a partial window of the same
      *> date finds them already posted by the window that ran first.
           IF WS-LAST-BUG-END-DT = WS-RUN-DATE AND
                   WS-LAST-BUG-END-STAT = "PART"
               IF WS-RELEASE-REC-COUNT > 0
                   DISPLAY "RELEASED ITEMS ALREADY POSTED BY THE "
                       "PARTIAL WINDOW FOR " WS-RUN-DATE
               END-IF
           ELSE
               MOVE 'N' TO WS-RELEASE-EOF-SW
               OPEN INPUT RELEASE-IN-FILE
               PERFORM UNTIL WS-RELEASE-EOF
                   READ RELEASE-IN-FILE
                       AT END
                           SET WS-RELEASE-EOF TO TRUE
                       NOT AT END
                           PERFORM 8965-WRITE-RELEASED-DETAIL
                   END-READ
               END-PERFORM
               CLOSE RELEASE-IN-FILE
           END-IF.

       8965-WRITE-RELEASED-DETAIL.
           MOVE SPACES TO POSTING-RECORD
           MOVE "DTL" TO PST-REC-TYPE
           MOVE WS-RUN-DATE TO PST-RUN-DATE
           MOVE RLI-ITEM TO PST-ITEM
           MOVE RLI-BASE-AMOUNT TO PST-BASE-AMOUNT
           WRITE POSTING-RECORD
           ADD 1 TO WS-POST-COUNT
           ADD RLI-BASE-AMOUNT TO WS-POST-HASH
           ADD 1 TO WS-RELEASED-COUNT
           ADD RLI-BASE-AMOUNT TO WS-RELEASED-AMOUNT
      *> The held row already on the history says "H"; this posted
      *> row under the release run's date is the one a reversal names.
           MOVE RLI-ITEM TO PH-ITEM
           MOVE WS-ITEM-ID OF RLI-ITEM TO PH-ITEM-ID
           MOVE WS-RUN-DATE TO PH-RUN-DATE
           MOVE "P" TO PH-DISPOSITION
           MOVE RLI-BASE-AMOUNT TO PH-BASE-AMOUNT
           WRITE PROCESSED-HIST-RECORD.

       8970-POST-REVERSALS.
      *> Each reversal goes out on the posting feed as a "REV" record
      *> carrying the original item with its posted run date and the
      *> negated base amount, so the trailer hash nets it off and
      *> BUGGLJRN can journal the contra entry; a V row on the history
      *> stops the same posting being reversed twice.  REVRPT lists
      *> them, and the reversals rejected, for the posting team.
           OPEN OUTPUT REVERSAL-REPORT-FILE
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "REVERSALS REPORT   RUN DATE: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "ITEM-ID     POSTED ON           AMOUNT CUR"
                   "   BASE REVERSED"
                   DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REVERSAL-COUNT
               MOVE WS-REV-ITEM(WS-REV-IDX) TO WS-CONVERT-ITEM
               MOVE WS-REV-POSTED-DATE(WS-REV-IDX)
                   TO WS-ITEM-REV-RUN-DATE OF WS-CONVERT-ITEM
               MOVE "REV" TO WS-ITEM-TRAN-CD OF WS-CONVERT-ITEM
               MOVE SPACES TO POSTING-RECORD
               MOVE "REV" TO PST-REC-TYPE
               MOVE WS-RUN-DATE TO PST-RUN-DATE
               MOVE WS-CONVERT-ITEM TO PST-ITEM
               COMPUTE PST-BASE-AMOUNT =
                   0 - WS-REV-BASE-AMOUNT(WS-REV-IDX)
               WRITE POSTING-RECORD
               ADD 1 TO WS-POST-COUNT
               ADD PST-BASE-AMOUNT TO WS-POST-HASH
               ADD PST-BASE-AMOUNT TO WS-REVERSED-AMOUNT
               MOVE WS-REV-ID(WS-REV-IDX) TO PH-ITEM-ID
               MOVE WS-RUN-DATE TO PH-RUN-DATE
               MOVE "V" TO PH-DISPOSITION
               MOVE PST-BASE-AMOUNT TO PH-BASE-AMOUNT
               MOVE WS-CONVERT-ITEM TO PH-ITEM
               WRITE PROCESSED-HIST-RECORD
               MOVE WS-ITEM-AMOUNT OF WS-CONVERT-ITEM TO WS-AMOUNT-EDIT
               MOVE PST-BASE-AMOUNT TO WS-REV-BASE-EDIT
               MOVE SPACES TO REVERSAL-REPORT-RECORD
               STRING WS-REV-ID(WS-REV-IDX)
                       "  " WS-REV-POSTED-DATE(WS-REV-IDX)
                       "  " WS-AMOUNT-EDIT
                       " " WS-ITEM-CURRENCY-CD OF WS-CONVERT-ITEM
                       "  " WS-REV-BASE-EDIT
                       DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
               END-STRING
               WRITE REVERSAL-REPORT-RECORD
           END-PERFORM
           MOVE WS-REVERSED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "REVERSALS POSTED: " WS-REVERSAL-COUNT
                   "  BASE TOTAL: " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "REVERSALS REJECTED: " WS-REV-REJECT-COUNT
                   "  (RV01 NOT POSTED, RV02 ALREADY REVERSED,"
                   DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "   RV03 OUTSIDE " WS-REVERSAL-DAYS
                   " DAY WINDOW, RV04 HISTORY TABLE FULL - "
                   "SEE REJFILE)"
                   DELIMITED BY SIZE INTO REVERSAL-REPORT-RECORD
           END-STRING
           WRITE REVERSAL-REPORT-RECORD
           CLOSE REVERSAL-REPORT-FILE.

       8930-WRITE-POSTING-DETAIL.
           MOVE WS-ITEM(WS-COUNT-IDX) TO WS-CONVERT-ITEM
           PERFORM 2040-CONVERT-AMOUNT
           ADD 1 TO WS-SUSP-COUNT
           ADD WS-CONVERTED-AMOUNT TO WS-SUSP-HASH.

       8980-WRITE-FINAL-DISPOSITION.
      *> Where the staged item went, under sequence zero: BUGRTRN
      *> matches it to the record that staged the item by item ID.
           MOVE SPACES TO DISPOSITION-WORK-RECORD
           MOVE WS-RUN-DATE TO DSW-RUN-DATE
           MOVE 0 TO DSW-READ-SEQ
           MOVE WS-DISP-EVENT TO DSW-EVENT
           MOVE WS-ITEM(WS-COUNT-IDX) TO DSW-ITEM
           WRITE DISPOSITION-WORK-RECORD
           MOVE SPACES TO WS-DISP-EVENT.

       8950-WRITE-LEDGER-ENTRY.
           MOVE WS-ITEM(WS-COUNT-IDX) TO PENDING-LEDGER-RECORD
           WRITE PENDING-LEDGER-RECORD
           ADD 1 TO WS-LEDGER-OUT-COUNT.

       8990-WRITE-EXTRACT-COUNTS.
      *> Where the staged items went is only known once 8900 has cut
      *> the feeds, after BALRPT is closed, so it goes on the foot.
           OPEN EXTEND BALANCE-FILE
           MOVE SPACES TO BALANCE-RECORD
           STRING "POSTING FEED ITEMS:     " WS-POST-COUNT
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           STRING "SUSPENSE FEED ITEMS:    " WS-SUSP-COUNT
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           STRING "ITEMS HELD:             " WS-HELD-COUNT
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           STRING "ITEMS EXPIRED:          " WS-EXPIRED-COUNT
                   DELIMITED BY SIZE INTO BALANCE-RECORD
           END-STRING
           WRITE BALANCE-RECORD
           CLOSE BALANCE-FILE.

       9000-TERMINATE.
      *> Clear the checkpoint now that the run has finished cleanly,
      *> so a subsequent normal run is not mistaken for a restart.
           END-IF
           CLOSE DUPLICATE-FILE
           CLOSE REJECT-FILE
           CLOSE DISPOSITION-WORK-FILE
           CLOSE REJECT-HIST-FILE
      *> A non-zero return code on an unbalanced run lets the
      *> scheduler hold BUGRECON, BUGTREND, and the GL step.
           IF NOT WS-RUN-BALANCED
               MOVE 4 TO RETURN-CODE
           END-IF
      *> A flagged missing feed leaves a balanced run "OK" - what did
      *> arrive is sound - but the warning return code holds the
      *> downstream steps until someone has looked at the branch.
           IF WS-FEED-ALARM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
      *> Likewise a reported rate move: the run converted at the
      *> rates given, but the GL step waits for someone to vouch for
      *> them.
           IF WS-RATE-EXCEPT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           EVALUATE TRUE
               WHEN WS-CUTOFF-HIT
                   MOVE "PART" TO WS-RUN-END-STATUS
