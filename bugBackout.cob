       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGBKOUT.
      *> Companion to BUG: run backout.  When a run goes out on a bad
      *> input file, this takes its run date from PARMFILE and undoes
      *> what the run left on the cumulative files - its PROCHIST,
      *> REJHIST, RUNHIST, HELDITEMS and GLHIST rows are removed and
      *> PENDLEDGER is put back from the PENDSNAP image BUG took
      *> before rewriting it - then appends a BUG "BKO" record to
      *> RUNCTL, which lets BUG run the date again.  Only the latest
      *> completed BUG run can be backed out, and only once; the
      *> backout report (BKOUTRPT) lists what was removed from each
      *> file with counts and base amounts, and the downstream jobs
      *> that ran for the date and must be repeated after the rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROCESSED-HIST-FILE ASSIGN TO "PROCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCHIST-STATUS.

           SELECT OPTIONAL REJECT-HIST-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJHIST-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT OPTIONAL HELD-ITEMS-FILE ASSIGN TO "HELDITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

           SELECT BACKOUT-WORK-FILE ASSIGN TO "BKOUTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT OPTIONAL PENDING-SNAPSHOT-FILE ASSIGN TO "PENDSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDSNAP-STATUS.

           SELECT OPTIONAL PENDING-LEDGER-FILE ASSIGN TO "PENDLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLG-ITEM-ID
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKOUTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "PERIODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESSED-HIST-FILE.
       01  PROCESSED-HIST-RECORD.
           05  PH-ITEM-ID                   PIC X(10).
           05  PH-RUN-DATE                  PIC X(8).
           05  PH-DISPOSITION               PIC X(1).
           05  PH-BASE-AMOUNT               PIC S9(9)V99.
           05  PH-ITEM.
               COPY WSITEM.

       FD  REJECT-HIST-FILE.
       01  REJECT-HIST-RECORD.
           05  RJH-RUN-DATE                 PIC X(8).
           05  RJH-REASON-CODE              PIC X(4).
           05  RJH-SOURCE-CD                PIC X(3).
           05  RJH-AMOUNT                   PIC S9(9)V99.
           05  RJH-CONVERTED-SW             PIC X.

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE                  PIC X(8).
           05  RH-INPUT-READ-COUNT          PIC 9(7).
           05  RH-STAGED-COUNT              PIC 9(5).
           05  RH-DUP-COUNT                 PIC 9(5).
           05  RH-REJECT-COUNT              PIC 9(5).
           05  RH-DISCARD-COUNT             PIC 9(5).
           05  RH-AMOUNT-TOTAL              PIC S9(9)V99.
           05  RH-BALANCED-SW               PIC X.

       FD  HELD-ITEMS-FILE.
       01  HELD-ITEM-RECORD.
           05  HLD-HELD-DATE                PIC X(8).
           05  HLD-ITEM.
               COPY WSITEM.
           05  HLD-BASE-AMOUNT              PIC S9(9)V99.

       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-RECORD.
           05  GLH-RUN-DATE                 PIC X(8).
           05  GLH-ACCOUNT                  PIC X(8).
           05  GLH-DR-CR                    PIC X(2).
           05  GLH-AMOUNT                   PIC S9(11)V99.
           05  GLH-STATUS-CD                PIC X(2).
           05  GLH-SOURCE-CD                PIC X(3).
           05  GLH-CURRENCY-CD              PIC X(3).
           05  GLH-MAPPED-SW                PIC X.
           05  GLH-ENTRY-TYPE               PIC X(3).
           05  GLH-WINDOW-SEQ               PIC 9(2).

      *> Rows kept from whichever history file is being cut back,
      *> copied back over it once the date's rows are out.
       FD  BACKOUT-WORK-FILE.
       01  BACKOUT-WORK-RECORD             PIC X(80).

      *> BUG's image of PENDLEDGER from before the run rewrote it.
       FD  PENDING-SNAPSHOT-FILE.
       01  PENDING-SNAPSHOT-RECORD.
           05  PSN-REC-TYPE                 PIC X(3).
           05  PSN-RUN-DATE                 PIC X(8).
           05  PSN-LEDGER-ITEM              PIC X(50).
       01  PENDING-SNAPSHOT-TRAILER REDEFINES PENDING-SNAPSHOT-RECORD.
           05  FILLER                       PIC X(11).
           05  PSN-ITEM-COUNT               PIC 9(7).
           05  FILLER                       PIC X(43).

       FD  PENDING-LEDGER-FILE.
       01  PENDING-LEDGER-RECORD.
           05  PLG-ITEM-ID                  PIC X(10).
           05  PLG-ITEM-REST                PIC X(40).

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-RECORD           PIC X(80).

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
           05  FILLER                       PIC X(72).

      *> Shared run-control log.  The "BKO" record written under
      *> program BUG is what BUG, BUGRECON, BUGTREND and BUGRLSE read
      *> as the date no longer having been run.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM                   PIC X(8).
           05  RC-RUN-DATE                  PIC X(8).
           05  RC-REC-TYPE                  PIC X(3).
           05  RC-STATUS                    PIC X(4).
           05  RC-RETURN-CODE               PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-PROCHIST-STATUS             PIC X(2) VALUE "00".
       01  WS-REJHIST-STATUS              PIC X(2) VALUE "00".
       01  WS-RUNHIST-STATUS              PIC X(2) VALUE "00".
       01  WS-HELD-STATUS                 PIC X(2) VALUE "00".
       01  WS-GLHIST-STATUS               PIC X(2) VALUE "00".
       01  WS-PENDSNAP-STATUS             PIC X(2) VALUE "00".
       01  WS-LEDGER-STATUS               PIC X(2) VALUE "00".
       01  WS-PARM-STATUS                 PIC X(2) VALUE "00".
       01  WS-PERSTAT-STATUS              PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".
       01  WS-WORK-STATUS                 PIC X(2) VALUE "00".

       01  WS-RUN-END-STATUS              PIC X(4).
       01  WS-RUN-END-RC                  PIC 9(4).

       01  WS-HIST-EOF-SW                 PIC X VALUE 'N'.
           88  WS-HIST-EOF                 VALUE 'Y'.

       01  WS-WORK-EOF-SW                 PIC X VALUE 'N'.
           88  WS-WORK-EOF                 VALUE 'Y'.

       01  WS-PENDSNAP-EOF-SW             PIC X VALUE 'N'.
           88  WS-PENDSNAP-EOF             VALUE 'Y'.

       01  WS-LEDGER-EOF-SW               PIC X VALUE 'N'.
           88  WS-LEDGER-EOF               VALUE 'Y'.

       01  WS-PARM-EOF-SW                 PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.

       01  WS-RUNCTL-EOF-SW               PIC X VALUE 'N'.
           88  WS-RUNCTL-EOF               VALUE 'Y'.

       01  WS-PERSTAT-EOF-SW              PIC X VALUE 'N'.
           88  WS-PERSTAT-EOF              VALUE 'Y'.

      *> Any history file that cannot be read or rewritten leaves the
      *> backout incomplete; no "BKO" record is written, and since
      *> every step only removes the date's rows, running the backout
      *> again once the file is back finishes the job.
       01  WS-BACKOUT-FAILED-SW           PIC X VALUE 'N'.
           88  WS-BACKOUT-FAILED           VALUE 'Y'.

      *> The kept rows must all be safely on BKOUTWK before a history
      *> file is opened for output; a work file that cannot be
      *> opened or written leaves that file as it is.
       01  WS-WORK-FAILED-SW              PIC X VALUE 'N'.
           88  WS-WORK-FAILED              VALUE 'Y'.
       01  WS-WORK-FAIL-STATUS            PIC X(2) VALUE "00".
       01  WS-WORK-FILE-ID                PIC X(9) VALUE SPACES.

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-TODAY                       PIC X(8).
       01  WS-DATE-NUM                    PIC 9(8) VALUE 0.

       01  WS-PERIOD-STATE                PIC X(4) VALUE SPACES.
           88  WS-PERIOD-CLOSED            VALUE "CLSD".
           88  WS-PERIOD-REOPENED          VALUE "ROPN".
       01  WS-PERIOD-OPERATOR             PIC X(10) VALUE SPACES.
       01  WS-RUN-PERIOD-WORK.
           05  WS-RUN-PERIOD               PIC X(6).
           05  FILLER                      PIC X(2).

      *> The latest BUG run that got past initialize (return code
      *> under 8 - a run refused there changed nothing), what the
      *> log shows after it, and whether a BUG run is still open.
       01  WS-LAST-DONE-DATE              PIC X(8) VALUE SPACES.
       01  WS-LAST-DONE-STAT              PIC X(4) VALUE SPACES.
       01  WS-LAST-DONE-RC                PIC 9(4) VALUE 0.
       01  WS-BACKED-OUT-SW               PIC X VALUE 'N'.
           88  WS-ALREADY-BACKED-OUT       VALUE 'Y'.
       01  WS-BUG-OPEN-SW                 PIC X VALUE 'N'.
           88  WS-BUG-RUN-OPEN             VALUE 'Y'.
      *> BUGRLSE rewrites HELDITEMS from what BUG held, so once it has
      *> run after the BUG run the held rows can no longer simply be
      *> taken back out.  A BUGRLSE run refused with RC 8 never got
      *> as far as HELDITEMS and does not count.
       01  WS-RLSE-SINCE-SW               PIC X VALUE 'N'.
           88  WS-RLSE-RAN-SINCE           VALUE 'Y'.
       01  WS-RLSE-SINCE-DATE             PIC X(8) VALUE SPACES.

      *> Jobs that already ran for the date off the backed-out run's
      *> output; they are listed to be repeated after BUG reruns.
       78  WS-MAX-DOWNSTREAM              VALUE 10.
       01  WS-DOWNSTREAM-AREA.
           05  WS-DOWNSTREAM-COUNT         PIC 9(2) VALUE 0.
           05  WS-DOWNSTREAM-PGM OCCURS WS-MAX-DOWNSTREAM TIMES
                                           PIC X(8).
       01  WS-DSTR-IDX                    PIC 9(2).
       01  WS-DSTR-FOUND-SW               PIC X VALUE 'N'.
           88  WS-DSTR-FOUND               VALUE 'Y'.

       01  WS-SNAP-DTL-COUNT              PIC 9(7) VALUE 0.
       01  WS-SNAP-TRL-COUNT              PIC 9(7) VALUE 0.
       01  WS-SNAP-HDR-SW                 PIC X VALUE 'N'.
           88  WS-SNAP-HDR-OK              VALUE 'Y'.
       01  WS-SNAP-TRL-SW                 PIC X VALUE 'N'.
           88  WS-SNAP-TRL-OK              VALUE 'Y'.
       01  WS-LEDGER-BEFORE-COUNT         PIC 9(7) VALUE 0.
       01  WS-LEDGER-RESTORED-COUNT       PIC 9(7) VALUE 0.

       01  WS-PROCHIST-REMOVED            PIC 9(7) VALUE 0.
       01  WS-PROCHIST-KEPT               PIC 9(7) VALUE 0.
       01  WS-PROCHIST-AMOUNT             PIC S9(11)V99 VALUE 0.
       01  WS-REJHIST-REMOVED             PIC 9(7) VALUE 0.
       01  WS-REJHIST-KEPT                PIC 9(7) VALUE 0.
       01  WS-REJHIST-AMOUNT              PIC S9(11)V99 VALUE 0.
       01  WS-RUNHIST-REMOVED             PIC 9(7) VALUE 0.
       01  WS-RUNHIST-KEPT                PIC 9(7) VALUE 0.
       01  WS-RUNHIST-AMOUNT              PIC S9(11)V99 VALUE 0.
       01  WS-HELD-REMOVED                PIC 9(7) VALUE 0.
       01  WS-HELD-KEPT                   PIC 9(7) VALUE 0.
       01  WS-HELD-AMOUNT                 PIC S9(11)V99 VALUE 0.
       01  WS-GLHIST-REMOVED              PIC 9(7) VALUE 0.
       01  WS-GLHIST-KEPT                 PIC 9(7) VALUE 0.
       01  WS-GLHIST-AMOUNT               PIC S9(11)V99 VALUE 0.

      *> PROCHIST rows removed, by disposition: P posted, S suspense,
      *> H held, N not posted, V reversal, blank from before the
      *> disposition was kept.
       01  WS-DISP-CODE-LIST              PIC X(6) VALUE "PSHNV ".
       01  WS-DISP-CODE-TAB REDEFINES WS-DISP-CODE-LIST.
           05  WS-DISP-CODE OCCURS 6 TIMES
                                          PIC X(1).
       01  WS-DISP-LABELS.
           05  FILLER                     PIC X(30) VALUE
                   "POSTED    SUSPENSE  HELD      ".
           05  FILLER                     PIC X(30) VALUE
                   "NOT POSTEDREVERSAL  OTHER     ".
       01  WS-DISP-LABEL-TAB REDEFINES WS-DISP-LABELS.
           05  WS-DISP-LABEL OCCURS 6 TIMES
                                          PIC X(10).
       01  WS-DISP-TOTALS.
           05  WS-DISP-ENTRY OCCURS 6 TIMES.
               10  WS-DISP-COUNT           PIC 9(7).
               10  WS-DISP-AMOUNT          PIC S9(11)V99.
       01  WS-DISP-IDX                    PIC 9(2).
       01  WS-CODE-IDX                    PIC 9(2).

       01  WS-FILE-NAME                   PIC X(10).
       01  WS-FILE-REMOVED                PIC 9(7).
       01  WS-FILE-KEPT                   PIC 9(7).
       01  WS-FILE-AMOUNT                 PIC S9(11)V99.

       01  WS-AMOUNT-EDIT                 PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BACKOUT-PROCHIST
           PERFORM 2100-BACKOUT-REJHIST
           PERFORM 2200-BACKOUT-RUNHIST
           PERFORM 2300-BACKOUT-HELDITEMS
           PERFORM 2400-BACKOUT-GLHIST
           PERFORM 3000-RESTORE-LEDGER
           PERFORM 8500-WRITE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           INITIALIZE WS-DISP-TOTALS
           PERFORM 1050-READ-PARMS
           PERFORM 1930-CHECK-PERIOD-STATUS
           PERFORM 1900-CHECK-RUN-CONTROL
           PERFORM 1940-CHECK-BACKOUT-ALLOWED
           PERFORM 1960-CHECK-SNAPSHOT
           PERFORM 1950-WRITE-RUN-START
           OPEN OUTPUT BACKOUT-REPORT-FILE
           PERFORM 8510-WRITE-REPORT-HEADER.

       1050-READ-PARMS.
      *> The date to back out must be given; defaulting to today's
      *> date could take out a run nobody meant to touch.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
               END-READ
               IF NOT WS-PARM-EOF AND PRM-RUN-DATE NUMERIC
                   MOVE PRM-RUN-DATE TO WS-RUN-DATE
               END-IF
               CLOSE PARM-FILE
           END-IF
           IF WS-RUN-DATE NUMERIC
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE SPACES TO WS-RUN-DATE
               END-IF
           END-IF
           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY "NO VALID RUN DATE ON PARMFILE - THE DATE TO "
                   "BACK OUT MUST BE GIVEN - BACKOUT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1930-CHECK-PERIOD-STATUS.
      *> Backing out a date in a closed period would change history
      *> finance has already signed off, so it needs the same
      *> supervisor reopen as a run would.
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
                   WS-RUN-PERIOD " - BACKOUT REFUSED"
               DISPLAY "NO SUPERVISOR REOPEN FOR THE PERIOD ON "
                   "PERIODSTAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-REOPENED
               DISPLAY "PERIOD " WS-RUN-PERIOD " REOPENED BY "
                   WS-PERIOD-OPERATOR " - BACKOUT ALLOWED"
           END-IF.

       1935-APPLY-PERIOD-ROW.
      *> A reopen only counts with the supervisor's ID on it.
           IF PS-STATUS = "CLSD" OR
                   (PS-STATUS = "ROPN" AND PS-OPERATOR-ID NOT = SPACES)
               MOVE PS-STATUS TO WS-PERIOD-STATE
               MOVE PS-OPERATOR-ID TO WS-PERIOD-OPERATOR
           END-IF.

       1900-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "05"
               CLOSE RUN-CONTROL-FILE
           ELSE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "NO RUN CONTROL LOG (STATUS " WS-RUNCTL-STATUS
                   ") - BACKOUT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RC-PROGRAM = "BUG"
                               PERFORM 1910-APPLY-BUG-RECORD
                           ELSE
                               PERFORM 1920-APPLY-OTHER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           END-IF.

       1910-APPLY-BUG-RECORD.
           EVALUATE RC-REC-TYPE
               WHEN "STR"
                   MOVE 'Y' TO WS-BUG-OPEN-SW
               WHEN "END"
                   MOVE 'N' TO WS-BUG-OPEN-SW
                   IF RC-RETURN-CODE < 8
      *> The finish-up run after a partial window is the same date;
      *> what ran off the partial window still counts against it.
                       IF RC-RUN-DATE NOT = WS-LAST-DONE-DATE
                           MOVE 'N' TO WS-RLSE-SINCE-SW
                           MOVE 0 TO WS-DOWNSTREAM-COUNT
                       END-IF
                       MOVE RC-RUN-DATE TO WS-LAST-DONE-DATE
                       MOVE RC-STATUS TO WS-LAST-DONE-STAT
                       MOVE RC-RETURN-CODE TO WS-LAST-DONE-RC
                       MOVE 'N' TO WS-BACKED-OUT-SW
                   END-IF
               WHEN "BKO"
                   IF RC-RUN-DATE = WS-LAST-DONE-DATE
                       MOVE 'Y' TO WS-BACKED-OUT-SW
                   END-IF
           END-EVALUATE.

       1920-APPLY-OTHER-RECORD.
           IF RC-REC-TYPE = "END" AND WS-LAST-DONE-DATE NOT = SPACES
               IF RC-PROGRAM = "BUGRLSE" AND RC-RETURN-CODE < 8
                   MOVE 'Y' TO WS-RLSE-SINCE-SW
                   MOVE RC-RUN-DATE TO WS-RLSE-SINCE-DATE
               ELSE
               IF RC-RUN-DATE = WS-LAST-DONE-DATE AND
                       RC-PROGRAM NOT = "BUGBKOUT"
                   MOVE 'N' TO WS-DSTR-FOUND-SW
                   PERFORM VARYING WS-DSTR-IDX FROM 1 BY 1
                           UNTIL WS-DSTR-IDX > WS-DOWNSTREAM-COUNT
                       IF WS-DOWNSTREAM-PGM(WS-DSTR-IDX) = RC-PROGRAM
                           MOVE 'Y' TO WS-DSTR-FOUND-SW
                       END-IF
                   END-PERFORM
                   IF NOT WS-DSTR-FOUND AND
                           WS-DOWNSTREAM-COUNT < WS-MAX-DOWNSTREAM
                       ADD 1 TO WS-DOWNSTREAM-COUNT
                       MOVE RC-PROGRAM
                           TO WS-DOWNSTREAM-PGM(WS-DOWNSTREAM-COUNT)
                   END-IF
               END-IF
               END-IF
           END-IF.

       1940-CHECK-BACKOUT-ALLOWED.
           IF WS-LAST-DONE-DATE = SPACES
               DISPLAY "NO COMPLETED BUG RUN ON THE RUN CONTROL LOG "
                   "- NOTHING TO BACK OUT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-DONE-DATE NOT = WS-RUN-DATE
               DISPLAY "LATEST COMPLETED BUG RUN IS "
                   WS-LAST-DONE-DATE " - ONLY IT CAN BE BACKED OUT, "
                   "NOT " WS-RUN-DATE " - BACKOUT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ALREADY-BACKED-OUT
               DISPLAY "BUG RUN FOR " WS-RUN-DATE " IS ALREADY "
                   "BACKED OUT - BACKOUT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BUG-RUN-OPEN
               DISPLAY "A BUG RUN STARTED AFTER " WS-RUN-DATE
                   " HAS NO END RECORD - RESTART OR FINISH IT "
                   "BEFORE BACKING OUT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RLSE-RAN-SINCE
               DISPLAY "BUGRLSE RAN FOR " WS-RLSE-SINCE-DATE
                   " AFTER THE BUG RUN FOR " WS-RUN-DATE
                   " - HELDITEMS NO LONGER MATCHES THE RUN, "
                   "BACKOUT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1960-CHECK-SNAPSHOT.
      *> The ledger image must be BUG's, for this date, and whole -
      *> header, every detail, and a trailer whose count agrees -
      *> or the ledger cannot be put back and nothing is touched.
           OPEN INPUT PENDING-SNAPSHOT-FILE
           IF WS-PENDSNAP-STATUS = "00" OR WS-PENDSNAP-STATUS = "05"
               PERFORM UNTIL WS-PENDSNAP-EOF
                   READ PENDING-SNAPSHOT-FILE
                       AT END
                           SET WS-PENDSNAP-EOF TO TRUE
                       NOT AT END
                           PERFORM 1965-CHECK-SNAPSHOT-ROW
                   END-READ
               END-PERFORM
               CLOSE PENDING-SNAPSHOT-FILE
           END-IF
           IF NOT WS-SNAP-HDR-OK OR NOT WS-SNAP-TRL-OK OR
                   WS-SNAP-TRL-COUNT NOT = WS-SNAP-DTL-COUNT
               DISPLAY "PENDSNAP IS NOT A COMPLETE LEDGER IMAGE FOR "
                   WS-RUN-DATE " - PENDLEDGER CANNOT BE RESTORED, "
                   "BACKOUT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1965-CHECK-SNAPSHOT-ROW.
           IF PSN-RUN-DATE NOT = WS-RUN-DATE
               MOVE 'N' TO WS-SNAP-HDR-SW
           ELSE
               EVALUATE PSN-REC-TYPE
                   WHEN "HDR"
                       MOVE 'Y' TO WS-SNAP-HDR-SW
                   WHEN "DTL"
                       ADD 1 TO WS-SNAP-DTL-COUNT
                   WHEN "TRL"
                       MOVE 'Y' TO WS-SNAP-TRL-SW
                       IF PSN-ITEM-COUNT NUMERIC
                           MOVE PSN-ITEM-COUNT TO WS-SNAP-TRL-COUNT
                       END-IF
               END-EVALUATE
           END-IF.

       1950-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGBKOUT" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "STR" TO RC-REC-TYPE
           MOVE SPACES TO RC-STATUS
           MOVE 0 TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGBKOUT" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "END" TO RC-REC-TYPE
           MOVE WS-RUN-END-STATUS TO RC-STATUS
           MOVE WS-RUN-END-RC TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9150-WRITE-BACKOUT-RECORD.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUG" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "BKO" TO RC-REC-TYPE
           MOVE WS-LAST-DONE-STAT TO RC-STATUS
           MOVE 0 TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       2000-BACKOUT-PROCHIST.
      *> Every row the run wrote carries its run date - the items it
      *> sent downstream, the released items it posted, and the
      *> reversals it applied - so they all go with the date.
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE 'N' TO WS-WORK-FAILED-SW
           MOVE "PROCHIST" TO WS-WORK-FILE-ID
           OPEN INPUT PROCESSED-HIST-FILE
           IF WS-PROCHIST-STATUS = "05"
               CLOSE PROCESSED-HIST-FILE
           ELSE
           IF WS-PROCHIST-STATUS NOT = "00"
               DISPLAY "PROCHIST NOT AVAILABLE (STATUS "
                   WS-PROCHIST-STATUS ") - BACKOUT INCOMPLETE"
               SET WS-BACKOUT-FAILED TO TRUE
           ELSE
               OPEN OUTPUT BACKOUT-WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   PERFORM 2990-CHECK-WORK-WRITE
                   CLOSE PROCESSED-HIST-FILE
                   PERFORM 2995-WORK-NOT-WRITTEN
               ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ PROCESSED-HIST-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF PH-RUN-DATE = WS-RUN-DATE
                               PERFORM 2010-COUNT-PROCHIST-ROW
                           ELSE
                               ADD 1 TO WS-PROCHIST-KEPT
                               WRITE BACKOUT-WORK-RECORD
                                   FROM PROCESSED-HIST-RECORD
                               PERFORM 2990-CHECK-WORK-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCESSED-HIST-FILE
               CLOSE BACKOUT-WORK-FILE
               IF WS-WORK-FAILED
                   PERFORM 2995-WORK-NOT-WRITTEN
               ELSE
               IF WS-PROCHIST-REMOVED > 0
                   PERFORM 2050-RESTORE-PROCHIST
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       2010-COUNT-PROCHIST-ROW.
           ADD 1 TO WS-PROCHIST-REMOVED
           MOVE 6 TO WS-DISP-IDX
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 5
               IF WS-DISP-CODE(WS-CODE-IDX) = PH-DISPOSITION
                   MOVE WS-CODE-IDX TO WS-DISP-IDX
               END-IF
           END-PERFORM
           ADD 1 TO WS-DISP-COUNT(WS-DISP-IDX)
           IF PH-BASE-AMOUNT NUMERIC
               ADD PH-BASE-AMOUNT TO WS-DISP-AMOUNT(WS-DISP-IDX)
               ADD PH-BASE-AMOUNT TO WS-PROCHIST-AMOUNT
           END-IF.

       2050-RESTORE-PROCHIST.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT BACKOUT-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               PERFORM 2990-CHECK-WORK-WRITE
               PERFORM 2995-WORK-NOT-WRITTEN
           ELSE
           OPEN OUTPUT PROCESSED-HIST-FILE
           PERFORM UNTIL WS-WORK-EOF
               READ BACKOUT-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE PROCESSED-HIST-RECORD
                           FROM BACKOUT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE BACKOUT-WORK-FILE
           CLOSE PROCESSED-HIST-FILE
           END-IF.

       2100-BACKOUT-REJHIST.
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE 'N' TO WS-WORK-FAILED-SW
           MOVE "REJHIST" TO WS-WORK-FILE-ID
           OPEN INPUT REJECT-HIST-FILE
           IF WS-REJHIST-STATUS = "05"
               CLOSE REJECT-HIST-FILE
           ELSE
           IF WS-REJHIST-STATUS NOT = "00"
               DISPLAY "REJHIST NOT AVAILABLE (STATUS "
                   WS-REJHIST-STATUS ") - BACKOUT INCOMPLETE"
               SET WS-BACKOUT-FAILED TO TRUE
           ELSE
               OPEN OUTPUT BACKOUT-WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   PERFORM 2990-CHECK-WORK-WRITE
                   CLOSE REJECT-HIST-FILE
                   PERFORM 2995-WORK-NOT-WRITTEN
               ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ REJECT-HIST-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF RJH-RUN-DATE = WS-RUN-DATE
                               ADD 1 TO WS-REJHIST-REMOVED
                               IF RJH-AMOUNT NUMERIC
                                   ADD RJH-AMOUNT TO WS-REJHIST-AMOUNT
                               END-IF
                           ELSE
                               ADD 1 TO WS-REJHIST-KEPT
                               WRITE BACKOUT-WORK-RECORD
                                   FROM REJECT-HIST-RECORD
                               PERFORM 2990-CHECK-WORK-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-HIST-FILE
               CLOSE BACKOUT-WORK-FILE
               IF WS-WORK-FAILED
                   PERFORM 2995-WORK-NOT-WRITTEN
               ELSE
               IF WS-REJHIST-REMOVED > 0
                   PERFORM 2150-RESTORE-REJHIST
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       2150-RESTORE-REJHIST.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT BACKOUT-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               PERFORM 2990-CHECK-WORK-WRITE
               PERFORM 2995-WORK-NOT-WRITTEN
           ELSE
           OPEN OUTPUT REJECT-HIST-FILE
           PERFORM UNTIL WS-WORK-EOF
               READ BACKOUT-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE REJECT-HIST-RECORD
                           FROM BACKOUT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE BACKOUT-WORK-FILE
           CLOSE REJECT-HIST-FILE
           END-IF.

       2200-BACKOUT-RUNHIST.
      *> A partial window and its finish-up run each left a line.
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE 'N' TO WS-WORK-FAILED-SW
           MOVE "RUNHIST" TO WS-WORK-FILE-ID
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS = "05"
               CLOSE RUN-HISTORY-FILE
           ELSE
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "RUNHIST NOT AVAILABLE (STATUS "
                   WS-RUNHIST-STATUS ") - BACKOUT INCOMPLETE"
               SET WS-BACKOUT-FAILED TO TRUE
           ELSE
               OPEN OUTPUT BACKOUT-WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   PERFORM 2990-CHECK-WORK-WRITE
                   CLOSE RUN-HISTORY-FILE
                   PERFORM 2995-WORK-NOT-WRITTEN
               ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF RH-RUN-DATE = WS-RUN-DATE
                               ADD 1 TO WS-RUNHIST-REMOVED
                               IF RH-AMOUNT-TOTAL NUMERIC
                                   ADD RH-AMOUNT-TOTAL
                                       TO WS-RUNHIST-AMOUNT
                               END-IF
                           ELSE
                               ADD 1 TO WS-RUNHIST-KEPT
                               WRITE BACKOUT-WORK-RECORD
                                   FROM RUN-HISTORY-RECORD
                               PERFORM 2990-CHECK-WORK-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
               CLOSE BACKOUT-WORK-FILE
               IF WS-WORK-FAILED
                   PERFORM 2995-WORK-NOT-WRITTEN
               ELSE
               IF WS-RUNHIST-REMOVED > 0
                   PERFORM 2250-RESTORE-RUNHIST
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       2250-RESTORE-RUNHIST.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT BACKOUT-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               PERFORM 2990-CHECK-WORK-WRITE
               PERFORM 2995-WORK-NOT-WRITTEN
           ELSE
           OPEN OUTPUT RUN-HISTORY-FILE
           PERFORM UNTIL WS-WORK-EOF
               READ BACKOUT-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE RUN-HISTORY-RECORD
                           FROM BACKOUT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE BACKOUT-WORK-FILE
           CLOSE RUN-HISTORY-FILE
           END-IF.

       2300-BACKOUT-HELDITEMS.
      *> Items the run held over the high-value threshold; BUGRLSE
      *> has not run since (checked at initialize), so all of them
      *> are still on the file.
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE 'N' TO WS-WORK-FAILED-SW
           MOVE "HELDITEMS" TO WS-WORK-FILE-ID
           OPEN INPUT HELD-ITEMS-FILE
           IF WS-HELD-STATUS = "05"
               CLOSE HELD-ITEMS-FILE
           ELSE
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "HELDITEMS NOT AVAILABLE (STATUS "
                   WS-HELD-STATUS ") - BACKOUT INCOMPLETE"
               SET WS-BACKOUT-FAILED TO TRUE
           ELSE
               OPEN OUTPUT BACKOUT-WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   PERFORM 2990-CHECK-WORK-WRITE
                   CLOSE HELD-ITEMS-FILE
                   PERFORM 2995-WORK-NOT-WRITTEN
               ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ HELD-ITEMS-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF HLD-HELD-DATE = WS-RUN-DATE
                               ADD 1 TO WS-HELD-REMOVED
                               IF HLD-BASE-AMOUNT NUMERIC
                                   ADD HLD-BASE-AMOUNT
                                       TO WS-HELD-AMOUNT
                               END-IF
                           ELSE
                               ADD 1 TO WS-HELD-KEPT
                               WRITE BACKOUT-WORK-RECORD
                                   FROM HELD-ITEM-RECORD
                               PERFORM 2990-CHECK-WORK-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-ITEMS-FILE
               CLOSE BACKOUT-WORK-FILE
               IF WS-WORK-FAILED
                   PERFORM 2995-WORK-NOT-WRITTEN
               ELSE
               IF WS-HELD-REMOVED > 0
                   PERFORM 2350-RESTORE-HELDITEMS
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       2350-RESTORE-HELDITEMS.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT BACKOUT-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               PERFORM 2990-CHECK-WORK-WRITE
               PERFORM 2995-WORK-NOT-WRITTEN
           ELSE
           OPEN OUTPUT HELD-ITEMS-FILE
           PERFORM UNTIL WS-WORK-EOF
               READ BACKOUT-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE HELD-ITEM-RECORD
                           FROM BACKOUT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE BACKOUT-WORK-FILE
           CLOSE HELD-ITEMS-FILE
           END-IF.

       2400-BACKOUT-GLHIST.
      *> BUGGLJRN's lines for the date came off the backed-out feed;
      *> left in place they would sit in the period totals if the
      *> date were not journaled again before the close.  The amount
      *> shown is the debit side.
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE 'N' TO WS-WORK-FAILED-SW
           MOVE "GLHIST" TO WS-WORK-FILE-ID
           OPEN INPUT GL-HISTORY-FILE
           IF WS-GLHIST-STATUS = "05"
               CLOSE GL-HISTORY-FILE
           ELSE
           IF WS-GLHIST-STATUS NOT = "00"
               DISPLAY "GLHIST NOT AVAILABLE (STATUS "
                   WS-GLHIST-STATUS ") - BACKOUT INCOMPLETE"
               SET WS-BACKOUT-FAILED TO TRUE
           ELSE
               OPEN OUTPUT BACKOUT-WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   PERFORM 2990-CHECK-WORK-WRITE
                   CLOSE GL-HISTORY-FILE
                   PERFORM 2995-WORK-NOT-WRITTEN
               ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ GL-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF GLH-RUN-DATE = WS-RUN-DATE
                               ADD 1 TO WS-GLHIST-REMOVED
                               IF GLH-DR-CR = "DR" AND
                                       GLH-AMOUNT NUMERIC
                                   ADD GLH-AMOUNT TO WS-GLHIST-AMOUNT
                               END-IF
                           ELSE
                               ADD 1 TO WS-GLHIST-KEPT
                               WRITE BACKOUT-WORK-RECORD
                                   FROM GL-HISTORY-RECORD
                               PERFORM 2990-CHECK-WORK-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
               CLOSE BACKOUT-WORK-FILE
               IF WS-WORK-FAILED
                   PERFORM 2995-WORK-NOT-WRITTEN
               ELSE
               IF WS-GLHIST-REMOVED > 0
                   PERFORM 2450-RESTORE-GLHIST
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       2450-RESTORE-GLHIST.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT BACKOUT-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               PERFORM 2990-CHECK-WORK-WRITE
               PERFORM 2995-WORK-NOT-WRITTEN
           ELSE
           OPEN OUTPUT GL-HISTORY-FILE
           PERFORM UNTIL WS-WORK-EOF
               READ BACKOUT-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE GL-HISTORY-RECORD
                           FROM BACKOUT-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE BACKOUT-WORK-FILE
           CLOSE GL-HISTORY-FILE
           END-IF.

       2990-CHECK-WORK-WRITE.
           IF WS-WORK-STATUS NOT = "00" AND NOT WS-WORK-FAILED
               MOVE WS-WORK-STATUS TO WS-WORK-FAIL-STATUS
               SET WS-WORK-FAILED TO TRUE
           END-IF.

       2995-WORK-NOT-WRITTEN.
           DISPLAY "BKOUTWK FAILED (STATUS " WS-WORK-FAIL-STATUS
               ") - " WS-WORK-FILE-ID " LEFT AS IT IS, BACKOUT "
               "INCOMPLETE"
           SET WS-BACKOUT-FAILED TO TRUE.

       3000-RESTORE-LEDGER.
      *> The ledger is counted as it stands, then rebuilt from the
      *> image; the image was taken in key order, so the keyed
      *> writes arrive in sequence.
           OPEN INPUT PENDING-LEDGER-FILE
           IF WS-LEDGER-STATUS = "05"
               CLOSE PENDING-LEDGER-FILE
           ELSE
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-EOF
                   READ PENDING-LEDGER-FILE
                       AT END
                           SET WS-LEDGER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEDGER-BEFORE-COUNT
                   END-READ
               END-PERFORM
               CLOSE PENDING-LEDGER-FILE
           END-IF
           END-IF
           OPEN OUTPUT PENDING-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "PENDING LEDGER NOT WRITABLE (STATUS "
                   WS-LEDGER-STATUS ") - BACKOUT INCOMPLETE"
               SET WS-BACKOUT-FAILED TO TRUE
           ELSE
               MOVE 'N' TO WS-PENDSNAP-EOF-SW
               OPEN INPUT PENDING-SNAPSHOT-FILE
               PERFORM UNTIL WS-PENDSNAP-EOF
                   READ PENDING-SNAPSHOT-FILE
                       AT END
                           SET WS-PENDSNAP-EOF TO TRUE
                       NOT AT END
                           IF PSN-REC-TYPE = "DTL"
                               MOVE PSN-LEDGER-ITEM
                                   TO PENDING-LEDGER-RECORD
                               WRITE PENDING-LEDGER-RECORD
                               ADD 1 TO WS-LEDGER-RESTORED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-SNAPSHOT-FILE
               CLOSE PENDING-LEDGER-FILE
           END-IF.

       8510-WRITE-REPORT-HEADER.
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING "RUN BACKOUT REPORT   RUN DATE: " WS-RUN-DATE
                   "   BACKED OUT ON: " WS-TODAY
                   DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING "BUG RUN BACKED OUT - END STATUS "
                   WS-LAST-DONE-STAT "  RETURN CODE " WS-LAST-DONE-RC
                   DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING "FILE        ROWS REMOVED  ROWS KEPT   "
                   "  AMOUNT REMOVED"
                   DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD.

       8500-WRITE-REPORT.
           MOVE "PROCHIST" TO WS-FILE-NAME
           MOVE WS-PROCHIST-REMOVED TO WS-FILE-REMOVED
           MOVE WS-PROCHIST-KEPT TO WS-FILE-KEPT
           MOVE WS-PROCHIST-AMOUNT TO WS-FILE-AMOUNT
           PERFORM 8520-WRITE-FILE-LINE
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX > 6
               IF WS-DISP-COUNT(WS-DISP-IDX) > 0
                   MOVE WS-DISP-AMOUNT(WS-DISP-IDX) TO WS-AMOUNT-EDIT
                   MOVE SPACES TO BACKOUT-REPORT-RECORD
                   STRING "  " WS-DISP-LABEL(WS-DISP-IDX)
                           WS-DISP-COUNT(WS-DISP-IDX)
                           "                 " WS-AMOUNT-EDIT
                           DELIMITED BY SIZE
                           INTO BACKOUT-REPORT-RECORD
                   END-STRING
                   WRITE BACKOUT-REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE "REJHIST" TO WS-FILE-NAME
           MOVE WS-REJHIST-REMOVED TO WS-FILE-REMOVED
           MOVE WS-REJHIST-KEPT TO WS-FILE-KEPT
           MOVE WS-REJHIST-AMOUNT TO WS-FILE-AMOUNT
           PERFORM 8520-WRITE-FILE-LINE
           MOVE "RUNHIST" TO WS-FILE-NAME
           MOVE WS-RUNHIST-REMOVED TO WS-FILE-REMOVED
           MOVE WS-RUNHIST-KEPT TO WS-FILE-KEPT
           MOVE WS-RUNHIST-AMOUNT TO WS-FILE-AMOUNT
           PERFORM 8520-WRITE-FILE-LINE
           MOVE "HELDITEMS" TO WS-FILE-NAME
           MOVE WS-HELD-REMOVED TO WS-FILE-REMOVED
           MOVE WS-HELD-KEPT TO WS-FILE-KEPT
           MOVE WS-HELD-AMOUNT TO WS-FILE-AMOUNT
           PERFORM 8520-WRITE-FILE-LINE
           MOVE "GLHIST" TO WS-FILE-NAME
           MOVE WS-GLHIST-REMOVED TO WS-FILE-REMOVED
           MOVE WS-GLHIST-KEPT TO WS-FILE-KEPT
           MOVE WS-GLHIST-AMOUNT TO WS-FILE-AMOUNT
           PERFORM 8520-WRITE-FILE-LINE
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING "PENDLEDGER  ITEMS BEFORE BACKOUT: "
                   WS-LEDGER-BEFORE-COUNT
                   "  RESTORED FROM PENDSNAP: "
                   WS-LEDGER-RESTORED-COUNT
                   DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           WRITE BACKOUT-REPORT-RECORD
           PERFORM VARYING WS-DSTR-IDX FROM 1 BY 1
                   UNTIL WS-DSTR-IDX > WS-DOWNSTREAM-COUNT
               MOVE SPACES TO BACKOUT-REPORT-RECORD
               STRING WS-DOWNSTREAM-PGM(WS-DSTR-IDX)
                       " RAN FOR " WS-RUN-DATE
                       " - REPEAT IT AFTER BUG RERUNS THE DATE"
                       DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
               END-STRING
               WRITE BACKOUT-REPORT-RECORD
           END-PERFORM
      *> A partial window's leftover input went to CARRYNEW; the
      *> rerun starts the date from the branch files again.
           IF WS-LAST-DONE-STAT = "PART"
               MOVE SPACES TO BACKOUT-REPORT-RECORD
               STRING "BACKED-OUT RUN WAS A PARTIAL WINDOW - CLEAR "
                       "CARRYFILE BEFORE THE RERUN"
                       DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
               END-STRING
               WRITE BACKOUT-REPORT-RECORD
           END-IF
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           IF WS-BACKOUT-FAILED
               STRING "*** BACKOUT INCOMPLETE - FIX THE FILE SHOWN "
                       "IN THE LOG AND RUN BUGBKOUT AGAIN ***"
                       DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
               END-STRING
           ELSE
               STRING "BACKOUT COMPLETE - " WS-RUN-DATE
                       " RELEASED FOR RERUN"
                       DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
               END-STRING
           END-IF
           WRITE BACKOUT-REPORT-RECORD.

       8520-WRITE-FILE-LINE.
           MOVE WS-FILE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO BACKOUT-REPORT-RECORD
           STRING WS-FILE-NAME "    " WS-FILE-REMOVED
                   "     " WS-FILE-KEPT "  " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO BACKOUT-REPORT-RECORD
           END-STRING
           WRITE BACKOUT-REPORT-RECORD.

       9000-TERMINATE.
           CLOSE BACKOUT-REPORT-FILE
           IF WS-BACKOUT-FAILED
               MOVE 8 TO RETURN-CODE
               MOVE "FAIL" TO WS-RUN-END-STATUS
           ELSE
               PERFORM 9150-WRITE-BACKOUT-RECORD
               MOVE "OK" TO WS-RUN-END-STATUS
           END-IF
           MOVE RETURN-CODE TO WS-RUN-END-RC
           PERFORM 9100-WRITE-RUN-END
           DISPLAY "BACKOUT OF " WS-RUN-DATE " - PROCHIST "
               WS-PROCHIST-REMOVED ", REJHIST " WS-REJHIST-REMOVED
               ", RUNHIST " WS-RUNHIST-REMOVED " ROWS REMOVED".
