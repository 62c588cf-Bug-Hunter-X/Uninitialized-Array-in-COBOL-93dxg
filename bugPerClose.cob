       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGPCLOS.
      *> Companion to BUG: accounting period close.  Rolls one
      *> month's cumulative history - the RUNHIST line of every BUG
      *> run, the GL journal lines BUGGLJRN kept on GLHIST, the
      *> revaluation journal from BUGREVAL and the REJHIST reject
      *> rows - into a single period summary report (PERIODRPT) and
      *> a period-totals file (PERIODTOT), so finance signs off one
      *> package instead of thirty daily balance reports.  It then
      *> appends a "CLSD" row for the period to PERIODSTAT; from
      *> there on every program that takes its run date from
      *> PARMFILE refuses a date in the period unless a supervisor
      *> has appended a "ROPN" row with their ID on it.  The period is
      *> PARMFILE's close period (YYYYMM) or, when that is blank, the
      *> month before the run date; a period already closed, or one
      *> not yet over, is refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

           SELECT OPTIONAL REVAL-JOURNAL-FILE ASSIGN TO "REVALJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVAL-STATUS.

           SELECT OPTIONAL REJECT-HIST-FILE ASSIGN TO "REJHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJHIST-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "PERIODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

           SELECT PERIOD-REPORT-FILE ASSIGN TO "PERIODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-TOTALS-FILE ASSIGN TO "PERIODTOT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  REVAL-JOURNAL-FILE.
       01  REVAL-JOURNAL-RECORD.
           05  RVJ-RUN-DATE                 PIC X(8).
           05  RVJ-ITEM-ID                  PIC X(10).
           05  RVJ-CURRENCY-CD              PIC X(3).
           05  RVJ-ORIG-AMOUNT              PIC S9(9)V99.
           05  RVJ-ORIG-BASE                PIC S9(9)V99.
           05  RVJ-REVAL-BASE               PIC S9(9)V99.
           05  RVJ-GAIN-LOSS                PIC S9(9)V99.

       FD  REJECT-HIST-FILE.
       01  REJECT-HIST-RECORD.
           05  RJH-RUN-DATE                 PIC X(8).
           05  RJH-REASON-CODE              PIC X(4).
           05  RJH-SOURCE-CD                PIC X(3).
           05  RJH-AMOUNT                   PIC S9(9)V99.
           05  RJH-CONVERTED-SW             PIC X.

      *> Accounting period lock shared with every program that takes
      *> its run date from PARMFILE: the latest row for a period wins
      *> - "CLSD" written here, "ROPN" by a supervisor.
       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           05  PS-PERIOD                    PIC X(6).
           05  PS-STATUS                    PIC X(4).
           05  PS-ACTION-DATE               PIC X(8).
           05  PS-OPERATOR-ID               PIC X(10).
           05  FILLER                       PIC X(12).

       FD  PERIOD-REPORT-FILE.
       01  PERIOD-REPORT-RECORD            PIC X(100).

      *> One row per rolled-up key: RUN by run date (read count,
      *> staged count, staged amount), GLA by GL account (lines,
      *> debits, credits), RVL by currency (items, original base,
      *> gain/loss) and REJ by reason code (rejects, amount).
       FD  PERIOD-TOTALS-FILE.
       01  PERIOD-TOTALS-RECORD.
           05  PT-PERIOD                    PIC X(6).
           05  PT-REC-TYPE                  PIC X(3).
           05  PT-KEY                       PIC X(8).
           05  PT-COUNT-1                   PIC 9(7).
           05  PT-COUNT-2                   PIC 9(7).
           05  PT-AMOUNT-1                  PIC S9(11)V99.
           05  PT-AMOUNT-2                  PIC S9(11)V99.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X(44).
           05  PRM-CLOSE-PERIOD             PIC X(6).
           05  FILLER                       PIC X(22).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM                   PIC X(8).
           05  RC-RUN-DATE                  PIC X(8).
           05  RC-REC-TYPE                  PIC X(3).
           05  RC-STATUS                    PIC X(4).
           05  RC-RETURN-CODE               PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-RUNHIST-STATUS              PIC X(2) VALUE "00".
       01  WS-GLHIST-STATUS               PIC X(2) VALUE "00".
       01  WS-REVAL-STATUS                PIC X(2) VALUE "00".
       01  WS-REJHIST-STATUS              PIC X(2) VALUE "00".
       01  WS-PERSTAT-STATUS              PIC X(2) VALUE "00".
       01  WS-PARM-STATUS                 PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".

       01  WS-RUN-END-STATUS              PIC X(4).
       01  WS-RUN-END-RC                  PIC 9(4).

       01  WS-FILE-EOF-SW                 PIC X VALUE 'N'.
           88  WS-FILE-EOF                 VALUE 'Y'.

       01  WS-PARM-EOF-SW                 PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.

      *> A history the close rolls up that could not be opened, or
      *> a close row that did not reach PERIODSTAT, fails the run;
      *> the period is then not marked (or not reported) closed.
       01  WS-SOURCE-FAILED-SW            PIC X VALUE 'N'.
           88  WS-SOURCE-FAILED            VALUE 'Y'.
       01  WS-CLOSE-FAILED-SW             PIC X VALUE 'N'.
           88  WS-CLOSE-FAILED             VALUE 'Y'.
       01  WS-FAIL-FILE                   PIC X(9).
       01  WS-FAIL-STATUS                 PIC X(2).

       01  WS-RUN-DATE                    PIC X(8).

      *> The run date and the close period are both taken apart by
      *> year and month; the period to close must be over, so it has
      *> to sort below the run date's own period.
       01  WS-RUN-PERIOD-WORK.
           05  WS-RUN-PERIOD.
               10  WS-RUN-YEAR             PIC 9(4).
               10  WS-RUN-MONTH            PIC 9(2).
           05  FILLER                      PIC X(2).

       01  WS-CLOSE-PERIOD-WORK.
           05  WS-CLOSE-YEAR               PIC 9(4).
           05  WS-CLOSE-MONTH              PIC 9(2).
       01  WS-CLOSE-PERIOD REDEFINES WS-CLOSE-PERIOD-WORK
                                          PIC X(6).

       01  WS-ROW-PERIOD-WORK.
           05  WS-ROW-PERIOD               PIC X(6).
           05  FILLER                      PIC X(2).

       01  WS-PERIOD-STATE                PIC X(4) VALUE SPACES.
           88  WS-PERIOD-CLOSED            VALUE "CLSD".
           88  WS-PERIOD-REOPENED          VALUE "ROPN".
       01  WS-PERIOD-OPERATOR             PIC X(10) VALUE SPACES.

      *> RUNHIST roll-up.
       01  WS-RUN-ROW-COUNT               PIC 9(5) VALUE 0.
       01  WS-RUN-UNBAL-COUNT             PIC 9(5) VALUE 0.
       01  WS-RUN-READ-TOTAL              PIC 9(9) VALUE 0.
       01  WS-RUN-STAGED-TOTAL            PIC 9(9) VALUE 0.
       01  WS-RUN-DUP-TOTAL               PIC 9(9) VALUE 0.
       01  WS-RUN-REJECT-TOTAL            PIC 9(9) VALUE 0.
       01  WS-RUN-DISCARD-TOTAL           PIC 9(9) VALUE 0.
       01  WS-RUN-AMOUNT-TOTAL            PIC S9(11)V99 VALUE 0.

      *> GLHIST roll-up by account.
       78  WS-MAX-ACCOUNTS                VALUE 500.

       01  WS-ACCT-AREA.
           05  WS-ACCT-COUNT               PIC 9(3) VALUE 0.
           05  WS-ACCT-ENTRY OCCURS 1 TO WS-MAX-ACCOUNTS TIMES
                       DEPENDING ON WS-ACCT-COUNT
                       ASCENDING KEY IS WS-ACCT-CD
                       INDEXED BY WS-ACT-IDX.
               10  WS-ACCT-CD              PIC X(8).
               10  WS-ACCT-LINE-COUNT      PIC 9(7).
               10  WS-ACCT-DEBITS          PIC S9(11)V99.
               10  WS-ACCT-CREDITS         PIC S9(11)V99.

       01  WS-GL-LINE-COUNT               PIC 9(7) VALUE 0.
       01  WS-GL-DEBIT-TOTAL              PIC S9(11)V99 VALUE 0.
       01  WS-GL-CREDIT-TOTAL             PIC S9(11)V99 VALUE 0.

      *> REVALJRNL roll-up by currency.
       78  WS-MAX-CCY                     VALUE 50.

       01  WS-CCY-AREA.
           05  WS-CCY-COUNT                PIC 9(3) VALUE 0.
           05  WS-CCY-ENTRY OCCURS 1 TO WS-MAX-CCY TIMES
                       DEPENDING ON WS-CCY-COUNT
                       ASCENDING KEY IS WS-CCY-CD
                       INDEXED BY WS-CCY-IDX.
               10  WS-CCY-CD               PIC X(3).
               10  WS-CCY-ITEM-COUNT       PIC 9(7).
               10  WS-CCY-ORIG-BASE        PIC S9(11)V99.
               10  WS-CCY-GAIN-LOSS        PIC S9(11)V99.

       01  WS-RVL-ITEM-COUNT              PIC 9(7) VALUE 0.
       01  WS-RVL-ORIG-TOTAL              PIC S9(11)V99 VALUE 0.
       01  WS-RVL-GAIN-TOTAL              PIC S9(11)V99 VALUE 0.

      *> REJHIST roll-up by reason code.
       78  WS-MAX-REASONS                 VALUE 200.

       01  WS-REASON-AREA.
           05  WS-REASON-COUNT             PIC 9(3) VALUE 0.
           05  WS-REASON-ENTRY OCCURS 1 TO WS-MAX-REASONS TIMES
                       DEPENDING ON WS-REASON-COUNT
                       ASCENDING KEY IS WS-REASON-CD
                       INDEXED BY WS-RSN-IDX.
               10  WS-REASON-CD            PIC X(4).
               10  WS-REASON-REJ-COUNT     PIC 9(7).
               10  WS-REASON-AMOUNT        PIC S9(11)V99.

       01  WS-REJ-ROW-COUNT               PIC 9(7) VALUE 0.
       01  WS-REJ-AMOUNT-TOTAL            PIC S9(11)V99 VALUE 0.
       01  WS-REJ-UNVALUED-COUNT          PIC 9(7) VALUE 0.

       01  WS-FOUND-IDX                   PIC 9(3).
       01  WS-INSERT-IDX                  PIC 9(3).
       01  WS-RPT-IDX                     PIC 9(3).

       01  WS-AMOUNT-EDIT                 PIC -ZZZZZZZZZZ9.99.
       01  WS-AMOUNT-EDIT-2               PIC -ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-UP-RUN-HISTORY
           PERFORM 3000-ROLL-UP-GL-HISTORY
           PERFORM 4000-ROLL-UP-REVALUATION
           PERFORM 5000-ROLL-UP-REJECTS
           PERFORM 6000-MARK-PERIOD-CLOSED
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-PARMS
           PERFORM 1100-SET-CLOSE-PERIOD
           PERFORM 1930-CHECK-CLOSE-PERIOD
           PERFORM 1950-WRITE-RUN-START
           OPEN OUTPUT PERIOD-REPORT-FILE
           OPEN OUTPUT PERIOD-TOTALS-FILE
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "PERIOD CLOSE SUMMARY   PERIOD: " WS-CLOSE-PERIOD
                   "   RUN DATE: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD.

       1050-READ-PARMS.
           MOVE SPACES TO PRM-CLOSE-PERIOD
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
           IF WS-PARM-EOF
               MOVE SPACES TO PRM-CLOSE-PERIOD
           END-IF.

       1100-SET-CLOSE-PERIOD.
           MOVE WS-RUN-DATE TO WS-RUN-PERIOD-WORK
           IF PRM-CLOSE-PERIOD = SPACES
               MOVE WS-RUN-YEAR TO WS-CLOSE-YEAR
               MOVE WS-RUN-MONTH TO WS-CLOSE-MONTH
               IF WS-CLOSE-MONTH = 1
                   MOVE 12 TO WS-CLOSE-MONTH
                   SUBTRACT 1 FROM WS-CLOSE-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-MONTH
               END-IF
           ELSE
               MOVE PRM-CLOSE-PERIOD TO WS-CLOSE-PERIOD
           END-IF
           IF WS-CLOSE-PERIOD NOT NUMERIC OR
                   WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               DISPLAY "CLOSE PERIOD " WS-CLOSE-PERIOD
                   " IS NOT A VALID YYYYMM - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLOSE-PERIOD NOT < WS-RUN-PERIOD
               DISPLAY "PERIOD " WS-CLOSE-PERIOD " IS NOT OVER AT RUN "
                   "DATE " WS-RUN-DATE " - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1930-CHECK-CLOSE-PERIOD.
      *> A period can only be closed once; a supervisor's reopen
      *> since the last close lets it be closed again, which
      *> replaces the period package with a fresh one.
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PERSTAT-STATUS = "05"
               CLOSE PERIOD-STATUS-FILE
           ELSE
           IF WS-PERSTAT-STATUS NOT = "00"
               DISPLAY "PERIODSTAT NOT AVAILABLE (STATUS "
                   WS-PERSTAT-STATUS ") - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL WS-FILE-EOF
                   READ PERIOD-STATUS-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           IF PS-PERIOD = WS-CLOSE-PERIOD
                               PERFORM 1935-APPLY-PERIOD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           END-IF
           END-IF
           IF WS-PERIOD-CLOSED
               DISPLAY "PERIOD " WS-CLOSE-PERIOD " IS ALREADY CLOSED "
                   "- CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-REOPENED
               DISPLAY "PERIOD " WS-CLOSE-PERIOD " WAS REOPENED BY "
                   WS-PERIOD-OPERATOR " - CLOSING IT AGAIN"
           END-IF.

       1935-APPLY-PERIOD-ROW.
      *> A reopen only counts with the supervisor's ID on it.
           IF PS-STATUS = "CLSD" OR
                   (PS-STATUS = "ROPN" AND PS-OPERATOR-ID NOT = SPACES)
               MOVE PS-STATUS TO WS-PERIOD-STATE
               MOVE PS-OPERATOR-ID TO WS-PERIOD-OPERATOR
           END-IF.

       1950-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGPCLOS" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "STR" TO RC-REC-TYPE
           MOVE SPACES TO RC-STATUS
           MOVE 0 TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGPCLOS" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "END" TO RC-REC-TYPE
           MOVE WS-RUN-END-STATUS TO RC-STATUS
           MOVE WS-RUN-END-RC TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       2000-ROLL-UP-RUN-HISTORY.
      *> One report line and one RUN totals row per RUNHIST line in
      *> the period - a cut-off date shows its partial window and its
      *> finish-up run separately, as they ran.
           PERFORM 8510-WRITE-RUN-HEADER
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS = "05"
               CLOSE RUN-HISTORY-FILE
           ELSE
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "RUNHIST NOT AVAILABLE (STATUS "
                   WS-RUNHIST-STATUS ") - PERIOD NOT CLOSED"
               MOVE "RUNHIST" TO WS-FAIL-FILE
               MOVE WS-RUNHIST-STATUS TO WS-FAIL-STATUS
               PERFORM 2990-SOURCE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL WS-FILE-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE RH-RUN-DATE TO WS-ROW-PERIOD-WORK
                           IF WS-ROW-PERIOD = WS-CLOSE-PERIOD
                               PERFORM 2100-ADD-RUN-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           END-IF
           PERFORM 8520-WRITE-RUN-TOTALS.

       2100-ADD-RUN-ROW.
           ADD 1 TO WS-RUN-ROW-COUNT
           ADD RH-INPUT-READ-COUNT TO WS-RUN-READ-TOTAL
           ADD RH-STAGED-COUNT TO WS-RUN-STAGED-TOTAL
           ADD RH-DUP-COUNT TO WS-RUN-DUP-TOTAL
           ADD RH-REJECT-COUNT TO WS-RUN-REJECT-TOTAL
           ADD RH-DISCARD-COUNT TO WS-RUN-DISCARD-TOTAL
           ADD RH-AMOUNT-TOTAL TO WS-RUN-AMOUNT-TOTAL
           IF RH-BALANCED-SW NOT = 'Y'
               ADD 1 TO WS-RUN-UNBAL-COUNT
           END-IF
           MOVE RH-AMOUNT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING RH-RUN-DATE
                   "  " RH-INPUT-READ-COUNT
                   "  " RH-STAGED-COUNT
                   "  " RH-DUP-COUNT
                   "  " RH-REJECT-COUNT
                   "  " RH-DISCARD-COUNT
                   "  " WS-AMOUNT-EDIT
                   "   " RH-BALANCED-SW
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-TOTALS-RECORD
           MOVE WS-CLOSE-PERIOD TO PT-PERIOD
           MOVE "RUN" TO PT-REC-TYPE
           MOVE RH-RUN-DATE TO PT-KEY
           MOVE RH-INPUT-READ-COUNT TO PT-COUNT-1
           MOVE RH-STAGED-COUNT TO PT-COUNT-2
           MOVE RH-AMOUNT-TOTAL TO PT-AMOUNT-1
           MOVE 0 TO PT-AMOUNT-2
           WRITE PERIOD-TOTALS-RECORD.

       2990-SOURCE-NOT-AVAILABLE.
           SET WS-SOURCE-FAILED TO TRUE
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "*** " WS-FAIL-FILE " NOT AVAILABLE (STATUS "
                   WS-FAIL-STATUS ") - PERIOD TOTALS INCOMPLETE ***"
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD.

       3000-ROLL-UP-GL-HISTORY.
           OPEN INPUT GL-HISTORY-FILE
           IF WS-GLHIST-STATUS = "05"
               CLOSE GL-HISTORY-FILE
           ELSE
           IF WS-GLHIST-STATUS NOT = "00"
               DISPLAY "GLHIST NOT AVAILABLE (STATUS "
                   WS-GLHIST-STATUS ") - PERIOD NOT CLOSED"
               MOVE "GLHIST" TO WS-FAIL-FILE
               MOVE WS-GLHIST-STATUS TO WS-FAIL-STATUS
               PERFORM 2990-SOURCE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL WS-FILE-EOF
                   READ GL-HISTORY-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE GLH-RUN-DATE TO WS-ROW-PERIOD-WORK
                           IF WS-ROW-PERIOD = WS-CLOSE-PERIOD
                               PERFORM 3100-ACCUMULATE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
           END-IF
           END-IF
           PERFORM 8530-WRITE-GL-SECTION.

       3100-ACCUMULATE-ACCOUNT.
           MOVE 0 TO WS-FOUND-IDX
           IF WS-ACCT-COUNT > 0
               SEARCH ALL WS-ACCT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-CD(WS-ACT-IDX) = GLH-ACCOUNT
                       SET WS-FOUND-IDX TO WS-ACT-IDX
               END-SEARCH
           END-IF
           IF WS-FOUND-IDX = 0
               IF WS-ACCT-COUNT >= WS-MAX-ACCOUNTS
                   DISPLAY "WARNING: ACCOUNT TABLE AT CAPACITY ("
                       WS-MAX-ACCOUNTS ") - TOTALS DROP " GLH-ACCOUNT
               ELSE
                   ADD 1 TO WS-ACCT-COUNT
                   MOVE WS-ACCT-COUNT TO WS-INSERT-IDX
                   PERFORM UNTIL WS-INSERT-IDX = 1 OR
                           WS-ACCT-CD(WS-INSERT-IDX - 1) <= GLH-ACCOUNT
                       MOVE WS-ACCT-ENTRY(WS-INSERT-IDX - 1)
                           TO WS-ACCT-ENTRY(WS-INSERT-IDX)
                       SUBTRACT 1 FROM WS-INSERT-IDX
                   END-PERFORM
                   MOVE GLH-ACCOUNT TO WS-ACCT-CD(WS-INSERT-IDX)
                   MOVE 0 TO WS-ACCT-LINE-COUNT(WS-INSERT-IDX)
                   MOVE 0 TO WS-ACCT-DEBITS(WS-INSERT-IDX)
                   MOVE 0 TO WS-ACCT-CREDITS(WS-INSERT-IDX)
                   MOVE WS-INSERT-IDX TO WS-FOUND-IDX
               END-IF
           END-IF
           IF WS-FOUND-IDX > 0
               ADD 1 TO WS-ACCT-LINE-COUNT(WS-FOUND-IDX)
               ADD 1 TO WS-GL-LINE-COUNT
               IF GLH-DR-CR = "DR"
                   ADD GLH-AMOUNT TO WS-ACCT-DEBITS(WS-FOUND-IDX)
                   ADD GLH-AMOUNT TO WS-GL-DEBIT-TOTAL
               ELSE
                   ADD GLH-AMOUNT TO WS-ACCT-CREDITS(WS-FOUND-IDX)
                   ADD GLH-AMOUNT TO WS-GL-CREDIT-TOTAL
               END-IF
           END-IF.

       4000-ROLL-UP-REVALUATION.
      *> BUGREVAL rewrites REVALJRNL each time it runs, so the lines
      *> rolled up are those of its latest run dated in the period -
      *> normally the period-end revaluation.
           OPEN INPUT REVAL-JOURNAL-FILE
           IF WS-REVAL-STATUS = "05"
               CLOSE REVAL-JOURNAL-FILE
           ELSE
           IF WS-REVAL-STATUS NOT = "00"
               DISPLAY "REVALJRNL NOT AVAILABLE (STATUS "
                   WS-REVAL-STATUS ") - PERIOD NOT CLOSED"
               MOVE "REVALJRNL" TO WS-FAIL-FILE
               MOVE WS-REVAL-STATUS TO WS-FAIL-STATUS
               PERFORM 2990-SOURCE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL WS-FILE-EOF
                   READ REVAL-JOURNAL-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE RVJ-RUN-DATE TO WS-ROW-PERIOD-WORK
                           IF WS-ROW-PERIOD = WS-CLOSE-PERIOD
                               PERFORM 4100-ACCUMULATE-CURRENCY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVAL-JOURNAL-FILE
           END-IF
           END-IF
           PERFORM 8540-WRITE-REVAL-SECTION.

       4100-ACCUMULATE-CURRENCY.
           MOVE 0 TO WS-FOUND-IDX
           IF WS-CCY-COUNT > 0
               SEARCH ALL WS-CCY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CCY-CD(WS-CCY-IDX) = RVJ-CURRENCY-CD
                       SET WS-FOUND-IDX TO WS-CCY-IDX
               END-SEARCH
           END-IF
           IF WS-FOUND-IDX = 0
               IF WS-CCY-COUNT >= WS-MAX-CCY
                   DISPLAY "WARNING: CURRENCY TABLE AT CAPACITY ("
                       WS-MAX-CCY ") - TOTALS DROP " RVJ-CURRENCY-CD
               ELSE
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-INSERT-IDX
                   PERFORM UNTIL WS-INSERT-IDX = 1 OR
                           WS-CCY-CD(WS-INSERT-IDX - 1) <=
                               RVJ-CURRENCY-CD
                       MOVE WS-CCY-ENTRY(WS-INSERT-IDX - 1)
                           TO WS-CCY-ENTRY(WS-INSERT-IDX)
                       SUBTRACT 1 FROM WS-INSERT-IDX
                   END-PERFORM
                   MOVE RVJ-CURRENCY-CD TO WS-CCY-CD(WS-INSERT-IDX)
                   MOVE 0 TO WS-CCY-ITEM-COUNT(WS-INSERT-IDX)
                   MOVE 0 TO WS-CCY-ORIG-BASE(WS-INSERT-IDX)
                   MOVE 0 TO WS-CCY-GAIN-LOSS(WS-INSERT-IDX)
                   MOVE WS-INSERT-IDX TO WS-FOUND-IDX
               END-IF
           END-IF
           IF WS-FOUND-IDX > 0
               ADD 1 TO WS-CCY-ITEM-COUNT(WS-FOUND-IDX)
               ADD RVJ-ORIG-BASE TO WS-CCY-ORIG-BASE(WS-FOUND-IDX)
               ADD RVJ-GAIN-LOSS TO WS-CCY-GAIN-LOSS(WS-FOUND-IDX)
               ADD 1 TO WS-RVL-ITEM-COUNT
               ADD RVJ-ORIG-BASE TO WS-RVL-ORIG-TOTAL
               ADD RVJ-GAIN-LOSS TO WS-RVL-GAIN-TOTAL
           END-IF.

       5000-ROLL-UP-REJECTS.
           OPEN INPUT REJECT-HIST-FILE
           IF WS-REJHIST-STATUS = "05"
               CLOSE REJECT-HIST-FILE
           ELSE
           IF WS-REJHIST-STATUS NOT = "00"
               DISPLAY "REJHIST NOT AVAILABLE (STATUS "
                   WS-REJHIST-STATUS ") - PERIOD NOT CLOSED"
               MOVE "REJHIST" TO WS-FAIL-FILE
               MOVE WS-REJHIST-STATUS TO WS-FAIL-STATUS
               PERFORM 2990-SOURCE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL WS-FILE-EOF
                   READ REJECT-HIST-FILE
                       AT END
                           SET WS-FILE-EOF TO TRUE
                       NOT AT END
                           MOVE RJH-RUN-DATE TO WS-ROW-PERIOD-WORK
                           IF WS-ROW-PERIOD = WS-CLOSE-PERIOD
                               PERFORM 5100-ACCUMULATE-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-HIST-FILE
           END-IF
           END-IF
           PERFORM 8550-WRITE-REJECT-SECTION.

       5100-ACCUMULATE-REASON.
           ADD 1 TO WS-REJ-ROW-COUNT
           MOVE 0 TO WS-FOUND-IDX
           IF WS-REASON-COUNT > 0
               SEARCH ALL WS-REASON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REASON-CD(WS-RSN-IDX) = RJH-REASON-CODE
                       SET WS-FOUND-IDX TO WS-RSN-IDX
               END-SEARCH
           END-IF
           IF WS-FOUND-IDX = 0
               IF WS-REASON-COUNT >= WS-MAX-REASONS
                   DISPLAY "WARNING: REASON TABLE AT CAPACITY ("
                       WS-MAX-REASONS ") - TOTALS DROP "
                       RJH-REASON-CODE
               ELSE
                   ADD 1 TO WS-REASON-COUNT
                   MOVE WS-REASON-COUNT TO WS-INSERT-IDX
                   PERFORM UNTIL WS-INSERT-IDX = 1 OR
                           WS-REASON-CD(WS-INSERT-IDX - 1) <=
                               RJH-REASON-CODE
                       MOVE WS-REASON-ENTRY(WS-INSERT-IDX - 1)
                           TO WS-REASON-ENTRY(WS-INSERT-IDX)
                       SUBTRACT 1 FROM WS-INSERT-IDX
                   END-PERFORM
                   MOVE RJH-REASON-CODE TO WS-REASON-CD(WS-INSERT-IDX)
                   MOVE 0 TO WS-REASON-REJ-COUNT(WS-INSERT-IDX)
                   MOVE 0 TO WS-REASON-AMOUNT(WS-INSERT-IDX)
                   MOVE WS-INSERT-IDX TO WS-FOUND-IDX
               END-IF
           END-IF
      *> Rows BUG could not convert to base carry no usable amount;
      *> they are counted but kept out of the money totals, as
      *> BUGRJRPT does.
           IF WS-FOUND-IDX > 0
               ADD 1 TO WS-REASON-REJ-COUNT(WS-FOUND-IDX)
               IF RJH-CONVERTED-SW = 'Y' AND RJH-AMOUNT NUMERIC
                   ADD RJH-AMOUNT TO WS-REASON-AMOUNT(WS-FOUND-IDX)
                   ADD RJH-AMOUNT TO WS-REJ-AMOUNT-TOTAL
               ELSE
                   ADD 1 TO WS-REJ-UNVALUED-COUNT
               END-IF
           END-IF.

       6000-MARK-PERIOD-CLOSED.
      *> The period is only closed on totals from every history, and
      *> only reported closed once its row is safely on PERIODSTAT.
           MOVE SPACES TO PERIOD-REPORT-RECORD
           IF WS-SOURCE-FAILED
               STRING "PERIOD " WS-CLOSE-PERIOD " NOT MARKED CLOSED"
                       " - A HISTORY FILE COULD NOT BE READ, RERUN "
                       "WHEN AVAILABLE"
                       DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
               END-STRING
           ELSE
               OPEN EXTEND PERIOD-STATUS-FILE
               IF WS-PERSTAT-STATUS NOT = "00" AND
                       WS-PERSTAT-STATUS NOT = "05"
                   MOVE WS-PERSTAT-STATUS TO WS-FAIL-STATUS
                   SET WS-CLOSE-FAILED TO TRUE
               ELSE
                   MOVE SPACES TO PERIOD-STATUS-RECORD
                   MOVE WS-CLOSE-PERIOD TO PS-PERIOD
                   MOVE "CLSD" TO PS-STATUS
                   MOVE WS-RUN-DATE TO PS-ACTION-DATE
                   MOVE "BUGPCLOS" TO PS-OPERATOR-ID
                   WRITE PERIOD-STATUS-RECORD
                   IF WS-PERSTAT-STATUS NOT = "00"
                       MOVE WS-PERSTAT-STATUS TO WS-FAIL-STATUS
                       SET WS-CLOSE-FAILED TO TRUE
                   END-IF
                   CLOSE PERIOD-STATUS-FILE
               END-IF
               IF WS-CLOSE-FAILED
                   DISPLAY "PERIODSTAT NOT WRITTEN (STATUS "
                       WS-FAIL-STATUS ") - PERIOD NOT CLOSED"
                   STRING "*** PERIOD " WS-CLOSE-PERIOD
                           " NOT MARKED CLOSED - PERIODSTAT STATUS "
                           WS-FAIL-STATUS " ***"
                           DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "PERIOD " WS-CLOSE-PERIOD " MARKED CLOSED ON "
                           "PERIODSTAT " WS-RUN-DATE
                           " - ITS RUNS NOW NEED A SUPERVISOR "
                           "REOPEN"
                           DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
                   END-STRING
               END-IF
           END-IF
           WRITE PERIOD-REPORT-RECORD.

       8510-WRITE-RUN-HEADER.
           MOVE SPACES TO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "DAILY RUNS (RUNHIST)"
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "RUN DATE     READ   STAGED   DUPS   REJS   DISC"
                   "           AMOUNT  BAL"
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD.

       8520-WRITE-RUN-TOTALS.
           MOVE WS-RUN-AMOUNT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "RUNS: " WS-RUN-ROW-COUNT
                   "  READ: " WS-RUN-READ-TOTAL
                   "  STAGED: " WS-RUN-STAGED-TOTAL
                   "  AMOUNT: " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "DUPLICATES: " WS-RUN-DUP-TOTAL
                   "  REJECTS: " WS-RUN-REJECT-TOTAL
                   "  DISCARDS: " WS-RUN-DISCARD-TOTAL
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           IF WS-RUN-ROW-COUNT = 0
               MOVE SPACES TO PERIOD-REPORT-RECORD
               STRING "*** NO BUG RUNS FOUND FOR THE PERIOD ***"
                       DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
               END-STRING
               WRITE PERIOD-REPORT-RECORD
           END-IF
           IF WS-RUN-UNBAL-COUNT > 0
               MOVE SPACES TO PERIOD-REPORT-RECORD
               STRING "*** " WS-RUN-UNBAL-COUNT
                       " RUNS DID NOT BALANCE ***"
                       DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
               END-STRING
               WRITE PERIOD-REPORT-RECORD
           END-IF.

       8530-WRITE-GL-SECTION.
           MOVE SPACES TO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "GL JOURNAL BY ACCOUNT (GLHIST)"
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "ACCOUNT     LINES           DEBITS"
                   "          CREDITS"
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-ACCT-COUNT
               MOVE WS-ACCT-DEBITS(WS-RPT-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-ACCT-CREDITS(WS-RPT-IDX) TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO PERIOD-REPORT-RECORD
               STRING WS-ACCT-CD(WS-RPT-IDX)
                       "  " WS-ACCT-LINE-COUNT(WS-RPT-IDX)
                       "  " WS-AMOUNT-EDIT
                       "  " WS-AMOUNT-EDIT-2
                       DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
               END-STRING
               WRITE PERIOD-REPORT-RECORD
               MOVE SPACES TO PERIOD-TOTALS-RECORD
               MOVE WS-CLOSE-PERIOD TO PT-PERIOD
               MOVE "GLA" TO PT-REC-TYPE
               MOVE WS-ACCT-CD(WS-RPT-IDX) TO PT-KEY
               MOVE WS-ACCT-LINE-COUNT(WS-RPT-IDX) TO PT-COUNT-1
               MOVE 0 TO PT-COUNT-2
               MOVE WS-ACCT-DEBITS(WS-RPT-IDX) TO PT-AMOUNT-1
               MOVE WS-ACCT-CREDITS(WS-RPT-IDX) TO PT-AMOUNT-2
               WRITE PERIOD-TOTALS-RECORD
           END-PERFORM
           MOVE WS-GL-DEBIT-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-GL-CREDIT-TOTAL TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "TOTAL     " WS-GL-LINE-COUNT
                   "  " WS-AMOUNT-EDIT
                   "  " WS-AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           IF WS-GL-DEBIT-TOTAL = WS-GL-CREDIT-TOTAL
               STRING "GL JOURNAL DEBITS AND CREDITS AGREE"
                       DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           ELSE
               STRING "*** GL JOURNAL DEBITS AND CREDITS DO NOT "
                       "AGREE ***"
                       DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-IF
           WRITE PERIOD-REPORT-RECORD.

       8540-WRITE-REVAL-SECTION.
           MOVE SPACES TO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "FX REVALUATION (REVALJRNL)"
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "CUR    ITEMS    ORIGINAL BASE        GAIN/LOSS"
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-CCY-COUNT
               MOVE WS-CCY-ORIG-BASE(WS-RPT-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-CCY-GAIN-LOSS(WS-RPT-IDX) TO WS-AMOUNT-EDIT-2
               MOVE SPACES TO PERIOD-REPORT-RECORD
               STRING WS-CCY-CD(WS-RPT-IDX)
                       "  " WS-CCY-ITEM-COUNT(WS-RPT-IDX)
                       "  " WS-AMOUNT-EDIT
                       "  " WS-AMOUNT-EDIT-2
                       DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
               END-STRING
               WRITE PERIOD-REPORT-RECORD
               MOVE SPACES TO PERIOD-TOTALS-RECORD
               MOVE WS-CLOSE-PERIOD TO PT-PERIOD
               MOVE "RVL" TO PT-REC-TYPE
               MOVE WS-CCY-CD(WS-RPT-IDX) TO PT-KEY
               MOVE WS-CCY-ITEM-COUNT(WS-RPT-IDX) TO PT-COUNT-1
               MOVE 0 TO PT-COUNT-2
               MOVE WS-CCY-ORIG-BASE(WS-RPT-IDX) TO PT-AMOUNT-1
               MOVE WS-CCY-GAIN-LOSS(WS-RPT-IDX) TO PT-AMOUNT-2
               WRITE PERIOD-TOTALS-RECORD
           END-PERFORM
           MOVE WS-RVL-ORIG-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-RVL-GAIN-TOTAL TO WS-AMOUNT-EDIT-2
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "TOTAL" WS-RVL-ITEM-COUNT
                   "  " WS-AMOUNT-EDIT
                   "  " WS-AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           IF WS-CCY-COUNT = 0
               MOVE SPACES TO PERIOD-REPORT-RECORD
               STRING "NO REVALUATION DATED IN THE PERIOD"
                       DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
               END-STRING
               WRITE PERIOD-REPORT-RECORD
           END-IF.

       8550-WRITE-REJECT-SECTION.
           MOVE SPACES TO PERIOD-REPORT-RECORD
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "REJECTS BY REASON (REJHIST)"
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "REASON    COUNT           AMOUNT"
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-REASON-COUNT
               MOVE WS-REASON-AMOUNT(WS-RPT-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO PERIOD-REPORT-RECORD
               STRING WS-REASON-CD(WS-RPT-IDX)
                       "  " WS-REASON-REJ-COUNT(WS-RPT-IDX)
                       "  " WS-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
               END-STRING
               WRITE PERIOD-REPORT-RECORD
               MOVE SPACES TO PERIOD-TOTALS-RECORD
               MOVE WS-CLOSE-PERIOD TO PT-PERIOD
               MOVE "REJ" TO PT-REC-TYPE
               MOVE WS-REASON-CD(WS-RPT-IDX) TO PT-KEY
               MOVE WS-REASON-REJ-COUNT(WS-RPT-IDX) TO PT-COUNT-1
               MOVE 0 TO PT-COUNT-2
               MOVE WS-REASON-AMOUNT(WS-RPT-IDX) TO PT-AMOUNT-1
               MOVE 0 TO PT-AMOUNT-2
               WRITE PERIOD-TOTALS-RECORD
           END-PERFORM
           MOVE WS-REJ-AMOUNT-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO PERIOD-REPORT-RECORD
           STRING "TOTAL " WS-REJ-ROW-COUNT
                   "  " WS-AMOUNT-EDIT
                   "   UNVALUED: " WS-REJ-UNVALUED-COUNT
                   DELIMITED BY SIZE INTO PERIOD-REPORT-RECORD
           END-STRING
           WRITE PERIOD-REPORT-RECORD.

       9000-TERMINATE.
           CLOSE PERIOD-REPORT-FILE
           CLOSE PERIOD-TOTALS-FILE
      *> The close goes ahead either way - finance decides - but a
      *> period with no runs, an unbalanced run or a journal that
      *> does not agree raises a warning for the sign-off.  A close
      *> that could not read its histories or write PERIODSTAT fails.
           IF WS-SOURCE-FAILED OR WS-CLOSE-FAILED
               MOVE 8 TO RETURN-CODE
               MOVE "FAIL" TO WS-RUN-END-STATUS
           ELSE
               IF WS-RUN-ROW-COUNT = 0 OR WS-RUN-UNBAL-COUNT > 0 OR
                       WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "OK" TO WS-RUN-END-STATUS
           END-IF
           MOVE RETURN-CODE TO WS-RUN-END-RC
           PERFORM 9100-WRITE-RUN-END
           IF WS-RUN-END-STATUS = "FAIL"
               DISPLAY "PERIOD CLOSE FAILED - PERIOD " WS-CLOSE-PERIOD
                   " NOT MARKED CLOSED"
           ELSE
               DISPLAY "PERIOD CLOSE COMPLETE - PERIOD "
                   WS-CLOSE-PERIOD " - " WS-RUN-ROW-COUNT " RUNS, "
                   WS-ACCT-COUNT " GL ACCOUNTS"
           END-IF.
