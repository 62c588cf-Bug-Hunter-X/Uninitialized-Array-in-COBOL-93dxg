       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGRECON.
      *> Companion to BUG: reconciles the posting system's ACKFILE
      *> (item ID + run date) against the posting feed.  POSTFILE
      *> detail records - approved items under the high-value hold
      *> threshold plus items released from hold - are the ones the
      *> posting system is expected to acknowledge; open items are
      *> carried across runs
      *> on OPENITEMS / OPENITEMSNEW so an item unconfirmed after two
      *> business days surfaces on its own chase list instead of
      *> waiting for a customer call.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-IN-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "PERIODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

           SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-IN-FILE.
       01  POSTING-IN-RECORD.
           05  PST-REC-TYPE                 PIC X(3).
           05  PST-RUN-DATE                 PIC X(8).
           05  PST-ITEM.
               COPY WSITEM.
           05  PST-BASE-AMOUNT              PIC S9(9)V99.

       FD  ACK-FILE.
       01  ACK-RECORD.
           05  OPO-AMOUNT                   PIC S9(9)V99.
           05  FILLER                       PIC X(11).

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
           05  RC-RETURN-CODE               PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-POSTING-STATUS              PIC X(2) VALUE "00".
       01  WS-ACK-STATUS                  PIC X(2) VALUE "00".
       01  WS-OPEN-IN-STATUS              PIC X(2) VALUE "00".
       01  WS-PARM-STATUS                 PIC X(2) VALUE "00".
       01  WS-PERSTAT-STATUS              PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".

       01  WS-RUNCTL-EOF-SW               PIC X VALUE 'N'.
       01  WS-RUN-END-STATUS              PIC X(4).
       01  WS-RUN-END-RC                  PIC 9(4).

       01  WS-POSTING-EOF-SW              PIC X VALUE 'N'.
           88  WS-POSTING-EOF              VALUE 'Y'.

       01  WS-ACK-EOF-SW                  PIC X VALUE 'N'.
           88  WS-ACK-EOF                  VALUE 'Y'.
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                          PIC 9(8).

       01  WS-PERSTAT-EOF-SW              PIC X VALUE 'N'.
           88  WS-PERSTAT-EOF              VALUE 'Y'.

       01  WS-PERIOD-STATE                PIC X(4) VALUE SPACES.
           88  WS-PERIOD-CLOSED            VALUE "CLSD".
           88  WS-PERIOD-REOPENED          VALUE "ROPN".
       01  WS-PERIOD-OPERATOR             PIC X(10) VALUE SPACES.
       01  WS-RUN-PERIOD-WORK.
           05  WS-RUN-PERIOD               PIC X(6).
           05  FILLER                      PIC X(2).

       01  WS-POSTED-COUNT                PIC 9(7) VALUE 0.
       01  WS-ACK-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-MATCHED-COUNT               PIC 9(7) VALUE 0.
       01  WS-UNEXPECTED-COUNT            PIC 9(7) VALUE 0.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PRIOR-OPEN-ITEMS
           PERFORM 3000-LOAD-POSTED
           PERFORM 4000-MATCH-ACKS
           PERFORM 5000-SETTLE-OPEN-ITEMS
           PERFORM 8500-WRITE-RECON-TOTALS
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-PARMS
           PERFORM 1930-CHECK-PERIOD-STATUS
           PERFORM 1900-CHECK-RUN-CONTROL
           IF WS-RUNCTL-STATUS = "00" AND NOT WS-BUG-RUN-DONE
               DISPLAY "RUN CONTROL SHOWS NO COMPLETED BUG RUN FOR "
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
                   WS-RUN-PERIOD " - RECON REFUSED"
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

       1900-CHECK-RUN-CONTROL.
      *> Reconciliation against an extract BUG never produced for
      *> this date is meaningless; a partial-window completion still
                                       RC-STATUS = "PART")
                               SET WS-BUG-RUN-DONE TO TRUE
                           END-IF
      *> A BUGBKOUT backout of the date leaves nothing to reconcile
      *> until BUG has run it again.
                           IF RC-PROGRAM = "BUG" AND
                                   RC-REC-TYPE = "BKO" AND
                                   RC-RUN-DATE = WS-RUN-DATE
                               MOVE 'N' TO WS-BUG-DONE-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               MOVE 'N' TO WS-OPEN-ACKED-SW(WS-INSERT-IDX)
           END-IF.

       3000-LOAD-POSTED.
      *> Items held for high-value release are on EXTRACTFILE but not
      *> on the posting feed, so the posting system never sees them
      *> until BUGRLSE releases them onto a later run's POSTFILE.
           OPEN INPUT POSTING-IN-FILE
           IF WS-POSTING-STATUS NOT = "00"
               DISPLAY "POSTFILE NOT AVAILABLE (STATUS "
                   WS-POSTING-STATUS ") - RECONCILING CARRIED "
                   "ITEMS ONLY"
           ELSE
               PERFORM UNTIL WS-POSTING-EOF
                   READ POSTING-IN-FILE
                       AT END
                           SET WS-POSTING-EOF TO TRUE
                       NOT AT END
                           IF PST-REC-TYPE = "DTL"
                               ADD 1 TO WS-POSTED-COUNT
                               PERFORM 3500-STORE-POSTED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-IN-FILE
           END-IF.

       3500-STORE-POSTED-ITEM.
           MOVE WS-ITEM-ID OF PST-ITEM TO WS-SEARCH-ITEM-ID
           MOVE PST-RUN-DATE TO WS-SEARCH-RUN-DATE
           PERFORM 6000-FIND-OPEN-ENTRY
           IF NOT WS-ENTRY-FOUND
               PERFORM 2500-ADD-OPEN-ENTRY
               IF WS-INSERT-IDX > 0
                   MOVE WS-ITEM-AMOUNT OF PST-ITEM TO
                       WS-OPEN-AMOUNT(WS-INSERT-IDX)
               END-IF
           END-IF.

       8500-WRITE-RECON-TOTALS.
           MOVE SPACES TO RECON-RECORD
           STRING "POSTED ITEMS:        " WS-POSTED-COUNT
                   DELIMITED BY SIZE INTO RECON-RECORD
           END-STRING
           WRITE RECON-RECORD
