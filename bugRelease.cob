       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGRLSE.
      *> Companion to BUG, in the BUGREINS mold: second-person release
      *> of high-value held items.  BUG holds an approved item whose
      *> amount exceeds the PARMFILE threshold off the posting feed
      *> and appends it to HELDITEMS; this program reads the held
      *> items against the day's sign-off list (RLSEFILE), writes the
      *> signed-off items to RELEASEFILE for BUG to put on the next
      *> run's posting feed, rewrites HELDITEMS with what is still
      *> held, and prints a held / released / still-held report whose
      *> control totals account for every held item one way or the
      *> other.  Run it ahead of BUG for the same processing date, as
      *> BUGRCYCL and BUGREINS are.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELD-ITEMS-FILE ASSIGN TO "HELDITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT SIGNOFF-FILE ASSIGN TO "RLSEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.

           SELECT OPTIONAL RELEASE-FILE ASSIGN TO "RELEASEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT RELEASE-REPORT-FILE ASSIGN TO "RLSERPT"
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
      *> One row per held item: the run date it was held on, the
      *> staged item image, and the base amount struck that day.
       FD  HELD-ITEMS-FILE.
       01  HELD-ITEM-RECORD.
           05  HLD-HELD-DATE                PIC X(8).
           05  HLD-ITEM.
               COPY WSITEM.
           05  HLD-BASE-AMOUNT              PIC S9(9)V99.

      *> The sign-off list names the item and the person releasing
      *> it; a held date, when given, must match the row on hold.
       FD  SIGNOFF-FILE.
       01  SIGNOFF-RECORD.
           05  SGN-ITEM-ID                  PIC X(10).
           05  SGN-HELD-DATE                PIC X(8).
           05  SGN-APPROVER                 PIC X(10).
           05  FILLER                       PIC X(12).

       FD  RELEASE-FILE.
       01  RELEASE-RECORD.
           05  RLS-HELD-DATE                PIC X(8).
           05  RLS-ITEM.
               COPY WSITEM.
           05  RLS-BASE-AMOUNT              PIC S9(9)V99.
           05  RLS-APPROVER                 PIC X(10).

       FD  RELEASE-REPORT-FILE.
       01  RELEASE-REPORT-RECORD           PIC X(80).

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

      *> Shared run-control log; BUG refuses a RELEASEFILE whose
      *> BUGRLSE end record carries a different date, so the date
      *> stamped here must be the processing date from PARMFILE.
       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM                   PIC X(8).
           05  RC-RUN-DATE                  PIC X(8).
           05  RC-REC-TYPE                  PIC X(3).
           05  RC-STATUS                    PIC X(4).
           05  RC-RETURN-CODE               PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-HELD-STATUS                 PIC X(2) VALUE "00".
       01  WS-SIGNOFF-STATUS              PIC X(2) VALUE "00".
       01  WS-RELEASE-STATUS              PIC X(2) VALUE "00".
       01  WS-PARM-STATUS                 PIC X(2) VALUE "00".
       01  WS-PERSTAT-STATUS              PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".

       01  WS-RUN-END-STATUS              PIC X(4).
       01  WS-RUN-END-RC                  PIC 9(4).

       01  WS-HELD-EOF-SW                 PIC X VALUE 'N'.
           88  WS-HELD-EOF                 VALUE 'Y'.

       01  WS-SIGNOFF-EOF-SW              PIC X VALUE 'N'.
           88  WS-SIGNOFF-EOF              VALUE 'Y'.

       01  WS-RELEASE-EOF-SW              PIC X VALUE 'N'.
           88  WS-RELEASE-EOF              VALUE 'Y'.

       01  WS-PARM-EOF-SW                 PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.

       01  WS-RUNCTL-EOF-SW               PIC X VALUE 'N'.
           88  WS-RUNCTL-EOF               VALUE 'Y'.

       01  WS-SIGNED-SW                   PIC X VALUE 'N'.
           88  WS-SIGNED-OFF               VALUE 'Y'.

      *> Date of the latest BUGRLSE completion on the log, and whether
      *> a BUG run for that date has finished since.  A RELEASEFILE
      *> still holding records BUG has not posted must not be
      *> overwritten, or those releases would be lost from both the
      *> held file and the posting feed.
       01  WS-LAST-RLSE-DATE              PIC X(8) VALUE SPACES.
       01  WS-RLSE-POSTED-SW              PIC X VALUE 'N'.
           88  WS-RLSE-POSTED              VALUE 'Y'.
       01  WS-PENDING-RELEASE-COUNT       PIC 9(7) VALUE 0.

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
       01  WS-RUN-DATE-INT                PIC 9(8) VALUE 0.
       01  WS-DATE-NUM                    PIC 9(8) VALUE 0.
       01  WS-DAYS-HELD                   PIC 9(5) VALUE 0.

       01  WS-HELD-IN-COUNT               PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT              PIC 9(5) VALUE 0.
       01  WS-STILL-HELD-COUNT            PIC 9(5) VALUE 0.
       01  WS-SIGNOFF-READ-COUNT          PIC 9(5) VALUE 0.
       01  WS-SIGNOFF-UNUSED-COUNT        PIC 9(5) VALUE 0.

       01  WS-HELD-IN-AMOUNT              PIC S9(11)V99 VALUE 0.
       01  WS-RELEASED-AMOUNT             PIC S9(11)V99 VALUE 0.
       01  WS-STILL-HELD-AMOUNT           PIC S9(11)V99 VALUE 0.

       01  WS-AMOUNT-EDIT                 PIC -ZZZZZZZZZZ9.99.

       01  WS-INSERT-IDX                  PIC 9(5).
       01  WS-SCAN-IDX                    PIC 9(5).
       01  WS-FOUND-IDX                   PIC 9(5).

       78  WS-MAX-HELD                    VALUE 5000.
       78  WS-MAX-SIGNOFFS                VALUE 1000.

      *> HELDITEMS is rewritten in place, so every row is held in
      *> storage first; a file bigger than the table is refused
      *> rather than silently truncated on the rewrite.
       01  WS-HELD-AREA.
           05  WS-HELD-COUNT               PIC 9(5) VALUE 0.
           05  WS-HELD-ENTRY OCCURS 1 TO WS-MAX-HELD TIMES
                       DEPENDING ON WS-HELD-COUNT
                       INDEXED BY WS-HLD-IDX.
               10  WS-HELD-ROW             PIC X(69).
               10  WS-HELD-RELEASED-SW     PIC X.

       01  WS-SIGNOFF-AREA.
           05  WS-SIGNOFF-COUNT            PIC 9(5) VALUE 0.
           05  WS-SIGNOFF-TAB OCCURS 1 TO WS-MAX-SIGNOFFS TIMES
                       DEPENDING ON WS-SIGNOFF-COUNT
                       ASCENDING KEY IS WS-SGN-ID
                       INDEXED BY WS-SGN-IDX.
               10  WS-SGN-ID               PIC X(10).
               10  WS-SGN-HELD-DATE        PIC X(8).
               10  WS-SGN-APPROVER         PIC X(10).
               10  WS-SGN-USED-SW          PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-HELD-COUNT
               PERFORM 2000-PROCESS-HELD-ITEM
           END-PERFORM
           PERFORM 3000-REPORT-UNUSED-SIGNOFFS
           PERFORM 4000-REWRITE-HELD-ITEMS
           PERFORM 8500-WRITE-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-PARMS
           PERFORM 1930-CHECK-PERIOD-STATUS
           PERFORM 1900-CHECK-RUN-CONTROL
           PERFORM 1920-COUNT-PENDING-RELEASES
           IF WS-PENDING-RELEASE-COUNT > 0 AND
                   WS-LAST-RLSE-DATE NOT = SPACES AND
                   NOT WS-RLSE-POSTED
               DISPLAY "RELEASEFILE HOLDS " WS-PENDING-RELEASE-COUNT
                   " RELEASES FROM " WS-LAST-RLSE-DATE
                   " NOT YET POSTED BY BUG - RELEASE RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1950-WRITE-RUN-START
      *> RELEASEFILE is emptied before anything can refuse the run,
      *> so a failed run never leaves an earlier run's releases
      *> behind for BUG to post a second time.
           OPEN OUTPUT RELEASE-FILE
           PERFORM 1300-LOAD-HELD-ITEMS
           OPEN OUTPUT RELEASE-REPORT-FILE
           PERFORM 8510-WRITE-REPORT-HEADER
           PERFORM 1400-LOAD-SIGNOFFS.

       1050-READ-PARMS.
      *> The processing date is the one the next BUG run posts the
      *> releases under, and the one days-on-hold are counted to.
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
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-RUN-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
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
                   WS-RUN-PERIOD " - RELEASE RUN REFUSED"
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
           OPEN INPUT RUN-CONTROL-FILE
      *> A first-ever run finds no log; the OPTIONAL open reports 05
      *> with the file left open, and it must be closed or 1950's
      *> OPEN EXTEND would fail and the STR record would be lost.
           IF WS-RUNCTL-STATUS = "05"
               CLOSE RUN-CONTROL-FILE
               DISPLAY "RUN CONTROL LOG EMPTY - SEQUENCING CHECK "
                   "BYPASSED"
           ELSE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "NO RUN CONTROL LOG (STATUS " WS-RUNCTL-STATUS
                   ") - SEQUENCING CHECK BYPASSED"
           ELSE
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RC-PROGRAM = "BUGRLSE" AND
                                   RC-REC-TYPE = "END" AND
                                   RC-STATUS = "OK"
                               MOVE RC-RUN-DATE TO WS-LAST-RLSE-DATE
                               MOVE 'N' TO WS-RLSE-POSTED-SW
                           END-IF
      *> A BUG run refused at initialize (return code 8) never
      *> reached the posting feed, so it does not count as posting.
                           IF RC-PROGRAM = "BUG" AND
                                   RC-REC-TYPE = "END" AND
                                   RC-RUN-DATE = WS-LAST-RLSE-DATE AND
                                   RC-RETURN-CODE < 8
                               MOVE 'Y' TO WS-RLSE-POSTED-SW
                           END-IF
      *> A BUGBKOUT backout of that run puts the releases back to
      *> waiting for BUG's rerun of the date.
                           IF RC-PROGRAM = "BUG" AND
                                   RC-REC-TYPE = "BKO" AND
                                   RC-RUN-DATE = WS-LAST-RLSE-DATE
                               MOVE 'N' TO WS-RLSE-POSTED-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           END-IF.

       1920-COUNT-PENDING-RELEASES.
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = "00" OR WS-RELEASE-STATUS = "05"
               PERFORM UNTIL WS-RELEASE-EOF
                   READ RELEASE-FILE
                       AT END
                           SET WS-RELEASE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PENDING-RELEASE-COUNT
                   END-READ
               END-PERFORM
               CLOSE RELEASE-FILE
           END-IF.

       1950-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGRLSE" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "STR" TO RC-REC-TYPE
           MOVE SPACES TO RC-STATUS
           MOVE 0 TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGRLSE" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "END" TO RC-REC-TYPE
           MOVE WS-RUN-END-STATUS TO RC-STATUS
           MOVE WS-RUN-END-RC TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       1300-LOAD-HELD-ITEMS.
           OPEN INPUT HELD-ITEMS-FILE
      *> Nothing has ever been held: the OPTIONAL open reports 05
      *> with the file left open.  Close it so the rewrite in 4000
      *> can open it for output.
           IF WS-HELD-STATUS = "05"
               CLOSE HELD-ITEMS-FILE
               DISPLAY "HELDITEMS EMPTY - NOTHING ON HOLD"
           ELSE
           IF WS-HELD-STATUS NOT = "00"
               DISPLAY "HELDITEMS NOT AVAILABLE (STATUS "
                   WS-HELD-STATUS ") - RELEASE RUN REFUSED"
               MOVE "FAIL" TO WS-RUN-END-STATUS
               MOVE 8 TO WS-RUN-END-RC
               PERFORM 9100-WRITE-RUN-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL WS-HELD-EOF
                   READ HELD-ITEMS-FILE
                       AT END
                           SET WS-HELD-EOF TO TRUE
                       NOT AT END
                           PERFORM 1350-STORE-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELD-ITEMS-FILE
               DISPLAY "HELD ITEMS LOADED - " WS-HELD-COUNT
                   " ENTRIES"
           END-IF
           END-IF.

       1350-STORE-HELD-ITEM.
           IF WS-HELD-COUNT >= WS-MAX-HELD
               CLOSE HELD-ITEMS-FILE
               DISPLAY "HELDITEMS EXCEEDS " WS-MAX-HELD
                   " ENTRIES - RELEASE RUN REFUSED (THE REWRITE "
                   "WOULD DROP HELD ITEMS)"
               MOVE "FAIL" TO WS-RUN-END-STATUS
               MOVE 8 TO WS-RUN-END-RC
               PERFORM 9100-WRITE-RUN-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE HELD-ITEM-RECORD TO WS-HELD-ROW(WS-HELD-COUNT)
           MOVE 'N' TO WS-HELD-RELEASED-SW(WS-HELD-COUNT)
           ADD 1 TO WS-HELD-IN-COUNT
           IF HLD-BASE-AMOUNT NUMERIC
               ADD HLD-BASE-AMOUNT TO WS-HELD-IN-AMOUNT
           END-IF.

       1400-LOAD-SIGNOFFS.
           OPEN INPUT SIGNOFF-FILE
           IF WS-SIGNOFF-STATUS NOT = "00"
               DISPLAY "RLSEFILE NOT AVAILABLE (STATUS "
                   WS-SIGNOFF-STATUS ") - EVERYTHING STAYS HELD"
           ELSE
               PERFORM UNTIL WS-SIGNOFF-EOF
                   READ SIGNOFF-FILE
                       AT END
                           SET WS-SIGNOFF-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SIGNOFF-READ-COUNT
                           PERFORM 1450-STORE-SIGNOFF
                   END-READ
               END-PERFORM
               CLOSE SIGNOFF-FILE
               DISPLAY "SIGN-OFFS LOADED - " WS-SIGNOFF-COUNT
                   " ENTRIES"
           END-IF.

       1450-STORE-SIGNOFF.
      *> A sign-off without a named approver is not a second person's
      *> release; it is listed and ignored.
           IF SGN-APPROVER = SPACES OR SGN-ITEM-ID = SPACES
               ADD 1 TO WS-SIGNOFF-UNUSED-COUNT
               MOVE SPACES TO RELEASE-REPORT-RECORD
               STRING "SIGN-OFF REJECTED " SGN-ITEM-ID
                       "  NO APPROVER OR ITEM-ID"
                       DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
               END-STRING
               WRITE RELEASE-REPORT-RECORD
           ELSE
           IF WS-SIGNOFF-COUNT >= WS-MAX-SIGNOFFS
               ADD 1 TO WS-SIGNOFF-UNUSED-COUNT
               DISPLAY "WARNING: SIGN-OFF TABLE AT CAPACITY ("
                   WS-MAX-SIGNOFFS ") - SIGN-OFF DISCARDED: "
                   SGN-ITEM-ID
           ELSE
               ADD 1 TO WS-SIGNOFF-COUNT
               MOVE WS-SIGNOFF-COUNT TO WS-INSERT-IDX
               PERFORM UNTIL WS-INSERT-IDX = 1 OR
                       WS-SGN-ID(WS-INSERT-IDX - 1) <= SGN-ITEM-ID
                   MOVE WS-SIGNOFF-TAB(WS-INSERT-IDX - 1)
                       TO WS-SIGNOFF-TAB(WS-INSERT-IDX)
                   SUBTRACT 1 FROM WS-INSERT-IDX
               END-PERFORM
               MOVE SGN-ITEM-ID TO WS-SGN-ID(WS-INSERT-IDX)
               MOVE SGN-HELD-DATE TO WS-SGN-HELD-DATE(WS-INSERT-IDX)
               MOVE SGN-APPROVER TO WS-SGN-APPROVER(WS-INSERT-IDX)
               MOVE 'N' TO WS-SGN-USED-SW(WS-INSERT-IDX)
           END-IF
           END-IF.

       2000-PROCESS-HELD-ITEM.
           MOVE WS-HELD-ROW(WS-SCAN-IDX) TO HELD-ITEM-RECORD
           PERFORM 2050-CHECK-SIGNOFF
           IF WS-SIGNED-OFF
               PERFORM 2100-RELEASE-ITEM
           ELSE
               PERFORM 2200-KEEP-ON-HOLD
           END-IF.

       2050-CHECK-SIGNOFF.
           MOVE 'N' TO WS-SIGNED-SW
           MOVE 0 TO WS-FOUND-IDX
           IF WS-SIGNOFF-COUNT > 0
               SEARCH ALL WS-SIGNOFF-TAB
                   AT END
                       CONTINUE
                   WHEN WS-SGN-ID(WS-SGN-IDX) = WS-ITEM-ID OF HLD-ITEM
                       SET WS-FOUND-IDX TO WS-SGN-IDX
               END-SEARCH
           END-IF
           IF WS-FOUND-IDX > 0
               IF WS-SGN-HELD-DATE(WS-FOUND-IDX) = SPACES OR
                       WS-SGN-HELD-DATE(WS-FOUND-IDX) = HLD-HELD-DATE
                   MOVE 'Y' TO WS-SIGNED-SW
                   MOVE 'Y' TO WS-SGN-USED-SW(WS-FOUND-IDX)
               END-IF
           END-IF.

       2100-RELEASE-ITEM.
           MOVE 'Y' TO WS-HELD-RELEASED-SW(WS-SCAN-IDX)
           MOVE SPACES TO RELEASE-RECORD
           MOVE HLD-HELD-DATE TO RLS-HELD-DATE
           MOVE HLD-ITEM TO RLS-ITEM
           MOVE HLD-BASE-AMOUNT TO RLS-BASE-AMOUNT
           MOVE WS-SGN-APPROVER(WS-FOUND-IDX) TO RLS-APPROVER
           WRITE RELEASE-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           ADD HLD-BASE-AMOUNT TO WS-RELEASED-AMOUNT
           MOVE HLD-BASE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING WS-ITEM-ID OF HLD-ITEM
                   "  HELD " HLD-HELD-DATE
                   "  BASE " WS-AMOUNT-EDIT
                   "  RELEASED BY " WS-SGN-APPROVER(WS-FOUND-IDX)
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD.

       2200-KEEP-ON-HOLD.
           ADD 1 TO WS-STILL-HELD-COUNT
           ADD HLD-BASE-AMOUNT TO WS-STILL-HELD-AMOUNT
           PERFORM 2250-COMPUTE-DAYS-HELD
           MOVE HLD-BASE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING WS-ITEM-ID OF HLD-ITEM
                   "  HELD " HLD-HELD-DATE
                   "  BASE " WS-AMOUNT-EDIT
                   "  STILL HELD  DAYS " WS-DAYS-HELD
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD.

       2250-COMPUTE-DAYS-HELD.
           MOVE 0 TO WS-DAYS-HELD
           IF WS-RUN-DATE-INT > 0 AND HLD-HELD-DATE NUMERIC
               MOVE HLD-HELD-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   IF WS-RUN-DATE-INT >
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       COMPUTE WS-DAYS-HELD = WS-RUN-DATE-INT -
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   END-IF
               END-IF
           END-IF.

       3000-REPORT-UNUSED-SIGNOFFS.
      *> A sign-off that matched nothing on hold is either keyed
      *> against the wrong item or the wrong held date; it is shown so
      *> the releasing officer can correct it for the next run.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SIGNOFF-COUNT
               IF WS-SGN-USED-SW(WS-SCAN-IDX) NOT = 'Y'
                   ADD 1 TO WS-SIGNOFF-UNUSED-COUNT
                   MOVE SPACES TO RELEASE-REPORT-RECORD
                   STRING WS-SGN-ID(WS-SCAN-IDX)
                           "  SIGN-OFF BY "
                           WS-SGN-APPROVER(WS-SCAN-IDX)
                           "  *** NOT ON HOLD ***"
                           DELIMITED BY SIZE
                           INTO RELEASE-REPORT-RECORD
                   END-STRING
                   WRITE RELEASE-REPORT-RECORD
               END-IF
           END-PERFORM.

       4000-REWRITE-HELD-ITEMS.
           OPEN OUTPUT HELD-ITEMS-FILE
           IF WS-HELD-STATUS NOT = "00"
               PERFORM 4090-HELD-REWRITE-FAILED
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-HELD-COUNT
               IF WS-HELD-RELEASED-SW(WS-SCAN-IDX) NOT = 'Y'
                   MOVE WS-HELD-ROW(WS-SCAN-IDX) TO HELD-ITEM-RECORD
                   WRITE HELD-ITEM-RECORD
                   IF WS-HELD-STATUS NOT = "00"
                       PERFORM 4090-HELD-REWRITE-FAILED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE HELD-ITEMS-FILE.

       4090-HELD-REWRITE-FAILED.
      *> HELDITEMS can no longer be trusted to hold what is still on
      *> hold, so this run's releases are taken back off RELEASEFILE
      *> and the run fails.  HELDITEMS is restored from its last
      *> copy and the release rerun.
           DISPLAY "HELDITEMS REWRITE FAILED (STATUS "
               WS-HELD-STATUS ") - RELEASES WITHDRAWN"
           DISPLAY "RESTORE HELDITEMS FROM ITS LAST COPY AND RERUN"
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "HELDITEMS REWRITE FAILED - RELEASES WITHDRAWN"
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD
           CLOSE HELD-ITEMS-FILE
           CLOSE RELEASE-FILE
           OPEN OUTPUT RELEASE-FILE
           CLOSE RELEASE-FILE
           CLOSE RELEASE-REPORT-FILE
           MOVE "FAIL" TO WS-RUN-END-STATUS
           MOVE 8 TO WS-RUN-END-RC
           PERFORM 9100-WRITE-RUN-END
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       8510-WRITE-REPORT-HEADER.
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "HIGH-VALUE HOLD RELEASE REPORT   RUN DATE: "
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "ITEM-ID     DISPOSITION"
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD.

       8500-WRITE-CONTROL-TOTALS.
           MOVE WS-HELD-IN-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "HELD BROUGHT FORWARD: " WS-HELD-IN-COUNT
                   "  BASE " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD
           MOVE WS-RELEASED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "RELEASED:             " WS-RELEASED-COUNT
                   "  BASE " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD
           MOVE WS-STILL-HELD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "STILL HELD:           " WS-STILL-HELD-COUNT
                   "  BASE " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD
           MOVE SPACES TO RELEASE-REPORT-RECORD
           STRING "SIGN-OFFS READ:       " WS-SIGNOFF-READ-COUNT
                   "  NOT APPLIED: " WS-SIGNOFF-UNUSED-COUNT
                   DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-STRING
           WRITE RELEASE-REPORT-RECORD
           MOVE SPACES TO RELEASE-REPORT-RECORD
           IF WS-HELD-IN-COUNT = WS-RELEASED-COUNT +
                   WS-STILL-HELD-COUNT
               STRING "ALL HELD ITEMS ACCOUNTED FOR"
                       DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           ELSE
               STRING "*** HELD ITEMS NOT ACCOUNTED FOR ***"
                       DELIMITED BY SIZE INTO RELEASE-REPORT-RECORD
           END-IF
           WRITE RELEASE-REPORT-RECORD.

       9000-TERMINATE.
           CLOSE RELEASE-FILE
           CLOSE RELEASE-REPORT-FILE
      *> Sign-offs that released nothing need someone to look at
      *> them before the next run, so they raise a warning.
           IF WS-SIGNOFF-UNUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "OK" TO WS-RUN-END-STATUS
           MOVE RETURN-CODE TO WS-RUN-END-RC
           PERFORM 9100-WRITE-RUN-END
           DISPLAY "RELEASE RUN COMPLETE - " WS-RELEASED-COUNT
               " RELEASED, " WS-STILL-HELD-COUNT " STILL HELD".
