      *> run.  Each trip through the cycle bumps WS-ITEM-CYCLE-CT in
      *> the item; once an item has exceeded WS-MAX-CYCLES trips it is
      *> forced out to the manual review report instead of recycling
      *> forever.  A repair is only applied when it names a requester
      *> and a different approver, both authorized on AUTHOPER for
      *> recycle repairs; any other goes to the segregation-of-duties
      *> exception report and the item recycles as-is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.

           SELECT AUTH-OPERATOR-FILE ASSIGN TO "AUTHOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOPER-STATUS.

           SELECT RECYCLE-FILE ASSIGN TO "RECYCLEFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOD-REPORT-FILE ASSIGN TO "RCYSODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REVIEW-FILE ASSIGN TO "MANRVWRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "PERIODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           05  COR-ITEM-ID                  PIC X(10).
           05  COR-ITEM.
               COPY WSITEM.
           05  COR-REQUESTER-ID             PIC X(10).
           05  COR-APPROVER-ID              PIC X(10).

      *> Authorized operators: one row per operator and function
      *> ("CORR" recycle repairs, "REIN" reinstatement approvals,
      *> "MANT" item master maintenance) with the role the operator
      *> may take - 'R' request, 'A' approve, 'B' either, though
      *> never both on the same transaction.
       FD  AUTH-OPERATOR-FILE.
       01  AUTH-OPERATOR-RECORD.
           05  AO-OPERATOR-ID               PIC X(10).
           05  AO-FUNCTION                  PIC X(4).
           05  AO-ROLE                      PIC X(1).
           05  FILLER                       PIC X(15).

      *> The item as BUG reads it, then who asked for and who signed
      *> off the repair applied to it (blank when none was).
       FD  RECYCLE-FILE.
       01  RECYCLE-RECORD.
           05  RCY-ITEM                     PIC X(50).
           05  RCY-REQUESTER-ID             PIC X(10).
           05  RCY-APPROVER-ID              PIC X(10).

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-RECORD               PIC X(80).

       FD  REVIEW-FILE.
       01  REVIEW-RECORD                   PIC X(80).

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
       01  WS-REJECT-IN-STATUS            PIC X(2) VALUE "00".
       01  WS-CORRECTION-STATUS           PIC X(2) VALUE "00".
       01  WS-PARM-STATUS                 PIC X(2) VALUE "00".
       01  WS-PERSTAT-STATUS              PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".
       01  WS-AUTHOPER-STATUS             PIC X(2) VALUE "00".

       01  WS-PARM-EOF-SW                 PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.
       01  WS-CORRECTION-EOF-SW           PIC X VALUE 'N'.
           88  WS-CORRECTION-EOF           VALUE 'Y'.

       01  WS-AUTHOPER-EOF-SW             PIC X VALUE 'N'.
           88  WS-AUTHOPER-EOF             VALUE 'Y'.

       01  WS-REJECT-READ-COUNT           PIC 9(5) VALUE 0.
       01  WS-RECYCLE-COUNT               PIC 9(5) VALUE 0.
       01  WS-REPAIRED-COUNT              PIC 9(5) VALUE 0.
       01  WS-REVIEW-COUNT                PIC 9(5) VALUE 0.
       01  WS-SOD-CHECKED-COUNT           PIC 9(5) VALUE 0.
       01  WS-SOD-REJECT-COUNT            PIC 9(5) VALUE 0.

       01  WS-CYCLE-CT                    PIC 9(2) VALUE 0.

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

                       INDEXED BY WS-COR-IDX.
               10  WS-COR-ID               PIC X(10).
               10  WS-COR-ITEM             PIC X(50).
               10  WS-COR-REQUESTER        PIC X(10).
               10  WS-COR-APPROVER         PIC X(10).

      *> Operators authorized for recycle repairs, loaded from
      *> AUTHOPER.  No AUTHOPER means no one is authorized, so every
      *> repair is refused rather than applied unchecked.
       78  WS-AUTH-FUNCTION               VALUE "CORR".
       78  WS-MAX-OPERATORS               VALUE 500.

       01  WS-OPERATOR-AREA.
           05  WS-OPERATOR-COUNT           PIC 9(5) VALUE 0.
           05  WS-OPERATOR-TAB OCCURS 1 TO WS-MAX-OPERATORS TIMES
                       DEPENDING ON WS-OPERATOR-COUNT
                       ASCENDING KEY IS WS-OPR-ID
                       INDEXED BY WS-OPR-IDX.
               10  WS-OPR-ID               PIC X(10).
               10  WS-OPR-MAY-REQUEST      PIC X(1).
               10  WS-OPR-MAY-APPROVE      PIC X(1).

       01  WS-OPR-FOUND-SW                PIC X VALUE 'N'.
           88  WS-OPR-FOUND                VALUE 'Y'.
       01  WS-CHECK-OPERATOR              PIC X(10).
       01  WS-SOD-REQUESTER               PIC X(10).
       01  WS-SOD-APPROVER                PIC X(10).
       01  WS-SOD-REASON                  PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-PARMS
           PERFORM 1930-CHECK-PERIOD-STATUS
           PERFORM 1900-WRITE-RUN-START
           OPEN INPUT REJECT-IN-FILE
           IF WS-REJECT-IN-STATUS NOT = "00"
               PERFORM 9100-WRITE-RUN-END
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-AUTH-OPERATORS
           OPEN OUTPUT SOD-REPORT-FILE
           PERFORM 8610-WRITE-SOD-HEADER
           PERFORM 1300-LOAD-CORRECTIONS
           OPEN OUTPUT RECYCLE-FILE
           OPEN OUTPUT REVIEW-FILE
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
                   WS-RUN-PERIOD " - RECYCLE RUN REFUSED"
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

       1900-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGRCYCL" TO RC-PROGRAM
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       1200-LOAD-AUTH-OPERATORS.
           OPEN INPUT AUTH-OPERATOR-FILE
           IF WS-AUTHOPER-STATUS NOT = "00"
               DISPLAY "AUTHOPER NOT AVAILABLE (STATUS "
                   WS-AUTHOPER-STATUS ") - NO REPAIR WILL BE APPLIED"
           ELSE
               PERFORM UNTIL WS-AUTHOPER-EOF
                   READ AUTH-OPERATOR-FILE
                       AT END
                           SET WS-AUTHOPER-EOF TO TRUE
                       NOT AT END
                           IF AO-FUNCTION = WS-AUTH-FUNCTION AND
                                   AO-OPERATOR-ID NOT = SPACES
                               PERFORM 1250-STORE-AUTH-OPERATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-OPERATOR-FILE
               DISPLAY "AUTHORIZED OPERATORS LOADED - "
                   WS-OPERATOR-COUNT " ENTRIES"
           END-IF.

       1250-STORE-AUTH-OPERATOR.
      *> An operator on more than one row for the function holds
      *> every role those rows grant.
           MOVE AO-OPERATOR-ID TO WS-CHECK-OPERATOR
           PERFORM 2060-FIND-OPERATOR
           IF NOT WS-OPR-FOUND
               IF WS-OPERATOR-COUNT >= WS-MAX-OPERATORS
                   DISPLAY "WARNING: OPERATOR TABLE AT CAPACITY ("
                       WS-MAX-OPERATORS ") - OPERATOR DISCARDED: "
                       AO-OPERATOR-ID
               ELSE
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE WS-OPERATOR-COUNT TO WS-INSERT-IDX
                   PERFORM UNTIL WS-INSERT-IDX = 1 OR
                           WS-OPR-ID(WS-INSERT-IDX - 1) <=
                               AO-OPERATOR-ID
                       MOVE WS-OPERATOR-TAB(WS-INSERT-IDX - 1)
                           TO WS-OPERATOR-TAB(WS-INSERT-IDX)
                       SUBTRACT 1 FROM WS-INSERT-IDX
                   END-PERFORM
                   MOVE AO-OPERATOR-ID TO WS-OPR-ID(WS-INSERT-IDX)
                   MOVE 'N' TO WS-OPR-MAY-REQUEST(WS-INSERT-IDX)
                   MOVE 'N' TO WS-OPR-MAY-APPROVE(WS-INSERT-IDX)
                   SET WS-OPR-IDX TO WS-INSERT-IDX
                   MOVE 'Y' TO WS-OPR-FOUND-SW
               END-IF
           END-IF
           IF WS-OPR-FOUND
               EVALUATE AO-ROLE
                   WHEN 'R'
                       MOVE 'Y' TO WS-OPR-MAY-REQUEST(WS-OPR-IDX)
                   WHEN 'A'
                       MOVE 'Y' TO WS-OPR-MAY-APPROVE(WS-OPR-IDX)
                   WHEN 'B'
                       MOVE 'Y' TO WS-OPR-MAY-REQUEST(WS-OPR-IDX)
                       MOVE 'Y' TO WS-OPR-MAY-APPROVE(WS-OPR-IDX)
                   WHEN OTHER
                       DISPLAY "WARNING: UNKNOWN ROLE '" AO-ROLE
                           "' FOR OPERATOR " AO-OPERATOR-ID
                           " - NO ROLE GRANTED"
               END-EVALUATE
           END-IF.

       1300-LOAD-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-STATUS NOT = "00"
                       AT END
                           SET WS-CORRECTION-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SOD-CHECKED-COUNT
                           MOVE COR-REQUESTER-ID TO WS-SOD-REQUESTER
                           MOVE COR-APPROVER-ID TO WS-SOD-APPROVER
                           PERFORM 2050-CHECK-SEGREGATION
                           IF WS-SOD-REASON = SPACES
                               PERFORM 1350-STORE-CORRECTION
                           ELSE
                               PERFORM 8620-WRITE-SOD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
               END-PERFORM
               MOVE COR-ITEM-ID TO WS-COR-ID(WS-INSERT-IDX)
               MOVE COR-ITEM TO WS-COR-ITEM(WS-INSERT-IDX)
               MOVE COR-REQUESTER-ID TO WS-COR-REQUESTER(WS-INSERT-IDX)
               MOVE COR-APPROVER-ID TO WS-COR-APPROVER(WS-INSERT-IDX)
           END-IF.

       2000-PROCESS-REJECT.
               PERFORM 2100-WRITE-REVIEW-LINE
           ELSE
               ADD 1 TO WS-CYCLE-CT
               MOVE SPACES TO RECYCLE-RECORD
               PERFORM 2200-APPLY-CORRECTION
               MOVE WS-CYCLE-CT TO WS-ITEM-CYCLE-CT OF WS-ITEM-BUFFER
               MOVE WS-ITEM-BUFFER TO RCY-ITEM
               WRITE RECYCLE-RECORD
               ADD 1 TO WS-RECYCLE-COUNT
           END-IF.
                   WHEN WS-COR-ID(WS-COR-IDX) =
                           WS-ITEM-ID OF WS-ITEM-BUFFER
                       MOVE WS-COR-ITEM(WS-COR-IDX) TO WS-ITEM-BUFFER
                       MOVE WS-COR-REQUESTER(WS-COR-IDX)
                           TO RCY-REQUESTER-ID
                       MOVE WS-COR-APPROVER(WS-COR-IDX)
                           TO RCY-APPROVER-ID
                       ADD 1 TO WS-REPAIRED-COUNT
               END-SEARCH
           END-IF.

       2050-CHECK-SEGREGATION.
      *> Maker-checker: both IDs present, two different people, the
      *> requester authorized to request and the approver to approve.
           MOVE SPACES TO WS-SOD-REASON
           IF WS-SOD-REQUESTER = SPACES
               MOVE "REQUESTER ID MISSING" TO WS-SOD-REASON
           ELSE
           IF WS-SOD-APPROVER = SPACES
               MOVE "APPROVER ID MISSING" TO WS-SOD-REASON
           ELSE
           IF WS-SOD-REQUESTER = WS-SOD-APPROVER
               MOVE "REQUESTER IS ALSO APPROVER" TO WS-SOD-REASON
           ELSE
               MOVE WS-SOD-REQUESTER TO WS-CHECK-OPERATOR
               PERFORM 2060-FIND-OPERATOR
               IF NOT WS-OPR-FOUND OR
                       WS-OPR-MAY-REQUEST(WS-OPR-IDX) NOT = 'Y'
                   MOVE "REQUESTER NOT AUTHORIZED" TO WS-SOD-REASON
               ELSE
                   MOVE WS-SOD-APPROVER TO WS-CHECK-OPERATOR
                   PERFORM 2060-FIND-OPERATOR
                   IF NOT WS-OPR-FOUND OR
                           WS-OPR-MAY-APPROVE(WS-OPR-IDX) NOT = 'Y'
                       MOVE "APPROVER NOT AUTHORIZED" TO WS-SOD-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       2060-FIND-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND-SW
           IF WS-OPERATOR-COUNT > 0
               SEARCH ALL WS-OPERATOR-TAB
                   AT END
                       CONTINUE
                   WHEN WS-OPR-ID(WS-OPR-IDX) = WS-CHECK-OPERATOR
                       MOVE 'Y' TO WS-OPR-FOUND-SW
               END-SEARCH
           END-IF.

       8510-WRITE-REVIEW-HEADER.
           MOVE SPACES TO REVIEW-RECORD
           STRING "MANUAL REVIEW REPORT   RUN DATE: " WS-RUN-DATE
           END-STRING
           WRITE REVIEW-RECORD.

       8610-WRITE-SOD-HEADER.
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "SEGREGATION OF DUTIES EXCEPTIONS - CORRFILE   "
                   "RUN DATE: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "ITEM-ID     REQUESTER   APPROVER    REASON"
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD.

       8620-WRITE-SOD-LINE.
           ADD 1 TO WS-SOD-REJECT-COUNT
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING COR-ITEM-ID "  " COR-REQUESTER-ID "  "
                   COR-APPROVER-ID "  " WS-SOD-REASON
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD.

       8630-WRITE-SOD-TOTALS.
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "REPAIRS CHECKED:   " WS-SOD-CHECKED-COUNT
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "REPAIRS REFUSED:   " WS-SOD-REJECT-COUNT
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD.

       8500-WRITE-REVIEW-TOTALS.
           MOVE SPACES TO REVIEW-RECORD
           STRING "REJECTS READ:      " WS-REJECT-READ-COUNT
           CLOSE REJECT-IN-FILE
           CLOSE RECYCLE-FILE
           CLOSE REVIEW-FILE
           PERFORM 8630-WRITE-SOD-TOTALS
           CLOSE SOD-REPORT-FILE
      *> A refused repair leaves its item recycling unrepaired, so
      *> the run is flagged for someone to re-key it properly.
           IF WS-SOD-REJECT-COUNT > 0
               MOVE "FAIL" TO WS-RUN-END-STATUS
               MOVE 4 TO WS-RUN-END-RC
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "OK" TO WS-RUN-END-STATUS
               MOVE 0 TO WS-RUN-END-RC
           END-IF
           PERFORM 9100-WRITE-RUN-END
           DISPLAY "RECYCLE RUN COMPLETE - " WS-RECYCLE-COUNT
               " RECYCLED, " WS-REVIEW-COUNT " TO MANUAL REVIEW, "
               WS-SOD-REJECT-COUNT " REPAIRS REFUSED".
