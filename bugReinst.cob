      *> as the RIN source next run) with a fresh effective date and
      *> their cycle count preserved, unapproved items go to the
      *> write-off report with their amounts, and the control totals
      *> account for every expired item one way or the other.  An
      *> approval only counts when it names a requester and a
      *> different approver, both authorized on AUTHOPER for
      *> reinstatement; any other goes to the segregation-of-duties
      *> exception report and its item is written off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT AUTH-OPERATOR-FILE ASSIGN TO "AUTHOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOPER-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "PERIODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

           SELECT REINSTATE-FILE ASSIGN TO "REINSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WRITEOFF-REPORT-FILE ASSIGN TO "WRITEOFFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOD-REPORT-FILE ASSIGN TO "RINSODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       01  APPROVAL-RECORD.
           05  APP-ITEM-ID                  PIC X(10).
           05  APP-APPROVER                 PIC X(10).
           05  APP-REQUESTER                PIC X(10).

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
       FD  WRITEOFF-REPORT-FILE.
       01  WRITEOFF-RECORD                 PIC X(80).

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-RECORD               PIC X(80).

      *> Shared run-control log; BUG refuses a REINSTFILE whose
      *> BUGREINS end record carries a different date, so the date
      *> stamped here must be the processing date from PARMFILE.
       01  WS-EXPIRED-STATUS              PIC X(2) VALUE "00".
       01  WS-APPROVAL-STATUS             PIC X(2) VALUE "00".
       01  WS-PARM-STATUS                 PIC X(2) VALUE "00".
       01  WS-PERSTAT-STATUS              PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".
       01  WS-AUTHOPER-STATUS             PIC X(2) VALUE "00".

       01  WS-RUN-END-STATUS              PIC X(4).
       01  WS-RUN-END-RC                  PIC 9(4).
       01  WS-APPROVAL-EOF-SW             PIC X VALUE 'N'.
           88  WS-APPROVAL-EOF             VALUE 'Y'.

       01  WS-AUTHOPER-EOF-SW             PIC X VALUE 'N'.
           88  WS-AUTHOPER-EOF             VALUE 'Y'.

       01  WS-PARM-EOF-SW                 PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.

       01  WS-EXPIRED-READ-COUNT          PIC 9(5) VALUE 0.
       01  WS-REINSTATED-COUNT            PIC 9(5) VALUE 0.
       01  WS-WRITEOFF-COUNT              PIC 9(5) VALUE 0.
       01  WS-SOD-CHECKED-COUNT           PIC 9(5) VALUE 0.
       01  WS-SOD-REJECT-COUNT            PIC 9(5) VALUE 0.

       01  WS-REINSTATED-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  WS-WRITEOFF-AMOUNT             PIC S9(11)V99 VALUE 0.

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


       01  WS-APPROVED-SW                 PIC X VALUE 'N'.
           88  WS-APPROVED                 VALUE 'Y'.
       01  WS-ITEM-REQUESTER              PIC X(10).
       01  WS-ITEM-APPROVER               PIC X(10).

       01  WS-AMOUNT-EDIT                 PIC -ZZZZZZZZ9.99.

                       INDEXED BY WS-APP-IDX.
               10  WS-APP-ID               PIC X(10).
               10  WS-APP-APPROVER         PIC X(10).
               10  WS-APP-REQUESTER        PIC X(10).

      *> Operators authorized for reinstatement, loaded from
      *> AUTHOPER.  No AUTHOPER means no one is authorized, so every
      *> approval is refused rather than honoured unchecked.
       78  WS-AUTH-FUNCTION               VALUE "REIN".
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
           OPEN INPUT EXPIRED-IN-FILE
           IF WS-EXPIRED-STATUS NOT = "00"
               PERFORM 9100-WRITE-RUN-END
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-AUTH-OPERATORS
           OPEN OUTPUT SOD-REPORT-FILE
           PERFORM 8610-WRITE-SOD-HEADER
           PERFORM 1300-LOAD-APPROVALS
           OPEN OUTPUT REINSTATE-FILE
           OPEN OUTPUT WRITEOFF-REPORT-FILE
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
                   WS-RUN-PERIOD " - REINSTATE RUN REFUSED"
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
           MOVE "BUGREINS" TO RC-PROGRAM
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       1200-LOAD-AUTH-OPERATORS.
           OPEN INPUT AUTH-OPERATOR-FILE
           IF WS-AUTHOPER-STATUS NOT = "00"
               DISPLAY "AUTHOPER NOT AVAILABLE (STATUS "
                   WS-AUTHOPER-STATUS ") - NO APPROVAL WILL COUNT"
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
           PERFORM 2070-FIND-OPERATOR
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

       1300-LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
                       AT END
                           SET WS-APPROVAL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SOD-CHECKED-COUNT
                           MOVE APP-REQUESTER TO WS-SOD-REQUESTER
                           MOVE APP-APPROVER TO WS-SOD-APPROVER
                           PERFORM 2060-CHECK-SEGREGATION
                           IF WS-SOD-REASON = SPACES
                               PERFORM 1350-STORE-APPROVAL
                           ELSE
                               PERFORM 8620-WRITE-SOD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               END-PERFORM
               MOVE APP-ITEM-ID TO WS-APP-ID(WS-INSERT-IDX)
               MOVE APP-APPROVER TO WS-APP-APPROVER(WS-INSERT-IDX)
               MOVE APP-REQUESTER TO WS-APP-REQUESTER(WS-INSERT-IDX)
           END-IF.

       2000-PROCESS-EXPIRED-ITEM.

       2050-CHECK-APPROVAL.
           MOVE 'N' TO WS-APPROVED-SW
           MOVE SPACES TO WS-ITEM-REQUESTER
           MOVE SPACES TO WS-ITEM-APPROVER
           IF WS-APPROVAL-COUNT > 0 AND
                   WS-ITEM-ID OF WS-ITEM-BUFFER NOT = SPACES
               SEARCH ALL WS-APPROVAL-TAB
                   WHEN WS-APP-ID(WS-APP-IDX) =
                           WS-ITEM-ID OF WS-ITEM-BUFFER
                       MOVE 'Y' TO WS-APPROVED-SW
                       MOVE WS-APP-REQUESTER(WS-APP-IDX)
                           TO WS-ITEM-REQUESTER
                       MOVE WS-APP-APPROVER(WS-APP-IDX)
                           TO WS-ITEM-APPROVER
               END-SEARCH
           END-IF.

       2060-CHECK-SEGREGATION.
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
               PERFORM 2070-FIND-OPERATOR
               IF NOT WS-OPR-FOUND OR
                       WS-OPR-MAY-REQUEST(WS-OPR-IDX) NOT = 'Y'
                   MOVE "REQUESTER NOT AUTHORIZED" TO WS-SOD-REASON
               ELSE
                   MOVE WS-SOD-APPROVER TO WS-CHECK-OPERATOR
                   PERFORM 2070-FIND-OPERATOR
                   IF NOT WS-OPR-FOUND OR
                           WS-OPR-MAY-APPROVE(WS-OPR-IDX) NOT = 'Y'
                       MOVE "APPROVER NOT AUTHORIZED" TO WS-SOD-REASON
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       2070-FIND-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND-SW
           IF WS-OPERATOR-COUNT > 0
               SEARCH ALL WS-OPERATOR-TAB
                   AT END
                       CONTINUE
                   WHEN WS-OPR-ID(WS-OPR-IDX) = WS-CHECK-OPERATOR
                       MOVE 'Y' TO WS-OPR-FOUND-SW
               END-SEARCH
           END-IF.

           IF WS-ITEM-AMOUNT OF WS-ITEM-BUFFER NUMERIC
               ADD WS-ITEM-AMOUNT OF WS-ITEM-BUFFER
                   TO WS-REINSTATED-AMOUNT
               MOVE WS-ITEM-AMOUNT OF WS-ITEM-BUFFER
                   TO WS-AMOUNT-EDIT
           ELSE
               MOVE 0 TO WS-AMOUNT-EDIT
           END-IF
      *> Each reinstatement is listed with who asked for it and who
      *> signed it off, so the report shows the approval behind every
      *> item that escaped write-off.
           MOVE SPACES TO WRITEOFF-RECORD
           STRING WS-ITEM-ID OF WS-ITEM-BUFFER
                   "  REINSTATED SRC "
                   WS-ITEM-SOURCE-CD OF WS-ITEM-BUFFER
                   "  AMT " WS-AMOUNT-EDIT
                   "  REQ " WS-ITEM-REQUESTER
                   " APR " WS-ITEM-APPROVER
                   DELIMITED BY SIZE INTO WRITEOFF-RECORD
           END-STRING
           WRITE WRITEOFF-RECORD.

       2200-WRITE-OFF-ITEM.
           ADD 1 TO WS-WRITEOFF-COUNT
           END-STRING
           WRITE WRITEOFF-RECORD.

       8610-WRITE-SOD-HEADER.
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "SEGREGATION OF DUTIES EXCEPTIONS - APPRFILE   "
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
           STRING APP-ITEM-ID "  " APP-REQUESTER "  "
                   APP-APPROVER "  " WS-SOD-REASON
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD.

       8630-WRITE-SOD-TOTALS.
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "APPROVALS CHECKED: " WS-SOD-CHECKED-COUNT
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "APPROVALS REFUSED: " WS-SOD-REJECT-COUNT
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD.

       8500-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WRITEOFF-RECORD
           STRING "EXPIRED ITEMS READ: " WS-EXPIRED-READ-COUNT
           CLOSE EXPIRED-IN-FILE
           CLOSE REINSTATE-FILE
           CLOSE WRITEOFF-REPORT-FILE
           PERFORM 8630-WRITE-SOD-TOTALS
           CLOSE SOD-REPORT-FILE
      *> A refused approval writes its item off, so the run is
      *> flagged for the approval to be re-keyed before EXPIREDFILE
      *> moves on.
           IF WS-SOD-REJECT-COUNT > 0
               MOVE "FAIL" TO WS-RUN-END-STATUS
               MOVE 4 TO WS-RUN-END-RC
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "OK" TO WS-RUN-END-STATUS
               MOVE 0 TO WS-RUN-END-RC
           END-IF
           PERFORM 9100-WRITE-RUN-END
           DISPLAY "REINSTATE RUN COMPLETE - " WS-REINSTATED-COUNT
               " REINSTATED, " WS-WRITEOFF-COUNT " WRITTEN OFF, "
               WS-SOD-REJECT-COUNT " APPROVALS REFUSED".
