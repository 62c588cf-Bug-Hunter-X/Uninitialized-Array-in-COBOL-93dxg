      *> requests, validates each one against the indexed master,
      *> applies it, and writes a before/after journal plus a
      *> maintenance report so every master change traces back to a
      *> request instead of a hand edit.  Each transaction must name
      *> a requester and a different approver, both authorized on
      *> AUTHOPER for master maintenance; any other is rejected and
      *> listed on the segregation-of-duties exception report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ITM-ITEM-ID
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT AUTH-OPERATOR-FILE ASSIGN TO "AUTHOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHOPER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "MAINTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-REPORT-FILE ASSIGN TO "MAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SOD-REPORT-FILE ASSIGN TO "MNTSODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRAN-FILE.
           05  MNT-ITEM-ID                  PIC X(10).
           05  MNT-ITEM-DESC                PIC X(30).
           05  FILLER                       PIC X(7).
           05  MNT-REQUESTER-ID             PIC X(10).
           05  MNT-APPROVER-ID              PIC X(10).

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

       FD  ITEM-MASTER-FILE.
       01  ITEM-MASTER-RECORD.
           05  JRN-ACTION                   PIC X(3).
           05  JRN-BEFORE-IMAGE             PIC X(50).
           05  JRN-AFTER-IMAGE              PIC X(50).
           05  JRN-REQUESTER-ID             PIC X(10).
           05  JRN-APPROVER-ID              PIC X(10).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-RECORD             PIC X(80).

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS                 PIC X(2) VALUE "00".
       01  WS-MASTER-STATUS               PIC X(2) VALUE "00".
       01  WS-AUTHOPER-STATUS             PIC X(2) VALUE "00".

       01  WS-TRAN-EOF-SW                 PIC X VALUE 'N'.
           88  WS-TRAN-EOF                 VALUE 'Y'.

       01  WS-AUTHOPER-EOF-SW             PIC X VALUE 'N'.
           88  WS-AUTHOPER-EOF             VALUE 'Y'.

       01  WS-MASTER-FOUND-SW             PIC X VALUE 'N'.
           88  WS-MASTER-FOUND             VALUE 'Y'.

       01  WS-CHANGE-COUNT                PIC 9(5) VALUE 0.
       01  WS-RETIRE-COUNT                PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT                PIC 9(5) VALUE 0.
       01  WS-SOD-REJECT-COUNT            PIC 9(5) VALUE 0.

       01  WS-REJECT-REASON               PIC X(30).

       01  WS-BEFORE-IMAGE                PIC X(50).
       01  WS-AFTER-IMAGE                 PIC X(50).

       01  WS-INSERT-IDX                  PIC 9(5).

      *> Operators authorized for master maintenance, loaded from
      *> AUTHOPER.  No AUTHOPER means no one is authorized, so every
      *> transaction is rejected rather than applied unchecked.
       78  WS-AUTH-FUNCTION               VALUE "MANT".
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
           PERFORM 1000-INITIALIZE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-AUTH-OPERATORS
           OPEN OUTPUT JOURNAL-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           OPEN OUTPUT SOD-REPORT-FILE
           PERFORM 8510-WRITE-REPORT-HEADER
           PERFORM 8610-WRITE-SOD-HEADER.

       1200-LOAD-AUTH-OPERATORS.
           OPEN INPUT AUTH-OPERATOR-FILE
           IF WS-AUTHOPER-STATUS NOT = "00"
               DISPLAY "AUTHOPER NOT AVAILABLE (STATUS "
                   WS-AUTHOPER-STATUS ") - NOTHING WILL BE APPLIED"
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

       2000-PROCESS-TRAN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE MNT-REQUESTER-ID TO WS-SOD-REQUESTER
           MOVE MNT-APPROVER-ID TO WS-SOD-APPROVER
           PERFORM 2050-CHECK-SEGREGATION
           IF MNT-ITEM-ID = SPACES
               MOVE "MISSING ITEM-ID" TO WS-REJECT-REASON
           ELSE
           IF WS-SOD-REASON NOT = SPACES
               MOVE WS-SOD-REASON TO WS-REJECT-REASON
               PERFORM 8620-WRITE-SOD-LINE
           ELSE
               EVALUATE MNT-ACTION
                   WHEN "ADD"
                       MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-WRITE-REJECT-LINE
           END-IF.
               END-DELETE
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

       3000-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE MNT-ITEM-ID TO ITM-ITEM-ID
           MOVE MNT-ACTION TO JRN-ACTION
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO JRN-AFTER-IMAGE
           MOVE MNT-REQUESTER-ID TO JRN-REQUESTER-ID
           MOVE MNT-APPROVER-ID TO JRN-APPROVER-ID
           WRITE JOURNAL-RECORD.

       2850-WRITE-APPLIED-LINE.
           END-STRING
           WRITE MAINT-REPORT-RECORD.

       8610-WRITE-SOD-HEADER.
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "SEGREGATION OF DUTIES EXCEPTIONS - MAINTFILE  "
                   "RUN DATE: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "ITEM-ID     ACT REQUESTER   APPROVER    REASON"
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD.

       8620-WRITE-SOD-LINE.
           ADD 1 TO WS-SOD-REJECT-COUNT
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING MNT-ITEM-ID "  " MNT-ACTION " " MNT-REQUESTER-ID
                   "  " MNT-APPROVER-ID "  " WS-SOD-REASON
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD.

       8630-WRITE-SOD-TOTALS.
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "TRANSACTIONS READ: " WS-TRAN-READ-COUNT
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD
           MOVE SPACES TO SOD-REPORT-RECORD
           STRING "REFUSED:           " WS-SOD-REJECT-COUNT
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
           END-STRING
           WRITE SOD-REPORT-RECORD.

       8500-WRITE-MAINT-TOTALS.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING "TRANSACTIONS READ: " WS-TRAN-READ-COUNT
           CLOSE ITEM-MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE MAINT-REPORT-FILE
           PERFORM 8630-WRITE-SOD-TOTALS
           CLOSE SOD-REPORT-FILE
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "MAINT RUN COMPLETE - " WS-ADD-COUNT " ADDED, "
               WS-CHANGE-COUNT " CHANGED, " WS-RETIRE-COUNT
               " RETIRED, " WS-REJECT-COUNT " REJECTED ("
               WS-SOD-REJECT-COUNT " FOR SEGREGATION OF DUTIES)".
