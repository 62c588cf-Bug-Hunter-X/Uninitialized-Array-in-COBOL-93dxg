       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGBATSM.
      *> Companion to BUG: the one-page nightly batch summary.  Run it
      *> as the last step of the night.  It reads the RUNCTL start and
      *> end records for the processing date and the control and
      *> trailer lines of BALRPT, RECONRPT, CHASERPT, GLCTLRPT,
      *> TRENDRPT and REJANLRPT, and prints on BATSMRPT each program
      *> that ran with its status, return code and key counts, the
      *> nightly programs that did not run, and every exception
      *> those reports raised.  The return code is the worst
      *> condition found - 8 for a missing, unfinished, backed-out
      *> or failed program, 4 for anything else needing action - so
      *> the scheduler can page on it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL BALANCE-IN-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL RECON-IN-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL CHASE-IN-FILE ASSIGN TO "CHASERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL GL-CONTROL-IN-FILE ASSIGN TO "GLCTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL TREND-IN-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT OPTIONAL REJ-ANALYSIS-IN-FILE ASSIGN TO "REJANLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO "BATSMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X(72).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM                   PIC X(8).
           05  RC-RUN-DATE                  PIC X(8).
           05  RC-REC-TYPE                  PIC X(3).
           05  RC-STATUS                    PIC X(4).
           05  RC-RETURN-CODE               PIC 9(4).

       FD  BALANCE-IN-FILE.
       01  BALANCE-IN-RECORD               PIC X(80).

       FD  RECON-IN-FILE.
       01  RECON-IN-RECORD                 PIC X(80).

       FD  CHASE-IN-FILE.
       01  CHASE-IN-RECORD                 PIC X(80).

       FD  GL-CONTROL-IN-FILE.
       01  GL-CONTROL-IN-RECORD            PIC X(80).

       FD  TREND-IN-FILE.
       01  TREND-IN-RECORD                 PIC X(80).

       FD  REJ-ANALYSIS-IN-FILE.
       01  REJ-ANALYSIS-IN-RECORD          PIC X(100).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-RECORD                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                 PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".
       01  WS-RPT-STATUS                  PIC X(2) VALUE "00".

       01  WS-RUN-END-STATUS              PIC X(4).
       01  WS-RUN-END-RC                  PIC 9(4).

       01  WS-PARM-EOF-SW                 PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.

       01  WS-RUNCTL-EOF-SW               PIC X VALUE 'N'.
           88  WS-RUNCTL-EOF               VALUE 'Y'.

       01  WS-RPT-EOF-SW                  PIC X VALUE 'N'.
           88  WS-RPT-EOF                  VALUE 'Y'.

       01  WS-RUN-DATE                    PIC X(8).

      *> The programs that log to RUNCTL, in schedule order, each
      *> with 'Y' if it must run every night and 'N' if it runs only
      *> when there is work for it.  A 'Y' program with no end
      *> record for the date is reported missing.
       78  WS-PGM-MAX                     VALUE 12.

       01  WS-PGM-LIST.
           05  FILLER                     PIC X(27) VALUE
                   "BUGRCYCLNBUGREINSNBUGRLSE N".
           05  FILLER                     PIC X(27) VALUE
                   "BUG     YBUGRTRN YBUGRECONY".
           05  FILLER                     PIC X(27) VALUE
                   "BUGGLJRNYBUGTRENDYBUGRJRPTY".
           05  FILLER                     PIC X(27) VALUE
                   "BUGBKOUTNBUGHSKP NBUGPCLOSN".
       01  WS-PGM-LIST-TAB REDEFINES WS-PGM-LIST.
           05  WS-PGM-LIST-ENTRY OCCURS 12 TIMES.
               10  WS-PGM-LIST-NAME        PIC X(8).
               10  WS-PGM-LIST-EXPECTED    PIC X(1).

      *> State from the log: space never started, 'S' started with no
      *> end after it, 'E' ended, 'B' backed out after its end.
       01  WS-PGM-AREA.
           05  WS-PGM-ENTRY OCCURS 12 TIMES
                       INDEXED BY WS-PGM-IDX.
               10  WS-PGM-NAME             PIC X(8).
               10  WS-PGM-EXPECTED         PIC X(1).
               10  WS-PGM-STATE            PIC X(1).
               10  WS-PGM-RUNS             PIC 9(2).
               10  WS-PGM-END-STATUS       PIC X(4).
               10  WS-PGM-END-RC           PIC 9(4).

       01  WS-PGM-RPT-IDX                 PIC 9(2).

      *> The reports read, each with the list position of the program
      *> that writes it.
       78  WS-RPT-MAX                     VALUE 6.

       01  WS-RPT-LIST.
           05  FILLER                     PIC X(33) VALUE
                   "BALRPT   04RECONRPT 06CHASERPT 06".
           05  FILLER                     PIC X(33) VALUE
                   "GLCTLRPT 07TRENDRPT 08REJANLRPT09".
       01  WS-RPT-LIST-TAB REDEFINES WS-RPT-LIST.
           05  WS-RPT-LIST-ENTRY OCCURS 6 TIMES.
               10  WS-RPT-NAME             PIC X(9).
               10  WS-RPT-OWNER            PIC 9(2).

      *> 'N' not found, 'S' not for the run date, 'Y' read.
       01  WS-RPT-AREA.
           05  WS-RPT-ENTRY OCCURS 6 TIMES.
               10  WS-RPT-STATE            PIC X(1).
               10  WS-RPT-FILE-DATE        PIC X(8).
               10  WS-RPT-LINES            PIC 9(5).

       01  WS-RPT-IDX                     PIC 9(2).
       01  WS-RPT-READ-COUNT              PIC 9(2) VALUE 0.

      *> One report line, with a view for each control line layout
      *> the reports use.
       01  WS-RPT-LINE                    PIC X(100).
       01  WS-RL-COUNT-24 REDEFINES WS-RPT-LINE.
           05  WS-RL24-LABEL               PIC X(24).
           05  WS-RL24-N7                  PIC X(7).
           05  FILLER                      PIC X(69).
       01  WS-RL-COUNT-24S REDEFINES WS-RPT-LINE.
           05  FILLER                      PIC X(24).
           05  WS-RL24-N5                  PIC X(5).
           05  FILLER                      PIC X(71).
       01  WS-RL-COUNT-21 REDEFINES WS-RPT-LINE.
           05  WS-RL21-LABEL               PIC X(21).
           05  WS-RL21-N7                  PIC X(7).
           05  FILLER                      PIC X(72).
       01  WS-RL-COUNT-21S REDEFINES WS-RPT-LINE.
           05  FILLER                      PIC X(21).
           05  WS-RL21-N3                  PIC X(3).
           05  FILLER                      PIC X(76).
       01  WS-RL-ACK REDEFINES WS-RPT-LINE.
           05  WS-RLA-LABEL                PIC X(18).
           05  FILLER                      PIC X(82).
       01  WS-RL-UNMAPPED REDEFINES WS-RPT-LINE.
           05  WS-RLU-LABEL                PIC X(14).
           05  WS-RLU-N5                   PIC X(5).
           05  FILLER                      PIC X(81).
       01  WS-RL-TREND REDEFINES WS-RPT-LINE.
           05  WS-RLT-LABEL                PIC X(27).
           05  WS-RLT-PRIOR                PIC X(5).
           05  WS-RLT-LABEL2               PIC X(19).
           05  WS-RLT-FLAGGED              PIC X(5).
           05  FILLER                      PIC X(44).
       01  WS-RL-REJECTS REDEFINES WS-RPT-LINE.
           05  WS-RLR-LABEL                PIC X(15).
           05  WS-RLR-N7                   PIC X(7).
           05  FILLER                      PIC X(78).
       01  WS-RL-SOURCE REDEFINES WS-RPT-LINE.
           05  WS-RLS-LABEL                PIC X(7).
           05  WS-RLS-SOURCE-CD            PIC X(3).
           05  FILLER                      PIC X(90).
       01  WS-RL-CONTINUED REDEFINES WS-RPT-LINE.
           05  WS-RLC-INDENT               PIC X(11).
           05  WS-RLC-TEXT                 PIC X(89).
      *> Report headings carry the date at these positions.
       01  WS-RL-BAL-HEAD REDEFINES WS-RPT-LINE.
           05  WS-RLB-LABEL                PIC X(14).
           05  FILLER                      PIC X(28).
           05  WS-RLB-DATE                 PIC X(8).
           05  FILLER                      PIC X(50).
       01  WS-RL-HEAD-31 REDEFINES WS-RPT-LINE.
           05  WS-RLH31-LABEL              PIC X(31).
           05  WS-RLH31-DATE               PIC X(8).
           05  FILLER                      PIC X(61).
       01  WS-RL-HEAD-32 REDEFINES WS-RPT-LINE.
           05  WS-RLH32-LABEL              PIC X(32).
           05  WS-RLH32-DATE               PIC X(8).
           05  FILLER                      PIC X(60).
       01  WS-RL-HEAD-28 REDEFINES WS-RPT-LINE.
           05  WS-RLH28-LABEL              PIC X(28).
           05  WS-RLH28-DATE               PIC X(8).
           05  FILLER                      PIC X(64).

       01  WS-FLAG-TALLY                  PIC 9(3) VALUE 0.
       01  WS-LAST-SOURCE-CD              PIC X(3) VALUE SPACES.

      *> Key counts lifted from the reports.
       01  WS-BAL-READ                    PIC 9(7) VALUE 0.
       01  WS-BAL-STAGED                  PIC 9(5) VALUE 0.
       01  WS-BAL-REJECTED                PIC 9(5) VALUE 0.
       01  WS-BAL-EXPIRED                 PIC 9(5) VALUE 0.
       01  WS-RCN-POSTED                  PIC 9(7) VALUE 0.
       01  WS-RCN-UNACKED                 PIC 9(7) VALUE 0.
       01  WS-RCN-CHASE                   PIC 9(7) VALUE 0.
       01  WS-RCN-UNEXPECTED              PIC 9(7) VALUE 0.
       01  WS-GL-DETAILS                  PIC 9(7) VALUE 0.
       01  WS-GL-BUCKETS                  PIC 9(3) VALUE 0.
       01  WS-GL-UNMAPPED                 PIC 9(5) VALUE 0.
       01  WS-TRD-FLAGGED                 PIC 9(5) VALUE 0.
       01  WS-RJA-REJECTS                 PIC 9(7) VALUE 0.

      *> Exceptions needing action, in the order found: programs
      *> first, then each report's own.  Severity 8 pages on-call,
      *> 4 waits for the morning.
       78  WS-MAX-EXCEPTIONS              VALUE 40.

       01  WS-EXC-AREA.
           05  WS-EXC-COUNT                PIC 9(3) VALUE 0.
           05  WS-EXC-ENTRY OCCURS WS-MAX-EXCEPTIONS TIMES.
               10  WS-EXC-SEVERITY         PIC 9(1).
               10  WS-EXC-SOURCE           PIC X(9).
               10  WS-EXC-TEXT             PIC X(80).

       01  WS-EXC-IDX                     PIC 9(3).
       01  WS-EXC-TOTAL                   PIC 9(3) VALUE 0.
       01  WS-EXC-OVERFLOW                PIC 9(3) VALUE 0.
       01  WS-NEW-SEVERITY                PIC 9(1).
       01  WS-NEW-SOURCE                  PIC X(9).
       01  WS-NEW-TEXT                    PIC X(80).

       01  WS-WORST-RC                    PIC 9(4) VALUE 0.
       01  WS-RAN-COUNT                   PIC 9(2) VALUE 0.
       01  WS-MISSING-COUNT               PIC 9(2) VALUE 0.
       01  WS-FAILED-COUNT                PIC 9(2) VALUE 0.

       01  WS-SHOW-STATUS                 PIC X(7).
       01  WS-SHOW-RC                     PIC X(4).
       01  WS-SHOW-COUNTS                 PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-RUN-CONTROL
           PERFORM 1950-WRITE-RUN-START
           PERFORM 4000-ASSESS-PROGRAMS
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-MAX
               PERFORM 3000-READ-REPORT
           END-PERFORM
           PERFORM 8500-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-PARMS
           PERFORM VARYING WS-PGM-RPT-IDX FROM 1 BY 1
                   UNTIL WS-PGM-RPT-IDX > WS-PGM-MAX
               MOVE WS-PGM-LIST-NAME(WS-PGM-RPT-IDX)
                   TO WS-PGM-NAME(WS-PGM-RPT-IDX)
               MOVE WS-PGM-LIST-EXPECTED(WS-PGM-RPT-IDX)
                   TO WS-PGM-EXPECTED(WS-PGM-RPT-IDX)
               MOVE SPACES TO WS-PGM-STATE(WS-PGM-RPT-IDX)
               MOVE 0 TO WS-PGM-RUNS(WS-PGM-RPT-IDX)
               MOVE SPACES TO WS-PGM-END-STATUS(WS-PGM-RPT-IDX)
               MOVE 0 TO WS-PGM-END-RC(WS-PGM-RPT-IDX)
           END-PERFORM
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-RPT-MAX
               MOVE 'N' TO WS-RPT-STATE(WS-RPT-IDX)
               MOVE SPACES TO WS-RPT-FILE-DATE(WS-RPT-IDX)
               MOVE 0 TO WS-RPT-LINES(WS-RPT-IDX)
           END-PERFORM.

       1050-READ-PARMS.
      *> The processing date the night ran for - the same PARMFILE
      *> the rest of the batch took it from.
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
           END-IF.

       1950-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGBATSM" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "STR" TO RC-REC-TYPE
           MOVE SPACES TO RC-STATUS
           MOVE 0 TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGBATSM" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "END" TO RC-REC-TYPE
           MOVE WS-RUN-END-STATUS TO RC-STATUS
           MOVE WS-RUN-END-RC TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       2000-SCAN-RUN-CONTROL.
      *> A first-ever run finds no log; the OPTIONAL open reports 05
      *> with the file left open, and it must be closed or 1950's
      *> OPEN EXTEND would fail.  Every nightly program then shows
      *> as missing, which is the truth.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "05"
               CLOSE RUN-CONTROL-FILE
               DISPLAY "RUN CONTROL LOG EMPTY - NO PROGRAM HAS RUN"
           ELSE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "NO RUN CONTROL LOG (STATUS " WS-RUNCTL-STATUS
                   ") - PROGRAM STATUS NOT KNOWN"
           ELSE
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RC-RUN-DATE = WS-RUN-DATE
                               PERFORM 2100-APPLY-RUNCTL-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           END-IF.

       2100-APPLY-RUNCTL-RECORD.
      *> The log is in time order, so the last record for a program
      *> is its state: a start after the last end is a run that never
      *> finished, and a BUG backout after its end undoes the date.
           SET WS-PGM-IDX TO 1
           SEARCH WS-PGM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PGM-NAME(WS-PGM-IDX) = RC-PROGRAM
                   EVALUATE RC-REC-TYPE
                       WHEN "STR"
                           ADD 1 TO WS-PGM-RUNS(WS-PGM-IDX)
                           MOVE 'S' TO WS-PGM-STATE(WS-PGM-IDX)
                       WHEN "END"
                           MOVE 'E' TO WS-PGM-STATE(WS-PGM-IDX)
                           MOVE RC-STATUS
                               TO WS-PGM-END-STATUS(WS-PGM-IDX)
                           MOVE RC-RETURN-CODE
                               TO WS-PGM-END-RC(WS-PGM-IDX)
                       WHEN "BKO"
                           MOVE 'B' TO WS-PGM-STATE(WS-PGM-IDX)
                   END-EVALUATE
           END-SEARCH.

       3000-READ-REPORT.
      *> CHASERPT is written by the same BUGRECON run as RECONRPT and
      *> its heading has no fixed date position, so it is only read
      *> when RECONRPT was for the run date.
           IF WS-RPT-IDX = 3 AND WS-RPT-STATE(2) NOT = 'Y'
               MOVE WS-RPT-STATE(2) TO WS-RPT-STATE(WS-RPT-IDX)
           ELSE
               PERFORM 3100-OPEN-REPORT
               IF WS-RPT-STATUS = "05"
                   PERFORM 3400-CLOSE-REPORT
               ELSE
               IF WS-RPT-STATUS NOT = "00"
                   DISPLAY WS-RPT-NAME(WS-RPT-IDX)
                       " NOT AVAILABLE (STATUS " WS-RPT-STATUS ")"
               ELSE
                   MOVE 'Y' TO WS-RPT-STATE(WS-RPT-IDX)
                   MOVE SPACES TO WS-LAST-SOURCE-CD
                   MOVE 'N' TO WS-RPT-EOF-SW
                   PERFORM UNTIL WS-RPT-EOF OR
                           WS-RPT-STATE(WS-RPT-IDX) = 'S'
                       PERFORM 3200-READ-REPORT-LINE
                       IF NOT WS-RPT-EOF
                           ADD 1 TO WS-RPT-LINES(WS-RPT-IDX)
                           IF WS-RPT-LINES(WS-RPT-IDX) = 1
                               PERFORM 3300-CHECK-REPORT-DATE
                           ELSE
                               PERFORM 3500-APPLY-REPORT-LINE
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM 3400-CLOSE-REPORT
                   ADD 1 TO WS-RPT-READ-COUNT
               END-IF
               END-IF
           END-IF
           PERFORM 3900-CHECK-REPORT-STATE.

       3100-OPEN-REPORT.
           EVALUATE WS-RPT-IDX
               WHEN 1
                   OPEN INPUT BALANCE-IN-FILE
               WHEN 2
                   OPEN INPUT RECON-IN-FILE
               WHEN 3
                   OPEN INPUT CHASE-IN-FILE
               WHEN 4
                   OPEN INPUT GL-CONTROL-IN-FILE
               WHEN 5
                   OPEN INPUT TREND-IN-FILE
               WHEN 6
                   OPEN INPUT REJ-ANALYSIS-IN-FILE
           END-EVALUATE.

       3200-READ-REPORT-LINE.
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE WS-RPT-IDX
               WHEN 1
                   READ BALANCE-IN-FILE INTO WS-RPT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ RECON-IN-FILE INTO WS-RPT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ CHASE-IN-FILE INTO WS-RPT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ GL-CONTROL-IN-FILE INTO WS-RPT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ TREND-IN-FILE INTO WS-RPT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ REJ-ANALYSIS-IN-FILE INTO WS-RPT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                   END-READ
           END-EVALUATE.

       3300-CHECK-REPORT-DATE.
      *> A report left over from an earlier night must not pass for
      *> tonight's, so each heading's date is checked before any of
      *> its counts are taken.
           EVALUATE WS-RPT-IDX
               WHEN 1
                   IF WS-RLB-LABEL = "RUN SETTINGS ("
                       MOVE WS-RLB-DATE TO WS-RPT-FILE-DATE(WS-RPT-IDX)
                   END-IF
               WHEN 2
                   IF WS-RLH31-LABEL =
                           "ACK RECONCILIATION   RUN DATE: "
                       MOVE WS-RLH31-DATE
                           TO WS-RPT-FILE-DATE(WS-RPT-IDX)
                   END-IF
               WHEN 3
                   MOVE WS-RPT-FILE-DATE(2)
                       TO WS-RPT-FILE-DATE(WS-RPT-IDX)
               WHEN 4
                   IF WS-RLH31-LABEL =
                           "GL JOURNAL CONTROL   RUN DATE: "
                       MOVE WS-RLH31-DATE
                           TO WS-RPT-FILE-DATE(WS-RPT-IDX)
                   END-IF
               WHEN 5
                   IF WS-RLH32-LABEL =
                           "RUN TREND REPORT   CURRENT RUN: "
                       MOVE WS-RLH32-DATE
                           TO WS-RPT-FILE-DATE(WS-RPT-IDX)
                   END-IF
               WHEN 6
                   IF WS-RLH28-LABEL = "REJECT ANALYSIS   RUN DATE: "
                       MOVE WS-RLH28-DATE
                           TO WS-RPT-FILE-DATE(WS-RPT-IDX)
                   END-IF
           END-EVALUATE
           IF WS-RPT-FILE-DATE(WS-RPT-IDX) NOT = WS-RUN-DATE
               MOVE 'S' TO WS-RPT-STATE(WS-RPT-IDX)
           END-IF.

       3400-CLOSE-REPORT.
           EVALUATE WS-RPT-IDX
               WHEN 1
                   CLOSE BALANCE-IN-FILE
               WHEN 2
                   CLOSE RECON-IN-FILE
               WHEN 3
                   CLOSE CHASE-IN-FILE
               WHEN 4
                   CLOSE GL-CONTROL-IN-FILE
               WHEN 5
                   CLOSE TREND-IN-FILE
               WHEN 6
                   CLOSE REJ-ANALYSIS-IN-FILE
           END-EVALUATE.

       3500-APPLY-REPORT-LINE.
           EVALUATE WS-RPT-IDX
               WHEN 1
                   PERFORM 3510-APPLY-BALANCE-LINE
               WHEN 2
                   PERFORM 3520-APPLY-RECON-LINE
               WHEN 3
      *> Every line after the heading is an item to chase.
                   MOVE 4 TO WS-NEW-SEVERITY
                   MOVE WS-RPT-LINE TO WS-NEW-TEXT
                   PERFORM 4900-ADD-REPORT-EXCEPTION
               WHEN 4
                   PERFORM 3540-APPLY-GL-CONTROL-LINE
               WHEN 5
                   PERFORM 3550-APPLY-TREND-LINE
               WHEN 6
                   IF WS-RLR-LABEL = "TOTAL REJECTS: " AND
                           WS-RLR-N7 NUMERIC
                       MOVE WS-RLR-N7 TO WS-RJA-REJECTS
                   END-IF
           END-EVALUATE.

       3510-APPLY-BALANCE-LINE.
           IF WS-RLS-LABEL = "SOURCE "
               MOVE WS-RLS-SOURCE-CD TO WS-LAST-SOURCE-CD
           END-IF
           IF WS-RL24-LABEL = "INPUT RECORDS READ:     " AND
                   WS-RL24-N7 NUMERIC
               MOVE WS-RL24-N7 TO WS-BAL-READ
           END-IF
           IF WS-RL24-LABEL = "WS-COUNT (STAGED):      " AND
                   WS-RL24-N5 NUMERIC
               MOVE WS-RL24-N5 TO WS-BAL-STAGED
           END-IF
           IF WS-RL24-LABEL = "REJECTS EXCLUDED:       " AND
                   WS-RL24-N5 NUMERIC
               MOVE WS-RL24-N5 TO WS-BAL-REJECTED
           END-IF
           IF WS-RL24-LABEL = "ITEMS EXPIRED:          " AND
                   WS-RL24-N5 NUMERIC
               MOVE WS-RL24-N5 TO WS-BAL-EXPIRED
           END-IF
           IF WS-RPT-LINE = "RUN STATUS: OUT OF BALANCE"
               MOVE 4 TO WS-NEW-SEVERITY
               MOVE WS-RPT-LINE TO WS-NEW-TEXT
               PERFORM 4900-ADD-REPORT-EXCEPTION
           END-IF
      *> A control total mismatch is printed indented under its
      *> source line, so the source is put back in front of it.
           MOVE 0 TO WS-FLAG-TALLY
           INSPECT WS-RPT-LINE TALLYING WS-FLAG-TALLY FOR ALL "***"
           IF WS-FLAG-TALLY > 0
               MOVE 4 TO WS-NEW-SEVERITY
               MOVE SPACES TO WS-NEW-TEXT
               IF WS-RLC-INDENT = SPACES
                   STRING "SOURCE " WS-LAST-SOURCE-CD " "
                           WS-RLC-TEXT
                           DELIMITED BY SIZE INTO WS-NEW-TEXT
                   END-STRING
               ELSE
                   MOVE WS-RPT-LINE TO WS-NEW-TEXT
               END-IF
               PERFORM 4900-ADD-REPORT-EXCEPTION
           END-IF.

       3520-APPLY-RECON-LINE.
           IF WS-RL21-LABEL = "POSTED ITEMS:        " AND
                   WS-RL21-N7 NUMERIC
               MOVE WS-RL21-N7 TO WS-RCN-POSTED
           END-IF
           IF WS-RL21-LABEL = "STILL OPEN:          " AND
                   WS-RL21-N7 NUMERIC
               MOVE WS-RL21-N7 TO WS-RCN-UNACKED
           END-IF
           IF WS-RL21-LABEL = "ON CHASE LIST:       " AND
                   WS-RL21-N7 NUMERIC
               MOVE WS-RL21-N7 TO WS-RCN-CHASE
           END-IF
           IF WS-RL21-LABEL = "UNEXPECTED ACKS:     " AND
                   WS-RL21-N7 NUMERIC
               MOVE WS-RL21-N7 TO WS-RCN-UNEXPECTED
           END-IF
           IF WS-RLA-LABEL = "UNEXPECTED ACK    "
               MOVE 4 TO WS-NEW-SEVERITY
               MOVE WS-RPT-LINE TO WS-NEW-TEXT
               PERFORM 4900-ADD-REPORT-EXCEPTION
           END-IF.

       3540-APPLY-GL-CONTROL-LINE.
           IF WS-RL21-LABEL = "DETAILS READ:        " AND
                   WS-RL21-N7 NUMERIC
               MOVE WS-RL21-N7 TO WS-GL-DETAILS
           END-IF
           IF WS-RL21-LABEL = "SUMMARY BUCKETS:     " AND
                   WS-RL21-N3 NUMERIC
               MOVE WS-RL21-N3 TO WS-GL-BUCKETS
           END-IF
           IF WS-RLU-LABEL = "*** UNMAPPED: " AND WS-RLU-N5 NUMERIC
               MOVE WS-RLU-N5 TO WS-GL-UNMAPPED
           END-IF
           MOVE 0 TO WS-FLAG-TALLY
           INSPECT WS-RPT-LINE TALLYING WS-FLAG-TALLY FOR ALL "***"
           IF WS-FLAG-TALLY > 0
               MOVE 4 TO WS-NEW-SEVERITY
               MOVE WS-RPT-LINE TO WS-NEW-TEXT
               PERFORM 4900-ADD-REPORT-EXCEPTION
           END-IF.

       3550-APPLY-TREND-LINE.
           IF WS-RLT-LABEL = "PRIOR RUNS OUT OF BALANCE: " AND
                   WS-RLT-FLAGGED NUMERIC
               MOVE WS-RLT-FLAGGED TO WS-TRD-FLAGGED
           END-IF
           MOVE 0 TO WS-FLAG-TALLY
           INSPECT WS-RPT-LINE TALLYING WS-FLAG-TALLY FOR ALL "***"
               WS-FLAG-TALLY FOR ALL "*FLAG*"
           IF WS-FLAG-TALLY > 0
               MOVE 4 TO WS-NEW-SEVERITY
               MOVE WS-RPT-LINE TO WS-NEW-TEXT
               PERFORM 4900-ADD-REPORT-EXCEPTION
           END-IF.

       3900-CHECK-REPORT-STATE.
      *> A report is only owed when the program that writes it ran
      *> for the date; a program that did not run is already listed.
           MOVE WS-RPT-OWNER(WS-RPT-IDX) TO WS-PGM-RPT-IDX
           IF WS-RPT-IDX NOT = 3 AND
                   WS-PGM-STATE(WS-PGM-RPT-IDX) = 'E'
               MOVE 4 TO WS-NEW-SEVERITY
               MOVE SPACES TO WS-NEW-TEXT
               EVALUATE WS-RPT-STATE(WS-RPT-IDX)
                   WHEN 'N'
                       STRING "REPORT NOT FOUND, THOUGH "
                               WS-PGM-NAME(WS-PGM-RPT-IDX)
                               " ENDED FOR " WS-RUN-DATE
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM 4900-ADD-REPORT-EXCEPTION
                   WHEN 'S'
                       STRING "REPORT IS DATED "
                               WS-RPT-FILE-DATE(WS-RPT-IDX)
                               ", NOT " WS-RUN-DATE
                               " - COUNTS NOT TAKEN"
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                       END-STRING
                       PERFORM 4900-ADD-REPORT-EXCEPTION
               END-EVALUATE
           END-IF.

       4000-ASSESS-PROGRAMS.
           PERFORM VARYING WS-PGM-RPT-IDX FROM 1 BY 1
                   UNTIL WS-PGM-RPT-IDX > WS-PGM-MAX
               MOVE SPACES TO WS-NEW-TEXT
               EVALUATE WS-PGM-STATE(WS-PGM-RPT-IDX)
                   WHEN SPACE
                       IF WS-PGM-EXPECTED(WS-PGM-RPT-IDX) = 'Y'
                           ADD 1 TO WS-MISSING-COUNT
                           MOVE 8 TO WS-NEW-SEVERITY
                           STRING "MISSING - NO END RECORD FOR "
                                   WS-RUN-DATE
                                   ", DUE EVERY NIGHT"
                                   DELIMITED BY SIZE INTO WS-NEW-TEXT
                           END-STRING
                       END-IF
                   WHEN 'S'
                       ADD 1 TO WS-RAN-COUNT
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE 8 TO WS-NEW-SEVERITY
                       STRING "STARTED BUT NO END RECORD - ABENDED "
                               "OR STILL RUNNING"
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                       END-STRING
                   WHEN 'B'
                       ADD 1 TO WS-RAN-COUNT
                       MOVE 8 TO WS-NEW-SEVERITY
                       STRING "DATE BACKED OUT - RERUN DUE"
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                       END-STRING
                   WHEN 'E'
                       ADD 1 TO WS-RAN-COUNT
                       PERFORM 4100-ASSESS-ENDED-PROGRAM
               END-EVALUATE
               IF WS-NEW-TEXT NOT = SPACES
                   MOVE WS-PGM-NAME(WS-PGM-RPT-IDX) TO WS-NEW-SOURCE
                   PERFORM 4950-ADD-EXCEPTION
               END-IF
           END-PERFORM.

       4100-ASSESS-ENDED-PROGRAM.
           IF WS-PGM-END-RC(WS-PGM-RPT-IDX) >= 8
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO WS-NEW-SEVERITY
               STRING "ENDED " WS-PGM-END-STATUS(WS-PGM-RPT-IDX)
                       " RC " WS-PGM-END-RC(WS-PGM-RPT-IDX)
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-STRING
           ELSE
           IF WS-PGM-END-RC(WS-PGM-RPT-IDX) > 0 OR
                   WS-PGM-END-STATUS(WS-PGM-RPT-IDX) = "FAIL"
               ADD 1 TO WS-FAILED-COUNT
               MOVE 4 TO WS-NEW-SEVERITY
               STRING "ENDED " WS-PGM-END-STATUS(WS-PGM-RPT-IDX)
                       " RC " WS-PGM-END-RC(WS-PGM-RPT-IDX)
                       " - SEE ITS REPORT"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-STRING
           ELSE
           IF WS-PGM-END-STATUS(WS-PGM-RPT-IDX) = "PART"
               MOVE 4 TO WS-NEW-SEVERITY
               STRING "PARTIAL WINDOW - FINISH-UP RUN DUE FROM "
                       "CARRYFILE"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-STRING
           END-IF
           END-IF
           END-IF.

       4900-ADD-REPORT-EXCEPTION.
           MOVE WS-RPT-NAME(WS-RPT-IDX) TO WS-NEW-SOURCE
           PERFORM 4950-ADD-EXCEPTION.

       4950-ADD-EXCEPTION.
      *> The page holds a fixed number; the rest are counted, and
      *> still count toward the return code.
           ADD 1 TO WS-EXC-TOTAL
           IF WS-NEW-SEVERITY > WS-WORST-RC
               MOVE WS-NEW-SEVERITY TO WS-WORST-RC
           END-IF
           IF WS-EXC-COUNT >= WS-MAX-EXCEPTIONS
               ADD 1 TO WS-EXC-OVERFLOW
           ELSE
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-NEW-SEVERITY TO WS-EXC-SEVERITY(WS-EXC-COUNT)
               MOVE WS-NEW-SOURCE TO WS-EXC-SOURCE(WS-EXC-COUNT)
               MOVE WS-NEW-TEXT TO WS-EXC-TEXT(WS-EXC-COUNT)
           END-IF.

       8500-WRITE-SUMMARY.
           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE SPACES TO SUMMARY-RECORD
           STRING "NIGHTLY BATCH SUMMARY   RUN DATE: " WS-RUN-DATE
                   "   WORST CONDITION RC: " WS-WORST-RC
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "PROGRAM   STATUS   RC    RUNS  KEY COUNTS"
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           PERFORM VARYING WS-PGM-RPT-IDX FROM 1 BY 1
                   UNTIL WS-PGM-RPT-IDX > WS-PGM-MAX
               IF WS-PGM-STATE(WS-PGM-RPT-IDX) NOT = SPACE OR
                       WS-PGM-EXPECTED(WS-PGM-RPT-IDX) = 'Y'
                   PERFORM 8510-WRITE-PROGRAM-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "EXCEPTIONS NEEDING ACTION: " WS-EXC-TOTAL
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           IF WS-EXC-TOTAL = 0
               MOVE SPACES TO SUMMARY-RECORD
               STRING "  NONE - THE NIGHT RAN CLEAN"
                       DELIMITED BY SIZE INTO SUMMARY-RECORD
               END-STRING
               WRITE SUMMARY-RECORD
           ELSE
               MOVE SPACES TO SUMMARY-RECORD
               STRING "RC  FROM       DETAIL"
                       DELIMITED BY SIZE INTO SUMMARY-RECORD
               END-STRING
               WRITE SUMMARY-RECORD
               PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                       UNTIL WS-EXC-IDX > WS-EXC-COUNT
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING " " WS-EXC-SEVERITY(WS-EXC-IDX)
                           "  " WS-EXC-SOURCE(WS-EXC-IDX)
                           "  " WS-EXC-TEXT(WS-EXC-IDX)
                           DELIMITED BY SIZE INTO SUMMARY-RECORD
                   END-STRING
                   WRITE SUMMARY-RECORD
               END-PERFORM
               IF WS-EXC-OVERFLOW > 0
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "  ... " WS-EXC-OVERFLOW
                           " FURTHER EXCEPTIONS NOT LISTED - SEE THE "
                           "REPORTS ABOVE"
                           DELIMITED BY SIZE INTO SUMMARY-RECORD
                   END-STRING
                   WRITE SUMMARY-RECORD
               END-IF
           END-IF
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "PROGRAMS RAN: " WS-RAN-COUNT
                   "  MISSING OR UNFINISHED: " WS-MISSING-COUNT
                   "  FAILED OR WARNING: " WS-FAILED-COUNT
                   "  REPORTS READ: " WS-RPT-READ-COUNT
                   " OF " WS-RPT-MAX
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           CLOSE SUMMARY-REPORT-FILE.

       8510-WRITE-PROGRAM-LINE.
           MOVE "----" TO WS-SHOW-RC
           EVALUATE WS-PGM-STATE(WS-PGM-RPT-IDX)
               WHEN SPACE
                   MOVE "MISSING" TO WS-SHOW-STATUS
               WHEN 'S'
                   MOVE "NO END" TO WS-SHOW-STATUS
               WHEN 'B'
                   MOVE "BKOUT" TO WS-SHOW-STATUS
               WHEN 'E'
                   MOVE WS-PGM-END-STATUS(WS-PGM-RPT-IDX)
                       TO WS-SHOW-STATUS
                   MOVE WS-PGM-END-RC(WS-PGM-RPT-IDX) TO WS-SHOW-RC
           END-EVALUATE
           PERFORM 8520-SET-KEY-COUNTS
           MOVE SPACES TO SUMMARY-RECORD
           STRING WS-PGM-NAME(WS-PGM-RPT-IDX)
                   "  " WS-SHOW-STATUS
                   "  " WS-SHOW-RC
                   "  " WS-PGM-RUNS(WS-PGM-RPT-IDX)
                   "    " WS-SHOW-COUNTS
                   DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD.

       8520-SET-KEY-COUNTS.
      *> Counts only come from a report written for the run date.
           MOVE SPACES TO WS-SHOW-COUNTS
           EVALUATE WS-PGM-NAME(WS-PGM-RPT-IDX)
               WHEN "BUG"
                   IF WS-RPT-STATE(1) = 'Y'
                       STRING "READ " WS-BAL-READ
                               "  STAGED " WS-BAL-STAGED
                               "  REJECTED " WS-BAL-REJECTED
                               "  EXPIRED " WS-BAL-EXPIRED
                               DELIMITED BY SIZE INTO WS-SHOW-COUNTS
                       END-STRING
                   END-IF
               WHEN "BUGRECON"
                   IF WS-RPT-STATE(2) = 'Y'
                       STRING "POSTED " WS-RCN-POSTED
                               "  UNACKNOWLEDGED " WS-RCN-UNACKED
                               "  TO CHASE " WS-RCN-CHASE
                               DELIMITED BY SIZE INTO WS-SHOW-COUNTS
                       END-STRING
                   END-IF
               WHEN "BUGGLJRN"
                   IF WS-RPT-STATE(4) = 'Y'
                       STRING "DETAILS " WS-GL-DETAILS
                               "  BUCKETS " WS-GL-BUCKETS
                               "  UNMAPPED BUCKETS " WS-GL-UNMAPPED
                               DELIMITED BY SIZE INTO WS-SHOW-COUNTS
                       END-STRING
                   END-IF
               WHEN "BUGTREND"
                   IF WS-RPT-STATE(5) = 'Y'
                       STRING "METRICS FLAGGED " WS-TRD-FLAGGED
                               DELIMITED BY SIZE INTO WS-SHOW-COUNTS
                       END-STRING
                   END-IF
               WHEN "BUGRJRPT"
                   IF WS-RPT-STATE(6) = 'Y'
                       STRING "REJECTS IN TRAILING WINDOW "
                               WS-RJA-REJECTS
                               DELIMITED BY SIZE INTO WS-SHOW-COUNTS
                       END-STRING
                   END-IF
           END-EVALUATE.

       9000-TERMINATE.
      *> As for the nightly programs, a warning (RC 4) still ends OK;
      *> only an RC 8 condition marks the summary run FAIL.
           MOVE WS-WORST-RC TO RETURN-CODE
           IF WS-WORST-RC >= 8
               MOVE "FAIL" TO WS-RUN-END-STATUS
           ELSE
               MOVE "OK" TO WS-RUN-END-STATUS
           END-IF
           MOVE WS-WORST-RC TO WS-RUN-END-RC
           PERFORM 9100-WRITE-RUN-END
           DISPLAY "BATCH SUMMARY COMPLETE - " WS-EXC-TOTAL
               " EXCEPTIONS, WORST CONDITION RC " WS-WORST-RC.
