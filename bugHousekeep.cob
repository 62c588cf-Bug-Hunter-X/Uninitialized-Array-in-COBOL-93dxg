       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGHSKP.
      *> Companion to BUG: retention housekeeping for the cumulative
      *> files that only ever grow - PROCHIST, REJHIST, RUNHIST and
      *> the RUNCTL log.  Each file's retention in days comes from
      *> HSKPPARM; rows older than that are appended to the file's
      *> archive (PROCARCH, REJARCH, RUNHARCH, RUNCARCH), each row
      *> prefixed with the date it was archived, and the live file
      *> is rewritten with only the rows still in retention.  A
      *> before/after control report (HSKPRPT) accounts for every
      *> row of every file.  A retention shorter than BUG's
      *> cross-run duplicate lookback or BUGRJRPT's trailing window
      *> is refused outright, so a short setting cannot quietly
      *> break either; history of a period finance has not yet
      *> closed stays live for BUGPCLOS whatever its age, and the
      *> latest end record of every program stays on RUNCTL for the
      *> sequencing checks.

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

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL PROCHIST-ARCHIVE-FILE ASSIGN TO "PROCARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL REJHIST-ARCHIVE-FILE ASSIGN TO "REJARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL RUNHIST-ARCHIVE-FILE ASSIGN TO "RUNHARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL RUNCTL-ARCHIVE-FILE ASSIGN TO "RUNCARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT HOUSEKEEP-WORK-FILE ASSIGN TO "HSKPWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT HOUSEKEEP-PARM-FILE ASSIGN TO "HSKPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSKPPARM-STATUS.

           SELECT HOUSEKEEP-REPORT-FILE ASSIGN TO "HSKPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO "PERIODSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESSED-HIST-FILE.
       01  PROCESSED-HIST-RECORD.
           05  PH-ITEM-ID                   PIC X(10).
           05  PH-RUN-DATE                  PIC X(8).
           05  FILLER                       PIC X(62).

       FD  REJECT-HIST-FILE.
       01  REJECT-HIST-RECORD.
           05  RJH-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X(19).

       FD  RUN-HISTORY-FILE.
       01  RUN-HISTORY-RECORD.
           05  RH-RUN-DATE                  PIC X(8).
           05  FILLER                       PIC X(39).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM                   PIC X(8).
           05  RC-RUN-DATE                  PIC X(8).
           05  RC-REC-TYPE                  PIC X(3).
           05  RC-STATUS                    PIC X(4).
           05  RC-RETURN-CODE               PIC 9(4).

      *> Archive rows are the live row as it was, behind the date it
      *> was archived on.
       FD  PROCHIST-ARCHIVE-FILE.
       01  PROCHIST-ARCHIVE-RECORD.
           05  PHA-ARCHIVE-DATE             PIC X(8).
           05  PHA-ROW                      PIC X(80).

       FD  REJHIST-ARCHIVE-FILE.
       01  REJHIST-ARCHIVE-RECORD.
           05  RJA-ARCHIVE-DATE             PIC X(8).
           05  RJA-ROW                      PIC X(27).

       FD  RUNHIST-ARCHIVE-FILE.
       01  RUNHIST-ARCHIVE-RECORD.
           05  RHA-ARCHIVE-DATE             PIC X(8).
           05  RHA-ROW                      PIC X(47).

       FD  RUNCTL-ARCHIVE-FILE.
       01  RUNCTL-ARCHIVE-RECORD.
           05  RCA-ARCHIVE-DATE             PIC X(8).
           05  RCA-ROW                      PIC X(27).

      *> Rows kept from whichever file is being cut back, copied
      *> back over it once the archived rows are out.
       FD  HOUSEKEEP-WORK-FILE.
       01  HOUSEKEEP-WORK-RECORD           PIC X(80).

      *> One record per file: the file's DD name and the days its
      *> rows stay live.  A file with no record, or a blank or zero
      *> retention, is kept whole.
       FD  HOUSEKEEP-PARM-FILE.
       01  HOUSEKEEP-PARM-RECORD.
           05  HKP-FILE-ID                  PIC X(8).
           05  HKP-RETAIN-DAYS              PIC X(4).
           05  FILLER                       PIC X(68).

       FD  HOUSEKEEP-REPORT-FILE.
       01  HOUSEKEEP-REPORT-RECORD         PIC X(80).

      *> BUG's PARMFILE: the run date ages the rows, BUG's own
      *> lookback setting is the floor for every retention, and its
      *> reversal window is the floor for PROCHIST.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-RUN-DATE                 PIC X(8).
           05  FILLER                       PIC X(29).
           05  PRM-LOOKBACK-DAYS            PIC X(3).
           05  FILLER                       PIC X(24).
           05  PRM-REVERSAL-DAYS            PIC X(3).
           05  FILLER                       PIC X(13).

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

       WORKING-STORAGE SECTION.
       01  WS-PROCHIST-STATUS             PIC X(2) VALUE "00".
       01  WS-REJHIST-STATUS              PIC X(2) VALUE "00".
       01  WS-RUNHIST-STATUS              PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS              PIC X(2) VALUE "00".
       01  WS-WORK-STATUS                 PIC X(2) VALUE "00".
       01  WS-HSKPPARM-STATUS             PIC X(2) VALUE "00".
       01  WS-PARM-STATUS                 PIC X(2) VALUE "00".
       01  WS-PERSTAT-STATUS              PIC X(2) VALUE "00".

       01  WS-RUN-END-STATUS              PIC X(4).
       01  WS-RUN-END-RC                  PIC 9(4).

       01  WS-HIST-EOF-SW                 PIC X VALUE 'N'.
           88  WS-HIST-EOF                 VALUE 'Y'.

       01  WS-WORK-EOF-SW                 PIC X VALUE 'N'.
           88  WS-WORK-EOF                 VALUE 'Y'.

       01  WS-HSKPPARM-EOF-SW             PIC X VALUE 'N'.
           88  WS-HSKPPARM-EOF             VALUE 'Y'.

       01  WS-PARM-EOF-SW                 PIC X VALUE 'N'.
           88  WS-PARM-EOF                 VALUE 'Y'.

       01  WS-PERSTAT-EOF-SW              PIC X VALUE 'N'.
           88  WS-PERSTAT-EOF              VALUE 'Y'.

       01  WS-RETENTION-BAD-SW            PIC X VALUE 'N'.
           88  WS-RETENTION-BAD            VALUE 'Y'.

       01  WS-HOUSEKEEP-FAILED-SW         PIC X VALUE 'N'.
           88  WS-HOUSEKEEP-FAILED         VALUE 'Y'.

      *> Set when an archive or the work file cannot be opened or a
      *> row cannot be written to it; the live file is then left as
      *> it is.  WS-ARCHIVE-DD names the archive being appended to.
       01  WS-ARCHIVE-FAILED-SW           PIC X VALUE 'N'.
           88  WS-ARCHIVE-FAILED           VALUE 'Y'.
       01  WS-ARCHIVE-FAIL-STATUS         PIC X(2) VALUE "00".
       01  WS-ARCHIVE-FAIL-DD             PIC X(8) VALUE SPACES.
       01  WS-ARCHIVE-DD                  PIC X(8) VALUE SPACES.

      *> Set when a live file cannot be rebuilt from the work file;
      *> the files after it are then not touched, so the work file
      *> still holds the kept rows the live file is restored from.
       01  WS-REWRITE-FAILED-SW           PIC X VALUE 'N'.
           88  WS-REWRITE-FAILED           VALUE 'Y'.
       01  WS-REWRITE-FAIL-STATUS         PIC X(2) VALUE "00".
       01  WS-LIVE-STATUS                 PIC X(2) VALUE "00".

       01  WS-ARCHIVE-ROW-SW              PIC X VALUE 'N'.
           88  WS-ARCHIVE-ROW              VALUE 'Y'.

       01  WS-RUN-DATE                    PIC X(8).
       01  WS-RUN-DATE-INT                PIC 9(8) VALUE 0.
       01  WS-DATE-NUM                    PIC 9(8) VALUE 0.
       01  WS-ROW-AGE                     PIC S9(8) VALUE 0.

       01  WS-PERIOD-STATE                PIC X(4) VALUE SPACES.
           88  WS-PERIOD-CLOSED            VALUE "CLSD".
           88  WS-PERIOD-REOPENED          VALUE "ROPN".
       01  WS-PERIOD-OPERATOR             PIC X(10) VALUE SPACES.
       01  WS-RUN-PERIOD-WORK.
           05  WS-RUN-PERIOD               PIC X(6).
           05  FILLER                      PIC X(2).

       01  WS-ROW-DATE-WORK.
           05  WS-ROW-PERIOD               PIC X(6).
           05  FILLER                      PIC X(2).

      *> BUG's default lookback, for a PARMFILE that does not set it,
      *> and BUGRJRPT's fixed trailing window.  No retention may be
      *> shorter than the longer of the two.
       01  WS-BUG-LOOKBACK-DAYS           PIC 9(3) VALUE 10.
       78  WS-RJRPT-WINDOW-DAYS           VALUE 30.
      *> A P row must stay live while BUG will still reverse it.
       01  WS-BUG-REVERSAL-DAYS           PIC 9(3) VALUE 90.
       01  WS-RETAIN-FLOOR                PIC 9(4) VALUE 0.

      *> The four files, in the order they are processed; the DD
      *> name is what HSKPPARM keys its retention on.
       78  WS-FILE-MAX                    VALUE 4.
       01  WS-FILE-ID-LIST                PIC X(32) VALUE
               "PROCHISTREJHIST RUNHIST RUNCTL  ".
       01  WS-FILE-ID-TAB REDEFINES WS-FILE-ID-LIST.
           05  WS-FILE-ID OCCURS 4 TIMES
                                          PIC X(8).
       01  WS-FILE-IDX                    PIC 9(2).
       01  WS-SCAN-IDX                    PIC 9(2).

       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 4 TIMES.
               10  WS-RETAIN-DAYS          PIC 9(4).
               10  WS-RETAIN-SET-SW        PIC X.
                   88  WS-RETAIN-SET        VALUE 'Y'.
               10  WS-ROWS-BEFORE          PIC 9(7).
               10  WS-ROWS-ARCHIVED        PIC 9(7).
               10  WS-ROWS-KEPT            PIC 9(7).
               10  WS-ROWS-HELD-OPEN       PIC 9(7).
               10  WS-ROWS-HELD-LATEST     PIC 9(7).
               10  WS-FILE-STATUS-TEXT     PIC X(20).

      *> Latest status of each period on PERIODSTAT.
       78  WS-MAX-PERIODS                 VALUE 240.
       01  WS-PERIOD-AREA.
           05  WS-PERIOD-COUNT             PIC 9(3) VALUE 0.
           05  WS-PERIOD-ENTRY OCCURS WS-MAX-PERIODS TIMES.
               10  WS-PRD-PERIOD           PIC X(6).
               10  WS-PRD-STATE            PIC X(4).
       01  WS-PRD-IDX                     PIC 9(3).
       01  WS-PRD-FOUND-IDX               PIC 9(3).

      *> Date of each program's latest end record on RUNCTL; every
      *> record of that program for that date stays on the log.
       78  WS-MAX-PROGRAMS                VALUE 30.
       01  WS-PROGRAM-AREA.
           05  WS-PROGRAM-COUNT            PIC 9(2) VALUE 0.
           05  WS-PROGRAM-ENTRY OCCURS WS-MAX-PROGRAMS TIMES.
               10  WS-PGM-NAME             PIC X(8).
               10  WS-PGM-LAST-END         PIC X(8).
       01  WS-PGM-IDX                     PIC 9(2).
       01  WS-PGM-FOUND-IDX               PIC 9(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-HOUSEKEEP-PROCHIST
           PERFORM 2100-HOUSEKEEP-REJHIST
           PERFORM 2200-HOUSEKEEP-RUNHIST
           PERFORM 2300-HOUSEKEEP-RUNCTL
           PERFORM 8500-WRITE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-FILE-TABLE
           PERFORM 1050-READ-PARMS
           PERFORM 1930-CHECK-PERIOD-STATUS
           PERFORM 1100-READ-RETENTION
           PERFORM 1150-CHECK-RETENTION-FLOOR
           PERFORM 1200-LOAD-PERIOD-STATUS
           PERFORM 1300-LOAD-LATEST-ENDS
           PERFORM 1950-WRITE-RUN-START.

       1050-READ-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
               END-READ
               IF NOT WS-PARM-EOF
                   IF PRM-RUN-DATE NUMERIC
                       MOVE PRM-RUN-DATE TO WS-RUN-DATE
                   END-IF
                   IF PRM-LOOKBACK-DAYS NUMERIC AND
                           PRM-LOOKBACK-DAYS NOT = "000"
                       MOVE PRM-LOOKBACK-DAYS TO WS-BUG-LOOKBACK-DAYS
                   END-IF
                   IF PRM-REVERSAL-DAYS NUMERIC AND
                           PRM-REVERSAL-DAYS NOT = "000"
                       MOVE PRM-REVERSAL-DAYS TO WS-BUG-REVERSAL-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           IF WS-RUN-DATE NUMERIC
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-RUN-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               END-IF
           END-IF
           IF WS-RUN-DATE-INT = 0
               DISPLAY "RUN DATE " WS-RUN-DATE " IS NOT A VALID DATE "
                   "- HOUSEKEEPING REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-RETENTION.
           OPEN INPUT HOUSEKEEP-PARM-FILE
           IF WS-HSKPPARM-STATUS NOT = "00"
               DISPLAY "NO HSKPPARM (STATUS " WS-HSKPPARM-STATUS
                   ") - NO RETENTION SET, EVERY FILE KEPT WHOLE"
           ELSE
               PERFORM UNTIL WS-HSKPPARM-EOF
                   READ HOUSEKEEP-PARM-FILE
                       AT END
                           SET WS-HSKPPARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-STORE-RETENTION
                   END-READ
               END-PERFORM
               CLOSE HOUSEKEEP-PARM-FILE
           END-IF.

       1110-STORE-RETENTION.
           MOVE 0 TO WS-FILE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-FILE-MAX
               IF WS-FILE-ID(WS-SCAN-IDX) = HKP-FILE-ID
                   MOVE WS-SCAN-IDX TO WS-FILE-IDX
               END-IF
           END-PERFORM
           IF WS-FILE-IDX = 0
               DISPLAY "HSKPPARM NAMES UNKNOWN FILE " HKP-FILE-ID
                   " - IGNORED"
           ELSE
           IF HKP-RETAIN-DAYS NUMERIC AND HKP-RETAIN-DAYS NOT = "0000"
               MOVE HKP-RETAIN-DAYS TO WS-RETAIN-DAYS(WS-FILE-IDX)
               MOVE 'Y' TO WS-RETAIN-SET-SW(WS-FILE-IDX)
           ELSE
               MOVE 'N' TO WS-RETAIN-SET-SW(WS-FILE-IDX)
           END-IF
           END-IF.

       1150-CHECK-RETENTION-FLOOR.
      *> Checked for every file before anything is touched, so a bad
      *> setting on one file cannot leave the others half done.
           MOVE WS-BUG-LOOKBACK-DAYS TO WS-RETAIN-FLOOR
           IF WS-RJRPT-WINDOW-DAYS > WS-RETAIN-FLOOR
               MOVE WS-RJRPT-WINDOW-DAYS TO WS-RETAIN-FLOOR
           END-IF
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-MAX
               IF WS-RETAIN-SET(WS-FILE-IDX) AND
                       WS-RETAIN-DAYS(WS-FILE-IDX) < WS-RETAIN-FLOOR
                   DISPLAY "RETENTION FOR " WS-FILE-ID(WS-FILE-IDX)
                       " (" WS-RETAIN-DAYS(WS-FILE-IDX)
                       " DAYS) IS INSIDE THE " WS-RETAIN-FLOOR
                       " DAY LOOKBACK/ANALYSIS WINDOW"
                   SET WS-RETENTION-BAD TO TRUE
               END-IF
           END-PERFORM
           IF WS-RETAIN-SET(1) AND
                   WS-RETAIN-DAYS(1) < WS-BUG-REVERSAL-DAYS
               DISPLAY "RETENTION FOR " WS-FILE-ID(1)
                   " (" WS-RETAIN-DAYS(1)
                   " DAYS) IS INSIDE THE " WS-BUG-REVERSAL-DAYS
                   " DAY REVERSAL WINDOW"
               SET WS-RETENTION-BAD TO TRUE
           END-IF
           IF WS-RETENTION-BAD
               DISPLAY "BUG LOOKBACK " WS-BUG-LOOKBACK-DAYS
                   " DAYS, BUGRJRPT WINDOW " WS-RJRPT-WINDOW-DAYS
                   " DAYS, BUG REVERSAL WINDOW " WS-BUG-REVERSAL-DAYS
                   " DAYS - HOUSEKEEPING REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOAD-PERIOD-STATUS.
           MOVE 'N' TO WS-PERSTAT-EOF-SW
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PERSTAT-STATUS = "05"
               CLOSE PERIOD-STATUS-FILE
           ELSE
           IF WS-PERSTAT-STATUS NOT = "00"
               DISPLAY "PERIODSTAT NOT AVAILABLE (STATUS "
                   WS-PERSTAT-STATUS ") - NO PERIOD IS TREATED AS "
                   "CLOSED, HISTORY KEPT"
           ELSE
               PERFORM UNTIL WS-PERSTAT-EOF
                   READ PERIOD-STATUS-FILE
                       AT END
                           SET WS-PERSTAT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-STORE-PERIOD-ROW
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           END-IF
           END-IF.

       1210-STORE-PERIOD-ROW.
      *> A reopen only counts with the supervisor's ID on it.
           IF PS-STATUS = "CLSD" OR
                   (PS-STATUS = "ROPN" AND PS-OPERATOR-ID NOT = SPACES)
               MOVE PS-PERIOD TO WS-ROW-PERIOD
               PERFORM 2950-FIND-PERIOD
               IF WS-PRD-FOUND-IDX = 0
                   IF WS-PERIOD-COUNT < WS-MAX-PERIODS
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE WS-PERIOD-COUNT TO WS-PRD-FOUND-IDX
                       MOVE PS-PERIOD
                           TO WS-PRD-PERIOD(WS-PRD-FOUND-IDX)
                   ELSE
                       DISPLAY "WARNING: PERIOD TABLE AT CAPACITY ("
                           WS-MAX-PERIODS ") - " PS-PERIOD
                           " TREATED AS OPEN"
                   END-IF
               END-IF
               IF WS-PRD-FOUND-IDX > 0
                   MOVE PS-STATUS TO WS-PRD-STATE(WS-PRD-FOUND-IDX)
               END-IF
           END-IF.

       1300-LOAD-LATEST-ENDS.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "05"
               CLOSE RUN-CONTROL-FILE
           ELSE
           IF WS-RUNCTL-STATUS = "00"
               MOVE 'N' TO WS-HIST-EOF-SW
               PERFORM UNTIL WS-HIST-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           IF RC-REC-TYPE = "END"
                               PERFORM 1310-STORE-LATEST-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           END-IF.

       1310-STORE-LATEST-END.
           PERFORM 2960-FIND-PROGRAM
           IF WS-PGM-FOUND-IDX = 0
               IF WS-PROGRAM-COUNT < WS-MAX-PROGRAMS
                   ADD 1 TO WS-PROGRAM-COUNT
                   MOVE WS-PROGRAM-COUNT TO WS-PGM-FOUND-IDX
                   MOVE RC-PROGRAM TO WS-PGM-NAME(WS-PGM-FOUND-IDX)
               ELSE
                   DISPLAY "WARNING: PROGRAM TABLE AT CAPACITY ("
                       WS-MAX-PROGRAMS ") - " RC-PROGRAM
                       " LATEST END NOT PROTECTED"
               END-IF
           END-IF
           IF WS-PGM-FOUND-IDX > 0
               MOVE RC-RUN-DATE TO WS-PGM-LAST-END(WS-PGM-FOUND-IDX)
           END-IF.

       1930-CHECK-PERIOD-STATUS.
      *> Housekeeping rewrites the history finance signs off with a
      *> period, so a run date in a closed period needs the same
      *> supervisor reopen as any other run.
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
                   WS-RUN-PERIOD " - HOUSEKEEPING REFUSED"
               DISPLAY "NO SUPERVISOR REOPEN FOR THE PERIOD ON "
                   "PERIODSTAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-REOPENED
               DISPLAY "PERIOD " WS-RUN-PERIOD " REOPENED BY "
                   WS-PERIOD-OPERATOR " - HOUSEKEEPING ALLOWED"
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
           MOVE "BUGHSKP" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "STR" TO RC-REC-TYPE
           MOVE SPACES TO RC-STATUS
           MOVE 0 TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGHSKP" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "END" TO RC-REC-TYPE
           MOVE WS-RUN-END-STATUS TO RC-STATUS
           MOVE WS-RUN-END-RC TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       2000-HOUSEKEEP-PROCHIST.
           MOVE 1 TO WS-FILE-IDX
           IF WS-REWRITE-FAILED
               MOVE "NOT STARTED" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           IF NOT WS-RETAIN-SET(WS-FILE-IDX)
               MOVE "NO RETENTION SET" TO
                   WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT PROCESSED-HIST-FILE
           IF WS-PROCHIST-STATUS = "05"
               CLOSE PROCESSED-HIST-FILE
               MOVE "EMPTY" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           IF WS-PROCHIST-STATUS NOT = "00"
               PERFORM 2990-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ARCHIVE-FAILED-SW
               MOVE "PROCARCH" TO WS-ARCHIVE-DD
               OPEN EXTEND PROCHIST-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00" AND
                       WS-ARCHIVE-STATUS NOT = "05"
                   PERFORM 2980-CHECK-ARCHIVE-WRITE
                   CLOSE PROCESSED-HIST-FILE
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               OPEN OUTPUT HOUSEKEEP-WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   PERFORM 2985-CHECK-WORK-WRITE
                   CLOSE PROCESSED-HIST-FILE
                   CLOSE PROCHIST-ARCHIVE-FILE
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ PROCESSED-HIST-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           MOVE PH-RUN-DATE TO WS-ROW-DATE-WORK
                           PERFORM 2900-DECIDE-ROW
                           IF WS-ARCHIVE-ROW
                               MOVE WS-RUN-DATE TO PHA-ARCHIVE-DATE
                               MOVE PROCESSED-HIST-RECORD TO PHA-ROW
                               WRITE PROCHIST-ARCHIVE-RECORD
                               PERFORM 2980-CHECK-ARCHIVE-WRITE
                           ELSE
                               WRITE HOUSEKEEP-WORK-RECORD
                                   FROM PROCESSED-HIST-RECORD
                               PERFORM 2985-CHECK-WORK-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCESSED-HIST-FILE
               CLOSE PROCHIST-ARCHIVE-FILE
               CLOSE HOUSEKEEP-WORK-FILE
               IF NOT WS-ARCHIVE-FAILED AND
                       WS-ROWS-ARCHIVED(WS-FILE-IDX) > 0
                   PERFORM 2050-REWRITE-PROCHIST
               END-IF
               IF WS-ARCHIVE-FAILED
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               IF WS-REWRITE-FAILED
                   PERFORM 2997-REWRITE-NOT-COMPLETE
               ELSE
                   MOVE "REWRITTEN" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2050-REWRITE-PROCHIST.
      *> The live file is only opened for output once the work
      *> file it is rebuilt from is open.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT HOUSEKEEP-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               PERFORM 2985-CHECK-WORK-WRITE
           ELSE
           OPEN OUTPUT PROCESSED-HIST-FILE
           MOVE WS-PROCHIST-STATUS TO WS-LIVE-STATUS
           PERFORM 2987-CHECK-LIVE-WRITE
           PERFORM UNTIL WS-WORK-EOF OR WS-REWRITE-FAILED
               READ HOUSEKEEP-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE PROCESSED-HIST-RECORD
                           FROM HOUSEKEEP-WORK-RECORD
                       MOVE WS-PROCHIST-STATUS TO WS-LIVE-STATUS
                       PERFORM 2987-CHECK-LIVE-WRITE
               END-READ
           END-PERFORM
           CLOSE HOUSEKEEP-WORK-FILE
           CLOSE PROCESSED-HIST-FILE
           END-IF.

       2100-HOUSEKEEP-REJHIST.
           MOVE 2 TO WS-FILE-IDX
           IF WS-REWRITE-FAILED
               MOVE "NOT STARTED" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           IF NOT WS-RETAIN-SET(WS-FILE-IDX)
               MOVE "NO RETENTION SET" TO
                   WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT REJECT-HIST-FILE
           IF WS-REJHIST-STATUS = "05"
               CLOSE REJECT-HIST-FILE
               MOVE "EMPTY" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           IF WS-REJHIST-STATUS NOT = "00"
               PERFORM 2990-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ARCHIVE-FAILED-SW
               MOVE "REJARCH" TO WS-ARCHIVE-DD
               OPEN EXTEND REJHIST-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00" AND
                       WS-ARCHIVE-STATUS NOT = "05"
                   PERFORM 2980-CHECK-ARCHIVE-WRITE
                   CLOSE REJECT-HIST-FILE
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               OPEN OUTPUT HOUSEKEEP-WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   PERFORM 2985-CHECK-WORK-WRITE
                   CLOSE REJECT-HIST-FILE
                   CLOSE REJHIST-ARCHIVE-FILE
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ REJECT-HIST-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           MOVE RJH-RUN-DATE TO WS-ROW-DATE-WORK
                           PERFORM 2900-DECIDE-ROW
                           IF WS-ARCHIVE-ROW
                               MOVE WS-RUN-DATE TO RJA-ARCHIVE-DATE
                               MOVE REJECT-HIST-RECORD TO RJA-ROW
                               WRITE REJHIST-ARCHIVE-RECORD
                               PERFORM 2980-CHECK-ARCHIVE-WRITE
                           ELSE
                               WRITE HOUSEKEEP-WORK-RECORD
                                   FROM REJECT-HIST-RECORD
                               PERFORM 2985-CHECK-WORK-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-HIST-FILE
               CLOSE REJHIST-ARCHIVE-FILE
               CLOSE HOUSEKEEP-WORK-FILE
               IF NOT WS-ARCHIVE-FAILED AND
                       WS-ROWS-ARCHIVED(WS-FILE-IDX) > 0
                   PERFORM 2150-REWRITE-REJHIST
               END-IF
               IF WS-ARCHIVE-FAILED
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               IF WS-REWRITE-FAILED
                   PERFORM 2997-REWRITE-NOT-COMPLETE
               ELSE
                   MOVE "REWRITTEN" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2150-REWRITE-REJHIST.
      *> The live file is only opened for output once the work
      *> file it is rebuilt from is open.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT HOUSEKEEP-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               PERFORM 2985-CHECK-WORK-WRITE
           ELSE
           OPEN OUTPUT REJECT-HIST-FILE
           MOVE WS-REJHIST-STATUS TO WS-LIVE-STATUS
           PERFORM 2987-CHECK-LIVE-WRITE
           PERFORM UNTIL WS-WORK-EOF OR WS-REWRITE-FAILED
               READ HOUSEKEEP-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE REJECT-HIST-RECORD
                           FROM HOUSEKEEP-WORK-RECORD
                       MOVE WS-REJHIST-STATUS TO WS-LIVE-STATUS
                       PERFORM 2987-CHECK-LIVE-WRITE
               END-READ
           END-PERFORM
           CLOSE HOUSEKEEP-WORK-FILE
           CLOSE REJECT-HIST-FILE
           END-IF.

       2200-HOUSEKEEP-RUNHIST.
           MOVE 3 TO WS-FILE-IDX
           IF WS-REWRITE-FAILED
               MOVE "NOT STARTED" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           IF NOT WS-RETAIN-SET(WS-FILE-IDX)
               MOVE "NO RETENTION SET" TO
                   WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS = "05"
               CLOSE RUN-HISTORY-FILE
               MOVE "EMPTY" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           IF WS-RUNHIST-STATUS NOT = "00"
               PERFORM 2990-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ARCHIVE-FAILED-SW
               MOVE "RUNHARCH" TO WS-ARCHIVE-DD
               OPEN EXTEND RUNHIST-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00" AND
                       WS-ARCHIVE-STATUS NOT = "05"
                   PERFORM 2980-CHECK-ARCHIVE-WRITE
                   CLOSE RUN-HISTORY-FILE
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               OPEN OUTPUT HOUSEKEEP-WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   PERFORM 2985-CHECK-WORK-WRITE
                   CLOSE RUN-HISTORY-FILE
                   CLOSE RUNHIST-ARCHIVE-FILE
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           MOVE RH-RUN-DATE TO WS-ROW-DATE-WORK
                           PERFORM 2900-DECIDE-ROW
                           IF WS-ARCHIVE-ROW
                               MOVE WS-RUN-DATE TO RHA-ARCHIVE-DATE
                               MOVE RUN-HISTORY-RECORD TO RHA-ROW
                               WRITE RUNHIST-ARCHIVE-RECORD
                               PERFORM 2980-CHECK-ARCHIVE-WRITE
                           ELSE
                               WRITE HOUSEKEEP-WORK-RECORD
                                   FROM RUN-HISTORY-RECORD
                               PERFORM 2985-CHECK-WORK-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
               CLOSE RUNHIST-ARCHIVE-FILE
               CLOSE HOUSEKEEP-WORK-FILE
               IF NOT WS-ARCHIVE-FAILED AND
                       WS-ROWS-ARCHIVED(WS-FILE-IDX) > 0
                   PERFORM 2250-REWRITE-RUNHIST
               END-IF
               IF WS-ARCHIVE-FAILED
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               IF WS-REWRITE-FAILED
                   PERFORM 2997-REWRITE-NOT-COMPLETE
               ELSE
                   MOVE "REWRITTEN" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2250-REWRITE-RUNHIST.
      *> The live file is only opened for output once the work
      *> file it is rebuilt from is open.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT HOUSEKEEP-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               PERFORM 2985-CHECK-WORK-WRITE
           ELSE
           OPEN OUTPUT RUN-HISTORY-FILE
           MOVE WS-RUNHIST-STATUS TO WS-LIVE-STATUS
           PERFORM 2987-CHECK-LIVE-WRITE
           PERFORM UNTIL WS-WORK-EOF OR WS-REWRITE-FAILED
               READ HOUSEKEEP-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE RUN-HISTORY-RECORD
                           FROM HOUSEKEEP-WORK-RECORD
                       MOVE WS-RUNHIST-STATUS TO WS-LIVE-STATUS
                       PERFORM 2987-CHECK-LIVE-WRITE
               END-READ
           END-PERFORM
           CLOSE HOUSEKEEP-WORK-FILE
           CLOSE RUN-HISTORY-FILE
           END-IF.

       2300-HOUSEKEEP-RUNCTL.
      *> The log is not period history, so only age and the latest
      *> end record of each program decide what stays; this run's
      *> own start record is dated today and always stays.
           MOVE 4 TO WS-FILE-IDX
           IF WS-REWRITE-FAILED
               MOVE "NOT STARTED" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           IF NOT WS-RETAIN-SET(WS-FILE-IDX)
               MOVE "NO RETENTION SET" TO
                   WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "05"
               CLOSE RUN-CONTROL-FILE
               MOVE "EMPTY" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           ELSE
           IF WS-RUNCTL-STATUS NOT = "00"
               PERFORM 2990-FILE-NOT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ARCHIVE-FAILED-SW
               MOVE "RUNCARCH" TO WS-ARCHIVE-DD
               OPEN EXTEND RUNCTL-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS NOT = "00" AND
                       WS-ARCHIVE-STATUS NOT = "05"
                   PERFORM 2980-CHECK-ARCHIVE-WRITE
                   CLOSE RUN-CONTROL-FILE
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               OPEN OUTPUT HOUSEKEEP-WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                   PERFORM 2985-CHECK-WORK-WRITE
                   CLOSE RUN-CONTROL-FILE
                   CLOSE RUNCTL-ARCHIVE-FILE
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               PERFORM UNTIL WS-HIST-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-HIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 2310-DECIDE-RUNCTL-ROW
                           IF WS-ARCHIVE-ROW
                               MOVE WS-RUN-DATE TO RCA-ARCHIVE-DATE
                               MOVE RUN-CONTROL-RECORD TO RCA-ROW
                               WRITE RUNCTL-ARCHIVE-RECORD
                               PERFORM 2980-CHECK-ARCHIVE-WRITE
                           ELSE
                               WRITE HOUSEKEEP-WORK-RECORD
                                   FROM RUN-CONTROL-RECORD
                               PERFORM 2985-CHECK-WORK-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               CLOSE RUNCTL-ARCHIVE-FILE
               CLOSE HOUSEKEEP-WORK-FILE
               IF NOT WS-ARCHIVE-FAILED AND
                       WS-ROWS-ARCHIVED(WS-FILE-IDX) > 0
                   PERFORM 2350-REWRITE-RUNCTL
               END-IF
               IF WS-ARCHIVE-FAILED
                   PERFORM 2995-ARCHIVE-NOT-WRITTEN
               ELSE
               IF WS-REWRITE-FAILED
                   PERFORM 2997-REWRITE-NOT-COMPLETE
               ELSE
                   MOVE "REWRITTEN" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2310-DECIDE-RUNCTL-ROW.
           MOVE 0 TO WS-PGM-FOUND-IDX
           IF RC-REC-TYPE = "END" OR RC-REC-TYPE = "STR" OR
                   RC-REC-TYPE = "BKO"
               PERFORM 2960-FIND-PROGRAM
           END-IF
           IF WS-PGM-FOUND-IDX > 0
               IF WS-PGM-LAST-END(WS-PGM-FOUND-IDX) = RC-RUN-DATE
                   ADD 1 TO WS-ROWS-BEFORE(WS-FILE-IDX)
                   ADD 1 TO WS-ROWS-KEPT(WS-FILE-IDX)
                   ADD 1 TO WS-ROWS-HELD-LATEST(WS-FILE-IDX)
                   MOVE 'N' TO WS-ARCHIVE-ROW-SW
               ELSE
                   MOVE RC-RUN-DATE TO WS-ROW-DATE-WORK
                   PERFORM 2900-DECIDE-ROW
               END-IF
           ELSE
               MOVE RC-RUN-DATE TO WS-ROW-DATE-WORK
               PERFORM 2900-DECIDE-ROW
           END-IF.

       2350-REWRITE-RUNCTL.
      *> The live file is only opened for output once the work
      *> file it is rebuilt from is open.
           MOVE 'N' TO WS-WORK-EOF-SW
           OPEN INPUT HOUSEKEEP-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               PERFORM 2985-CHECK-WORK-WRITE
           ELSE
           OPEN OUTPUT RUN-CONTROL-FILE
           MOVE WS-RUNCTL-STATUS TO WS-LIVE-STATUS
           PERFORM 2987-CHECK-LIVE-WRITE
           PERFORM UNTIL WS-WORK-EOF OR WS-REWRITE-FAILED
               READ HOUSEKEEP-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       WRITE RUN-CONTROL-RECORD
                           FROM HOUSEKEEP-WORK-RECORD
                       MOVE WS-RUNCTL-STATUS TO WS-LIVE-STATUS
                       PERFORM 2987-CHECK-LIVE-WRITE
               END-READ
           END-PERFORM
           CLOSE HOUSEKEEP-WORK-FILE
           CLOSE RUN-CONTROL-FILE
           END-IF.

       2900-DECIDE-ROW.
      *> A row is archived only when it is older than the file's
      *> retention and its period is closed; a row without a usable
      *> date is never archived.  The counts are struck here so
      *> every row lands in exactly one of archived or kept.
           MOVE 'N' TO WS-ARCHIVE-ROW-SW
           ADD 1 TO WS-ROWS-BEFORE(WS-FILE-IDX)
           MOVE 0 TO WS-ROW-AGE
           IF WS-ROW-DATE-WORK NUMERIC
               MOVE WS-ROW-DATE-WORK TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-ROW-AGE = WS-RUN-DATE-INT -
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               END-IF
           END-IF
           IF WS-ROW-AGE > WS-RETAIN-DAYS(WS-FILE-IDX)
               IF WS-FILE-IDX = 4
                   MOVE 'Y' TO WS-ARCHIVE-ROW-SW
               ELSE
                   PERFORM 2950-FIND-PERIOD
                   IF WS-PRD-FOUND-IDX > 0
                       IF WS-PRD-STATE(WS-PRD-FOUND-IDX) = "CLSD"
                           MOVE 'Y' TO WS-ARCHIVE-ROW-SW
                       END-IF
                   END-IF
                   IF NOT WS-ARCHIVE-ROW
                       ADD 1 TO WS-ROWS-HELD-OPEN(WS-FILE-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-ARCHIVE-ROW
               ADD 1 TO WS-ROWS-ARCHIVED(WS-FILE-IDX)
           ELSE
               ADD 1 TO WS-ROWS-KEPT(WS-FILE-IDX)
           END-IF.

       2950-FIND-PERIOD.
           MOVE 0 TO WS-PRD-FOUND-IDX
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PERIOD-COUNT
               IF WS-PRD-PERIOD(WS-PRD-IDX) = WS-ROW-PERIOD
                   MOVE WS-PRD-IDX TO WS-PRD-FOUND-IDX
               END-IF
           END-PERFORM.

       2960-FIND-PROGRAM.
           MOVE 0 TO WS-PGM-FOUND-IDX
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PROGRAM-COUNT
               IF WS-PGM-NAME(WS-PGM-IDX) = RC-PROGRAM
                   MOVE WS-PGM-IDX TO WS-PGM-FOUND-IDX
               END-IF
           END-PERFORM.

       2980-CHECK-ARCHIVE-WRITE.
           IF WS-ARCHIVE-STATUS NOT = "00" AND NOT WS-ARCHIVE-FAILED
               MOVE WS-ARCHIVE-DD TO WS-ARCHIVE-FAIL-DD
               MOVE WS-ARCHIVE-STATUS TO WS-ARCHIVE-FAIL-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
           END-IF.

       2985-CHECK-WORK-WRITE.
           IF WS-WORK-STATUS NOT = "00" AND NOT WS-ARCHIVE-FAILED
               MOVE "HSKPWK" TO WS-ARCHIVE-FAIL-DD
               MOVE WS-WORK-STATUS TO WS-ARCHIVE-FAIL-STATUS
               SET WS-ARCHIVE-FAILED TO TRUE
           END-IF.

       2987-CHECK-LIVE-WRITE.
           IF WS-LIVE-STATUS NOT = "00" AND NOT WS-REWRITE-FAILED
               MOVE WS-LIVE-STATUS TO WS-REWRITE-FAIL-STATUS
               SET WS-REWRITE-FAILED TO TRUE
           END-IF.

       2990-FILE-NOT-AVAILABLE.
           DISPLAY WS-FILE-ID(WS-FILE-IDX) " NOT AVAILABLE - LEFT "
               "AS IT IS"
           MOVE "NOT AVAILABLE" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           SET WS-HOUSEKEEP-FAILED TO TRUE.

       2995-ARCHIVE-NOT-WRITTEN.
      *> Rows come off the live file only once they are safely on the
      *> archive and the kept rows on the work file, so a failure of
      *> either leaves the live file as it is; whatever did reach the
      *> archive is there twice after the rerun and must be trimmed
      *> from it by hand.
           DISPLAY WS-FILE-ID(WS-FILE-IDX) " NOT CUT BACK - "
               WS-ARCHIVE-FAIL-DD " STATUS " WS-ARCHIVE-FAIL-STATUS
               " - LEFT AS IT IS"
           MOVE "NOT CUT BACK" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           SET WS-HOUSEKEEP-FAILED TO TRUE.

       2997-REWRITE-NOT-COMPLETE.
      *> The rows archived this run are safe on the archive and the
      *> kept rows on the work file, but the live file may now be
      *> short of them.  It is restored from the work file before
      *> anything else runs; the files after it were not touched.
           DISPLAY WS-FILE-ID(WS-FILE-IDX) " REWRITE FAILED - STATUS "
               WS-REWRITE-FAIL-STATUS " - ARCHIVE COPY IS INTACT"
           DISPLAY "RESTORE " WS-FILE-ID(WS-FILE-IDX)
               " FROM HSKPWK BEFORE ANY OTHER RUN"
           MOVE "REWRITE FAILED" TO WS-FILE-STATUS-TEXT(WS-FILE-IDX)
           SET WS-HOUSEKEEP-FAILED TO TRUE.

       8500-WRITE-REPORT.
           OPEN OUTPUT HOUSEKEEP-REPORT-FILE
           MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
           STRING "RETENTION HOUSEKEEPING   RUN DATE: " WS-RUN-DATE
                   "   RETENTION FLOOR: " WS-RETAIN-FLOOR " DAYS"
                   DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
           END-STRING
           WRITE HOUSEKEEP-REPORT-RECORD
           MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
           STRING "PROCHIST FLOOR: " WS-BUG-REVERSAL-DAYS
                   " DAYS (BUG REVERSAL WINDOW)"
                   DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
           END-STRING
           WRITE HOUSEKEEP-REPORT-RECORD
           MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
           STRING "FILE      RETAIN  ROWS BEFORE  ARCHIVED  ROWS AFTER"
                   "  STATUS"
                   DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
           END-STRING
           WRITE HOUSEKEEP-REPORT-RECORD
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-MAX
               PERFORM 8520-WRITE-FILE-LINES
           END-PERFORM
           MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
           IF WS-HOUSEKEEP-FAILED
               STRING "*** A FILE WAS NOT HOUSEKEPT - SEE THE LOG ***"
                       DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
               END-STRING
           ELSE
               STRING "ALL ROWS ACCOUNTED FOR"
                       DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
               END-STRING
           END-IF
           WRITE HOUSEKEEP-REPORT-RECORD
           CLOSE HOUSEKEEP-REPORT-FILE.

       8520-WRITE-FILE-LINES.
           MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
           STRING WS-FILE-ID(WS-FILE-IDX) "  "
                   WS-RETAIN-DAYS(WS-FILE-IDX) "    "
                   WS-ROWS-BEFORE(WS-FILE-IDX) "    "
                   WS-ROWS-ARCHIVED(WS-FILE-IDX) "    "
                   WS-ROWS-KEPT(WS-FILE-IDX) "  "
                   WS-FILE-STATUS-TEXT(WS-FILE-IDX)
                   DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
           END-STRING
           WRITE HOUSEKEEP-REPORT-RECORD
           IF WS-ROWS-HELD-OPEN(WS-FILE-IDX) > 0
               MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
               STRING "  KEPT PAST RETENTION, PERIOD NOT CLOSED: "
                       WS-ROWS-HELD-OPEN(WS-FILE-IDX)
                       DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
               END-STRING
               WRITE HOUSEKEEP-REPORT-RECORD
           END-IF
           IF WS-ROWS-HELD-LATEST(WS-FILE-IDX) > 0
               MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
               STRING "  KEPT AS A PROGRAM'S LATEST RUN:        "
                       WS-ROWS-HELD-LATEST(WS-FILE-IDX)
                       DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
               END-STRING
               WRITE HOUSEKEEP-REPORT-RECORD
           END-IF
           IF WS-ROWS-BEFORE(WS-FILE-IDX) NOT =
                   WS-ROWS-ARCHIVED(WS-FILE-IDX) +
                   WS-ROWS-KEPT(WS-FILE-IDX)
               SET WS-HOUSEKEEP-FAILED TO TRUE
               MOVE SPACES TO HOUSEKEEP-REPORT-RECORD
               STRING "  *** " WS-FILE-ID(WS-FILE-IDX)
                       " ROWS NOT ACCOUNTED FOR ***"
                       DELIMITED BY SIZE INTO HOUSEKEEP-REPORT-RECORD
               END-STRING
               WRITE HOUSEKEEP-REPORT-RECORD
           END-IF.

       9000-TERMINATE.
           IF WS-HOUSEKEEP-FAILED
               MOVE 8 TO RETURN-CODE
               MOVE "FAIL" TO WS-RUN-END-STATUS
           ELSE
               MOVE "OK" TO WS-RUN-END-STATUS
           END-IF
           MOVE RETURN-CODE TO WS-RUN-END-RC
           PERFORM 9100-WRITE-RUN-END
           DISPLAY "HOUSEKEEPING COMPLETE - "
               WS-ROWS-ARCHIVED(1) " PROCHIST, "
               WS-ROWS-ARCHIVED(2) " REJHIST, "
               WS-ROWS-ARCHIVED(3) " RUNHIST, "
               WS-ROWS-ARCHIVED(4) " RUNCTL ROWS ARCHIVED".
