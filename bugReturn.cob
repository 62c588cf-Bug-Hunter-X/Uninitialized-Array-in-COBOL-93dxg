       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUGRTRN.
      *> Companion to BUG: per-branch disposition return files.  Run
      *> after each BUG window, it reads the DISPWORK lines BUG wrote
      *> for every record it read and for every staged item at
      *> extract time, and writes each branch (B01-B04) a return
      *> file - RTNB01 through RTNB04 - listing every record that
      *> branch delivered with what became of it: staged to posting,
      *> held, staged to suspense, expired, rejected with its REJFILE
      *> reason, same-run or cross-run duplicate, and so on.  Each
      *> file has a header and a trailer whose count of records read
      *> from the branch file must tie to that source's READ figure
      *> on BALRPT; a branch that does not tie is flagged and the job
      *> ends with return code 4.  Records a cutoff carried over come
      *> back to their branch through the COV source on the window
      *> that reads them, counted apart from the branch file.  A
      *> short printed summary per branch (RTNRPT01-04) goes with
      *> each file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSITION-WORK-FILE ASSIGN TO "DISPWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPWORK-STATUS.

           SELECT BALANCE-IN-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT RETURN-B01-FILE ASSIGN TO "RTNB01"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-B02-FILE ASSIGN TO "RTNB02"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-B03-FILE ASSIGN TO "RTNB03"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETURN-B04-FILE ASSIGN TO "RTNB04"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-B01-FILE ASSIGN TO "RTNRPT01"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-B02-FILE ASSIGN TO "RTNRPT02"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-B03-FILE ASSIGN TO "RTNRPT03"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUMMARY-B04-FILE ASSIGN TO "RTNRPT04"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Written by BUG: one line per input record read under its
      *> physical read sequence, and one per staged item under
      *> sequence zero saying where the extract sent it.
       FD  DISPOSITION-WORK-FILE.
       01  DISPOSITION-WORK-RECORD.
           05  DSW-RUN-DATE                 PIC X(8).
           05  DSW-EVENT-DATA.
               10  DSW-READ-SEQ             PIC 9(7).
               10  DSW-STREAM-CD            PIC X(3).
               10  DSW-EVENT                PIC X(4).
               10  DSW-REASON-CODE          PIC X(4).
               10  DSW-REF-DATE             PIC X(8).
               10  DSW-ITEM                 PIC X(50).

      *> Only BUG's per-source lines are read: "SOURCE ccc  READ: n".
       FD  BALANCE-IN-FILE.
       01  BALANCE-IN-RECORD.
           05  BAL-LABEL                    PIC X(7).
           05  BAL-SOURCE-CD                PIC X(3).
           05  BAL-READ-LABEL               PIC X(8).
           05  BAL-READ-COUNT               PIC X(7).
           05  FILLER                       PIC X(55).

       FD  RETURN-B01-FILE.
       01  RETURN-B01-RECORD               PIC X(80).

       FD  RETURN-B02-FILE.
       01  RETURN-B02-RECORD               PIC X(80).

       FD  RETURN-B03-FILE.
       01  RETURN-B03-RECORD               PIC X(80).

       FD  RETURN-B04-FILE.
       01  RETURN-B04-RECORD               PIC X(80).

       FD  SUMMARY-B01-FILE.
       01  SUMMARY-B01-RECORD              PIC X(80).

       FD  SUMMARY-B02-FILE.
       01  SUMMARY-B02-RECORD              PIC X(80).

       FD  SUMMARY-B03-FILE.
       01  SUMMARY-B03-RECORD              PIC X(80).

       FD  SUMMARY-B04-FILE.
       01  SUMMARY-B04-RECORD              PIC X(80).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           05  RC-PROGRAM                   PIC X(8).
           05  RC-RUN-DATE                  PIC X(8).
           05  RC-REC-TYPE                  PIC X(3).
           05  RC-STATUS                    PIC X(4).
           05  RC-RETURN-CODE               PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-DISPWORK-STATUS             PIC X(2) VALUE "00".
       01  WS-BALANCE-STATUS              PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS               PIC X(2) VALUE "00".

       01  WS-RUN-END-STATUS              PIC X(4).
       01  WS-RUN-END-RC                  PIC 9(4).

       01  WS-DISPWORK-EOF-SW             PIC X VALUE 'N'.
           88  WS-DISPWORK-EOF             VALUE 'Y'.

       01  WS-BALANCE-EOF-SW              PIC X VALUE 'N'.
           88  WS-BALANCE-EOF              VALUE 'Y'.

       01  WS-RUNCTL-EOF-SW               PIC X VALUE 'N'.
           88  WS-RUNCTL-EOF               VALUE 'Y'.

       01  WS-BALRPT-READ-SW              PIC X VALUE 'N'.
           88  WS-BALRPT-READ              VALUE 'Y'.

      *> BUG's window for the date: set by its END record, cleared by
      *> a later STR (a second window under way) or a BKO.
       01  WS-BUG-DONE-SW                 PIC X VALUE 'N'.
           88  WS-BUG-DONE                 VALUE 'Y'.
       01  WS-BUG-END-STAT                PIC X(4) VALUE SPACES.

       01  WS-UNTIED-SW                   PIC X VALUE 'N'.
           88  WS-ANY-UNTIED               VALUE 'Y'.

       01  WS-FOUND-SW                    PIC X VALUE 'N'.
           88  WS-FOUND                    VALUE 'Y'.

       01  WS-RUN-DATE                    PIC X(8) VALUE SPACES.
       01  WS-OTHER-DATE-COUNT            PIC 9(7) VALUE 0.
       01  WS-CAPACITY-DROP-COUNT         PIC 9(7) VALUE 0.
       01  WS-NO-FINAL-COUNT              PIC 9(7) VALUE 0.

       01  WS-WORK-ITEM.
           COPY WSITEM.

      *> The four branch sources, in BUG's source order.
       78  WS-BRANCH-MAX                  VALUE 4.
       01  WS-BRANCH-CD-LIST              PIC X(12) VALUE
               "B01B02B03B04".
       01  WS-BRANCH-CD-TAB REDEFINES WS-BRANCH-CD-LIST.
           05  WS-BRANCH-CD OCCURS 4 TIMES
                                          PIC X(3).
       01  WS-BR-IDX                      PIC 9(2).
       01  WS-BR-SCAN-IDX                 PIC 9(2).
       01  WS-VIA-CARRY-SW                PIC X VALUE 'N'.
           88  WS-VIA-CARRY                VALUE 'Y'.

      *> Disposition codes as they appear on the return files.  STGD
      *> never does: a staged record takes the extract's final word
      *> for its item, or DELD when a later delete took it out.
       78  WS-DISP-MAX                    VALUE 15.
       01  WS-DISP-CODE-LIST.
           05  FILLER                     PIC X(32) VALUE
                   "PSTDHELDSUSPNPSTEXPDDELDREJTDUPS".
           05  FILLER                     PIC X(28) VALUE
                   "DUPXCHGADELAREVADISCCTRLNFIN".
       01  WS-DISP-CODE-TAB REDEFINES WS-DISP-CODE-LIST.
           05  WS-DISP-CODE OCCURS 15 TIMES
                                          PIC X(4).
       01  WS-DISP-LABELS.
           05  FILLER                     PIC X(24) VALUE
                   "STAGED TO POSTING       ".
           05  FILLER                     PIC X(24) VALUE
                   "HELD FOR RELEASE        ".
           05  FILLER                     PIC X(24) VALUE
                   "STAGED TO SUSPENSE      ".
           05  FILLER                     PIC X(24) VALUE
                   "STAGED, NOT POSTED (RJ) ".
           05  FILLER                     PIC X(24) VALUE
                   "EXPIRED                 ".
           05  FILLER                     PIC X(24) VALUE
                   "DELETED LATER IN RUN    ".
           05  FILLER                     PIC X(24) VALUE
                   "REJECTED                ".
           05  FILLER                     PIC X(24) VALUE
                   "DUPLICATE, SAME RUN     ".
           05  FILLER                     PIC X(24) VALUE
                   "DUPLICATE, EARLIER RUN  ".
           05  FILLER                     PIC X(24) VALUE
                   "CHANGE APPLIED          ".
           05  FILLER                     PIC X(24) VALUE
                   "DELETE APPLIED          ".
           05  FILLER                     PIC X(24) VALUE
                   "REVERSAL APPLIED        ".
           05  FILLER                     PIC X(24) VALUE
                   "DISCARDED AT CAPACITY   ".
           05  FILLER                     PIC X(24) VALUE
                   "CONTROL TRAILER         ".
           05  FILLER                     PIC X(24) VALUE
                   "NO FINAL DISPOSITION    ".
       01  WS-DISP-LABEL-TAB REDEFINES WS-DISP-LABELS.
           05  WS-DISP-LABEL OCCURS 15 TIMES
                                          PIC X(24).
       01  WS-DISP-IDX                    PIC 9(2).
       01  WS-CODE-IDX                    PIC 9(2).

       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 4 TIMES.
               10  WS-BR-DETAIL-COUNT      PIC 9(7).
               10  WS-BR-FILE-READ         PIC 9(7).
               10  WS-BR-CARRY-READ        PIC 9(7).
               10  WS-BR-BAL-READ          PIC 9(7).
               10  WS-BR-TIED-SW           PIC X.
               10  WS-BR-DISP-COUNT OCCURS 15 TIMES
                                          PIC 9(7).

      *> Every read line, in read-sequence order.  A restart replays
      *> the lines after its checkpoint, so a sequence already held
      *> is overwritten by the later line rather than added again.
       78  WS-MAX-EVENTS                  VALUE 20000.
       01  WS-EVENT-AREA.
           05  WS-EVENT-COUNT              PIC 9(5) VALUE 0.
           05  WS-EVENT-ENTRY OCCURS 1 TO WS-MAX-EVENTS TIMES
                       DEPENDING ON WS-EVENT-COUNT
                       ASCENDING KEY IS WS-EVT-SEQ
                       INDEXED BY WS-EVT-IDX.
               10  WS-EVT-SEQ              PIC 9(7).
               10  WS-EVT-STREAM-CD        PIC X(3).
               10  WS-EVT-EVENT            PIC X(4).
               10  WS-EVT-REASON-CODE      PIC X(4).
               10  WS-EVT-REF-DATE         PIC X(8).
               10  WS-EVT-ITEM             PIC X(50).
       01  WS-EVENT-IDX                   PIC 9(5).

      *> Final disposition of each staged item, by item ID.
       78  WS-MAX-FINALS                  VALUE 5000.
       01  WS-FINAL-AREA.
           05  WS-FINAL-COUNT              PIC 9(5) VALUE 0.
           05  WS-FINAL-ENTRY OCCURS 1 TO WS-MAX-FINALS TIMES
                       DEPENDING ON WS-FINAL-COUNT
                       ASCENDING KEY IS WS-FIN-ITEM-ID
                       INDEXED BY WS-FIN-IDX.
               10  WS-FIN-ITEM-ID          PIC X(10).
               10  WS-FIN-EVENT            PIC X(4).

      *> Sequence of the last applied delete of each item ID; a
      *> staged record read before it was taken out again by it.
       78  WS-MAX-DELETES                 VALUE 5000.
       01  WS-DELETE-AREA.
           05  WS-DELETE-COUNT             PIC 9(5) VALUE 0.
           05  WS-DELETE-ENTRY OCCURS 1 TO WS-MAX-DELETES TIMES
                       DEPENDING ON WS-DELETE-COUNT
                       ASCENDING KEY IS WS-DEL-ITEM-ID
                       INDEXED BY WS-DEL-IDX.
               10  WS-DEL-ITEM-ID          PIC X(10).
               10  WS-DEL-SEQ              PIC 9(7).

       01  WS-SEARCH-ID                   PIC X(10).
       01  WS-FOUND-IDX                   PIC 9(5).
       01  WS-INSERT-IDX                  PIC 9(5).

      *> Return-file layouts; every line is 80 bytes.
       01  WS-RTN-HEADER.
           05  FILLER                      PIC X(3) VALUE "HDR".
           05  WS-RTN-HDR-DATE             PIC X(8).
           05  WS-RTN-HDR-SOURCE           PIC X(3).
           05  FILLER                      PIC X(8) VALUE "BUGRTRN ".
           05  WS-RTN-HDR-WINDOW           PIC X(4).
           05  FILLER                      PIC X(54) VALUE SPACES.

      *> The via code is the branch itself, or COV for a record that
      *> came back round through the carryover file.
       01  WS-RTN-DETAIL.
           05  FILLER                      PIC X(3) VALUE "DTL".
           05  WS-RTN-SEQ                  PIC 9(7).
           05  WS-RTN-DISPOSITION          PIC X(4).
           05  WS-RTN-REASON-CD            PIC X(4).
           05  WS-RTN-REF-DATE             PIC X(8).
           05  WS-RTN-VIA                  PIC X(3).
           05  WS-RTN-ITEM                 PIC X(50).
           05  FILLER                      PIC X(1) VALUE SPACES.

      *> File-read is what ties to the BALRPT READ figure for the
      *> source; the tied switch says whether it did.
       01  WS-RTN-TRAILER.
           05  FILLER                      PIC X(3) VALUE "TRL".
           05  WS-RTN-TRL-COUNT            PIC 9(7).
           05  WS-RTN-TRL-FILE-READ        PIC 9(7).
           05  WS-RTN-TRL-CARRY-READ       PIC 9(7).
           05  WS-RTN-TRL-POSTED           PIC 9(7).
           05  WS-RTN-TRL-SUSPENSE         PIC 9(7).
           05  WS-RTN-TRL-REJECTED         PIC 9(7).
           05  WS-RTN-TRL-EXPIRED          PIC 9(7).
           05  WS-RTN-TRL-DUP-SAME         PIC 9(7).
           05  WS-RTN-TRL-DUP-XRUN         PIC 9(7).
           05  WS-RTN-TRL-TIED-SW          PIC X.
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-OUT-LINE                    PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               PERFORM 2000-RETURN-EVENT
           END-PERFORM
           PERFORM 8500-WRITE-TRAILERS-AND-SUMMARIES
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           INITIALIZE WS-BRANCH-TABLE
           PERFORM 1100-LOAD-DISPOSITIONS
           PERFORM 1900-CHECK-RUN-CONTROL
           IF NOT WS-BUG-DONE
               DISPLAY "NO COMPLETED BUG RUN FOR " WS-RUN-DATE
                   " ON RUNCTL - DISPWORK MAY BE INCOMPLETE, RETURN "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1950-WRITE-RUN-START
           PERFORM 1150-BUILD-DELETE-INDEX
           PERFORM 1200-LOAD-BALANCE-COUNTS
           OPEN OUTPUT RETURN-B01-FILE
           OPEN OUTPUT RETURN-B02-FILE
           OPEN OUTPUT RETURN-B03-FILE
           OPEN OUTPUT RETURN-B04-FILE
           OPEN OUTPUT SUMMARY-B01-FILE
           OPEN OUTPUT SUMMARY-B02-FILE
           OPEN OUTPUT SUMMARY-B03-FILE
           OPEN OUTPUT SUMMARY-B04-FILE
           MOVE WS-RUN-DATE TO WS-RTN-HDR-DATE
           MOVE WS-BUG-END-STAT TO WS-RTN-HDR-WINDOW
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-MAX
               MOVE WS-BRANCH-CD(WS-BR-IDX) TO WS-RTN-HDR-SOURCE
               MOVE WS-RTN-HEADER TO WS-OUT-LINE
               PERFORM 8600-WRITE-RETURN-LINE
           END-PERFORM.

       1100-LOAD-DISPOSITIONS.
           OPEN INPUT DISPOSITION-WORK-FILE
           IF WS-DISPWORK-STATUS NOT = "00"
               DISPLAY "DISPWORK NOT AVAILABLE (STATUS "
                   WS-DISPWORK-STATUS ") - RETURN RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DISPWORK-EOF
               READ DISPOSITION-WORK-FILE
                   AT END
                       SET WS-DISPWORK-EOF TO TRUE
                   NOT AT END
      *> The file is BUG's for one window; its first line dates it.
                       IF WS-RUN-DATE = SPACES
                           MOVE DSW-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF DSW-RUN-DATE NOT = WS-RUN-DATE
                           ADD 1 TO WS-OTHER-DATE-COUNT
                       ELSE
                       IF DSW-READ-SEQ = 0
                           PERFORM 1120-STORE-FINAL
                       ELSE
                           PERFORM 1110-STORE-EVENT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPOSITION-WORK-FILE
           IF WS-RUN-DATE = SPACES
               DISPLAY "DISPWORK EMPTY - NO BUG WINDOW TO RETURN, "
                   "RETURN RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OTHER-DATE-COUNT > 0
               DISPLAY "WARNING: " WS-OTHER-DATE-COUNT " DISPWORK "
                   "LINES NOT DATED " WS-RUN-DATE " - IGNORED"
           END-IF.

       1110-STORE-EVENT.
           IF WS-EVENT-COUNT = 0
               PERFORM 1115-APPEND-EVENT
           ELSE
           IF DSW-READ-SEQ > WS-EVT-SEQ(WS-EVENT-COUNT)
               PERFORM 1115-APPEND-EVENT
           ELSE
               MOVE 'N' TO WS-FOUND-SW
               SEARCH ALL WS-EVENT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EVT-SEQ(WS-EVT-IDX) = DSW-READ-SEQ
                       SET WS-FOUND TO TRUE
                       MOVE DSW-EVENT-DATA TO WS-EVENT-ENTRY(WS-EVT-IDX)
               END-SEARCH
               IF NOT WS-FOUND
                   PERFORM 1115-APPEND-EVENT
                   IF WS-INSERT-IDX > 0
                       PERFORM UNTIL WS-INSERT-IDX = 1 OR
                               WS-EVT-SEQ(WS-INSERT-IDX - 1) <
                                   DSW-READ-SEQ
                           MOVE WS-EVENT-ENTRY(WS-INSERT-IDX - 1)
                               TO WS-EVENT-ENTRY(WS-INSERT-IDX)
                           SUBTRACT 1 FROM WS-INSERT-IDX
                       END-PERFORM
                       MOVE DSW-EVENT-DATA
                           TO WS-EVENT-ENTRY(WS-INSERT-IDX)
                   END-IF
               END-IF
           END-IF
           END-IF.

       1115-APPEND-EVENT.
           IF WS-EVENT-COUNT < WS-MAX-EVENTS
               ADD 1 TO WS-EVENT-COUNT
               MOVE WS-EVENT-COUNT TO WS-INSERT-IDX
               MOVE DSW-EVENT-DATA TO WS-EVENT-ENTRY(WS-EVENT-COUNT)
           ELSE
               MOVE 0 TO WS-INSERT-IDX
               ADD 1 TO WS-CAPACITY-DROP-COUNT
               DISPLAY "WARNING: EVENT TABLE AT CAPACITY ("
                   WS-MAX-EVENTS ") - READ " DSW-READ-SEQ
                   " NOT RETURNED"
           END-IF.

       1120-STORE-FINAL.
           MOVE DSW-ITEM TO WS-WORK-ITEM
           MOVE WS-ITEM-ID OF WS-WORK-ITEM TO WS-SEARCH-ID
           PERFORM 1125-FIND-FINAL
           IF WS-FOUND
               MOVE DSW-EVENT TO WS-FIN-EVENT(WS-FOUND-IDX)
           ELSE
           IF WS-FINAL-COUNT < WS-MAX-FINALS
               ADD 1 TO WS-FINAL-COUNT
               MOVE WS-FINAL-COUNT TO WS-INSERT-IDX
               PERFORM UNTIL WS-INSERT-IDX = 1 OR
                       WS-FIN-ITEM-ID(WS-INSERT-IDX - 1) < WS-SEARCH-ID
                   MOVE WS-FINAL-ENTRY(WS-INSERT-IDX - 1)
                       TO WS-FINAL-ENTRY(WS-INSERT-IDX)
                   SUBTRACT 1 FROM WS-INSERT-IDX
               END-PERFORM
               MOVE WS-SEARCH-ID TO WS-FIN-ITEM-ID(WS-INSERT-IDX)
               MOVE DSW-EVENT TO WS-FIN-EVENT(WS-INSERT-IDX)
           ELSE
               DISPLAY "WARNING: FINAL TABLE AT CAPACITY ("
                   WS-MAX-FINALS ") - " WS-SEARCH-ID
                   " RETURNED WITHOUT ITS FINAL DISPOSITION"
           END-IF
           END-IF.

       1125-FIND-FINAL.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           IF WS-FINAL-COUNT > 0
               SEARCH ALL WS-FINAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FIN-ITEM-ID(WS-FIN-IDX) = WS-SEARCH-ID
                       SET WS-FOUND TO TRUE
                       SET WS-FOUND-IDX TO WS-FIN-IDX
               END-SEARCH
           END-IF.

       1150-BUILD-DELETE-INDEX.
      *> The events are in read order, so the last delete of an ID
      *> seen here is its latest.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               IF WS-EVT-EVENT(WS-EVENT-IDX) = "DELA"
                   MOVE WS-EVT-ITEM(WS-EVENT-IDX) TO WS-WORK-ITEM
                   MOVE WS-ITEM-ID OF WS-WORK-ITEM TO WS-SEARCH-ID
                   PERFORM 1155-FIND-DELETE
                   IF WS-FOUND
                       MOVE WS-EVT-SEQ(WS-EVENT-IDX)
                           TO WS-DEL-SEQ(WS-FOUND-IDX)
                   ELSE
                       PERFORM 1160-INSERT-DELETE
                   END-IF
               END-IF
           END-PERFORM.

       1155-FIND-DELETE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-FOUND-IDX
           IF WS-DELETE-COUNT > 0
               SEARCH ALL WS-DELETE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-DEL-ITEM-ID(WS-DEL-IDX) = WS-SEARCH-ID
                       SET WS-FOUND TO TRUE
                       SET WS-FOUND-IDX TO WS-DEL-IDX
               END-SEARCH
           END-IF.

       1160-INSERT-DELETE.
           IF WS-DELETE-COUNT < WS-MAX-DELETES
               ADD 1 TO WS-DELETE-COUNT
               MOVE WS-DELETE-COUNT TO WS-INSERT-IDX
               PERFORM UNTIL WS-INSERT-IDX = 1 OR
                       WS-DEL-ITEM-ID(WS-INSERT-IDX - 1) < WS-SEARCH-ID
                   MOVE WS-DELETE-ENTRY(WS-INSERT-IDX - 1)
                       TO WS-DELETE-ENTRY(WS-INSERT-IDX)
                   SUBTRACT 1 FROM WS-INSERT-IDX
               END-PERFORM
               MOVE WS-SEARCH-ID TO WS-DEL-ITEM-ID(WS-INSERT-IDX)
               MOVE WS-EVT-SEQ(WS-EVENT-IDX)
                   TO WS-DEL-SEQ(WS-INSERT-IDX)
           ELSE
               DISPLAY "WARNING: DELETE TABLE AT CAPACITY ("
                   WS-MAX-DELETES ") - " WS-SEARCH-ID
                   " NOT INDEXED"
           END-IF.

       1200-LOAD-BALANCE-COUNTS.
           OPEN INPUT BALANCE-IN-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "BALRPT NOT AVAILABLE (STATUS "
                   WS-BALANCE-STATUS ") - NO BRANCH CAN BE TIED"
           ELSE
               SET WS-BALRPT-READ TO TRUE
               PERFORM UNTIL WS-BALANCE-EOF
                   READ BALANCE-IN-FILE
                       AT END
                           SET WS-BALANCE-EOF TO TRUE
                       NOT AT END
                           IF BAL-LABEL = "SOURCE " AND
                                   BAL-READ-LABEL = "  READ: " AND
                                   BAL-READ-COUNT NUMERIC
                               PERFORM 1210-STORE-BALANCE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-IN-FILE
           END-IF.

       1210-STORE-BALANCE-COUNT.
           PERFORM VARYING WS-BR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-BR-SCAN-IDX > WS-BRANCH-MAX
               IF WS-BRANCH-CD(WS-BR-SCAN-IDX) = BAL-SOURCE-CD
                   MOVE BAL-READ-COUNT
                       TO WS-BR-BAL-READ(WS-BR-SCAN-IDX)
               END-IF
           END-PERFORM.

       1900-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "05"
               CLOSE RUN-CONTROL-FILE
               DISPLAY "RUN CONTROL LOG EMPTY - SEQUENCING CHECK "
                   "BYPASSED"
               SET WS-BUG-DONE TO TRUE
           ELSE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "NO RUN CONTROL LOG (STATUS " WS-RUNCTL-STATUS
                   ") - SEQUENCING CHECK BYPASSED"
               SET WS-BUG-DONE TO TRUE
           ELSE
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RUNCTL-EOF TO TRUE
                       NOT AT END
                           IF RC-PROGRAM = "BUG" AND
                                   RC-RUN-DATE = WS-RUN-DATE
                               PERFORM 1910-APPLY-BUG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           END-IF.

       1910-APPLY-BUG-RECORD.
      *> A window refused at initialize (return code 8) never wrote
      *> DISPWORK, so only an end below 8 vouches for the file.
           EVALUATE RC-REC-TYPE
               WHEN "STR"
                   MOVE 'N' TO WS-BUG-DONE-SW
               WHEN "END"
                   IF RC-RETURN-CODE < 8
                       SET WS-BUG-DONE TO TRUE
                       MOVE RC-STATUS TO WS-BUG-END-STAT
                   END-IF
               WHEN "BKO"
                   MOVE 'N' TO WS-BUG-DONE-SW
           END-EVALUATE.

       1950-WRITE-RUN-START.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGRTRN" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "STR" TO RC-REC-TYPE
           MOVE SPACES TO RC-STATUS
           MOVE 0 TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BUGRTRN" TO RC-PROGRAM
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "END" TO RC-REC-TYPE
           MOVE WS-RUN-END-STATUS TO RC-STATUS
           MOVE WS-RUN-END-RC TO RC-RETURN-CODE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       2000-RETURN-EVENT.
      *> A record belongs to the branch whose file it was read from,
      *> or, read through COV, to the branch stamped on the item.
      *> Head-office recycle and reinstatement streams go to no
      *> branch.
           MOVE 0 TO WS-BR-IDX
           MOVE 'N' TO WS-VIA-CARRY-SW
           MOVE WS-EVT-ITEM(WS-EVENT-IDX) TO WS-WORK-ITEM
           PERFORM VARYING WS-BR-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-BR-SCAN-IDX > WS-BRANCH-MAX
               IF WS-BRANCH-CD(WS-BR-SCAN-IDX) =
                       WS-EVT-STREAM-CD(WS-EVENT-IDX)
                   MOVE WS-BR-SCAN-IDX TO WS-BR-IDX
               END-IF
           END-PERFORM
           IF WS-BR-IDX = 0 AND WS-EVT-STREAM-CD(WS-EVENT-IDX) = "COV"
               PERFORM VARYING WS-BR-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-BR-SCAN-IDX > WS-BRANCH-MAX
                   IF WS-BRANCH-CD(WS-BR-SCAN-IDX) =
                           WS-ITEM-SOURCE-CD OF WS-WORK-ITEM
                       MOVE WS-BR-SCAN-IDX TO WS-BR-IDX
                       SET WS-VIA-CARRY TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BR-IDX > 0
               PERFORM 2100-RESOLVE-DISPOSITION
               MOVE WS-EVT-SEQ(WS-EVENT-IDX) TO WS-RTN-SEQ
               MOVE WS-EVT-REASON-CODE(WS-EVENT-IDX)
                   TO WS-RTN-REASON-CD
               MOVE WS-EVT-REF-DATE(WS-EVENT-IDX) TO WS-RTN-REF-DATE
               MOVE WS-EVT-ITEM(WS-EVENT-IDX) TO WS-RTN-ITEM
               IF WS-VIA-CARRY
                   MOVE "COV" TO WS-RTN-VIA
                   ADD 1 TO WS-BR-CARRY-READ(WS-BR-IDX)
               ELSE
                   MOVE WS-BRANCH-CD(WS-BR-IDX) TO WS-RTN-VIA
                   ADD 1 TO WS-BR-FILE-READ(WS-BR-IDX)
               END-IF
               MOVE WS-RTN-DETAIL TO WS-OUT-LINE
               PERFORM 8600-WRITE-RETURN-LINE
               ADD 1 TO WS-BR-DETAIL-COUNT(WS-BR-IDX)
               MOVE WS-DISP-MAX TO WS-DISP-IDX
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > WS-DISP-MAX
                   IF WS-DISP-CODE(WS-CODE-IDX) = WS-RTN-DISPOSITION
                       MOVE WS-CODE-IDX TO WS-DISP-IDX
                   END-IF
               END-PERFORM
               ADD 1 TO WS-BR-DISP-COUNT(WS-BR-IDX, WS-DISP-IDX)
           END-IF.

       2100-RESOLVE-DISPOSITION.
           MOVE WS-EVT-EVENT(WS-EVENT-IDX) TO WS-RTN-DISPOSITION
           IF WS-EVT-EVENT(WS-EVENT-IDX) = "STGD"
               MOVE WS-ITEM-ID OF WS-WORK-ITEM TO WS-SEARCH-ID
               PERFORM 1155-FIND-DELETE
               IF WS-FOUND AND
                       WS-DEL-SEQ(WS-FOUND-IDX) >
                           WS-EVT-SEQ(WS-EVENT-IDX)
                   MOVE "DELD" TO WS-RTN-DISPOSITION
               ELSE
                   PERFORM 1125-FIND-FINAL
                   IF WS-FOUND
                       MOVE WS-FIN-EVENT(WS-FOUND-IDX)
                           TO WS-RTN-DISPOSITION
                   ELSE
                       MOVE "NFIN" TO WS-RTN-DISPOSITION
                       ADD 1 TO WS-NO-FINAL-COUNT
                   END-IF
               END-IF
           END-IF.

       8500-WRITE-TRAILERS-AND-SUMMARIES.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BRANCH-MAX
               IF WS-BALRPT-READ AND
                       WS-BR-FILE-READ(WS-BR-IDX) =
                           WS-BR-BAL-READ(WS-BR-IDX)
                   MOVE 'Y' TO WS-BR-TIED-SW(WS-BR-IDX)
               ELSE
                   MOVE 'N' TO WS-BR-TIED-SW(WS-BR-IDX)
                   SET WS-ANY-UNTIED TO TRUE
               END-IF
               MOVE WS-BR-DETAIL-COUNT(WS-BR-IDX) TO WS-RTN-TRL-COUNT
               MOVE WS-BR-FILE-READ(WS-BR-IDX) TO WS-RTN-TRL-FILE-READ
               MOVE WS-BR-CARRY-READ(WS-BR-IDX)
                   TO WS-RTN-TRL-CARRY-READ
               MOVE WS-BR-DISP-COUNT(WS-BR-IDX, 1) TO WS-RTN-TRL-POSTED
               MOVE WS-BR-DISP-COUNT(WS-BR-IDX, 3)
                   TO WS-RTN-TRL-SUSPENSE
               MOVE WS-BR-DISP-COUNT(WS-BR-IDX, 7)
                   TO WS-RTN-TRL-REJECTED
               MOVE WS-BR-DISP-COUNT(WS-BR-IDX, 5)
                   TO WS-RTN-TRL-EXPIRED
               MOVE WS-BR-DISP-COUNT(WS-BR-IDX, 8)
                   TO WS-RTN-TRL-DUP-SAME
               MOVE WS-BR-DISP-COUNT(WS-BR-IDX, 9)
                   TO WS-RTN-TRL-DUP-XRUN
               MOVE WS-BR-TIED-SW(WS-BR-IDX) TO WS-RTN-TRL-TIED-SW
               MOVE WS-RTN-TRAILER TO WS-OUT-LINE
               PERFORM 8600-WRITE-RETURN-LINE
               PERFORM 8520-WRITE-BRANCH-SUMMARY
           END-PERFORM.

       8520-WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO WS-OUT-LINE
           STRING "DISPOSITION RETURN SUMMARY   SOURCE "
                   WS-BRANCH-CD(WS-BR-IDX)
                   "   RUN DATE: " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM 8610-WRITE-SUMMARY-LINE
           IF WS-BUG-END-STAT = "PART"
               MOVE SPACES TO WS-OUT-LINE
               STRING "PARTIAL WINDOW - RECORDS NOT YET READ COME BACK"
                       " ON THE NEXT WINDOW'S FILE"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
               PERFORM 8610-WRITE-SUMMARY-LINE
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING "READ FROM BRANCH FILE:  "
                   WS-BR-FILE-READ(WS-BR-IDX)
                   "   BALANCE REPORT: " WS-BR-BAL-READ(WS-BR-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM 8610-WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "READ VIA CARRYOVER:     "
                   WS-BR-CARRY-READ(WS-BR-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM 8610-WRITE-SUMMARY-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "RECORDS RETURNED:       "
                   WS-BR-DETAIL-COUNT(WS-BR-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-STRING
           PERFORM 8610-WRITE-SUMMARY-LINE
           PERFORM VARYING WS-DISP-IDX FROM 1 BY 1
                   UNTIL WS-DISP-IDX > WS-DISP-MAX
               IF WS-BR-DISP-COUNT(WS-BR-IDX, WS-DISP-IDX) > 0
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  " WS-DISP-CODE(WS-DISP-IDX) "  "
                           WS-DISP-LABEL(WS-DISP-IDX)
                           WS-BR-DISP-COUNT(WS-BR-IDX, WS-DISP-IDX)
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-STRING
                   PERFORM 8610-WRITE-SUMMARY-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OUT-LINE
           IF WS-BR-TIED-SW(WS-BR-IDX) = 'Y'
               STRING "RETURN FILE TIES TO THE BALANCE REPORT"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           ELSE
               STRING "*** RETURN FILE DOES NOT TIE TO THE BALANCE "
                       "REPORT ***"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               END-STRING
           END-IF
           PERFORM 8610-WRITE-SUMMARY-LINE.

       8600-WRITE-RETURN-LINE.
           EVALUATE WS-BR-IDX
               WHEN 1
                   WRITE RETURN-B01-RECORD FROM WS-OUT-LINE
               WHEN 2
                   WRITE RETURN-B02-RECORD FROM WS-OUT-LINE
               WHEN 3
                   WRITE RETURN-B03-RECORD FROM WS-OUT-LINE
               WHEN 4
                   WRITE RETURN-B04-RECORD FROM WS-OUT-LINE
           END-EVALUATE.

       8610-WRITE-SUMMARY-LINE.
           EVALUATE WS-BR-IDX
               WHEN 1
                   WRITE SUMMARY-B01-RECORD FROM WS-OUT-LINE
               WHEN 2
                   WRITE SUMMARY-B02-RECORD FROM WS-OUT-LINE
               WHEN 3
                   WRITE SUMMARY-B03-RECORD FROM WS-OUT-LINE
               WHEN 4
                   WRITE SUMMARY-B04-RECORD FROM WS-OUT-LINE
           END-EVALUATE.

       9000-TERMINATE.
           CLOSE RETURN-B01-FILE
           CLOSE RETURN-B02-FILE
           CLOSE RETURN-B03-FILE
           CLOSE RETURN-B04-FILE
           CLOSE SUMMARY-B01-FILE
           CLOSE SUMMARY-B02-FILE
           CLOSE SUMMARY-B03-FILE
           CLOSE SUMMARY-B04-FILE
           IF WS-NO-FINAL-COUNT > 0
               DISPLAY "WARNING: " WS-NO-FINAL-COUNT " STAGED RECORDS "
                   "HAVE NO FINAL DISPOSITION ON DISPWORK (NFIN)"
           END-IF
      *> Returns still go out when a branch does not tie - they say
      *> what did happen - but the warning holds the hand-off until
      *> someone has looked.
           IF WS-ANY-UNTIED OR WS-NO-FINAL-COUNT > 0 OR
                   WS-CAPACITY-DROP-COUNT > 0
               MOVE 4 TO RETURN-CODE
               MOVE "FAIL" TO WS-RUN-END-STATUS
               DISPLAY "RETURN FILES WRITTEN - AT LEAST ONE BRANCH "
                   "DOES NOT TIE TO BALRPT"
           ELSE
               MOVE "OK" TO WS-RUN-END-STATUS
               DISPLAY "RETURN FILES WRITTEN - ALL BRANCHES TIE TO "
                   "BALRPT"
           END-IF
           MOVE RETURN-CODE TO WS-RUN-END-RC
           PERFORM 9100-WRITE-RUN-END.
