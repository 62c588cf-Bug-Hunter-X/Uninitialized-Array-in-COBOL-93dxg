                                   RC-RUN-DATE = WS-TREND-DATE
                               SET WS-BUG-RUN-DONE TO TRUE
                           END-IF
      *> A BUGBKOUT backout of the date took its RUNHIST row away.
                           IF RC-PROGRAM = "BUG" AND
                                   RC-REC-TYPE = "BKO" AND
                                   RC-RUN-DATE = WS-TREND-DATE
                               MOVE 'N' TO WS-BUG-DONE-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
