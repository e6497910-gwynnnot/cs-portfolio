           77 CNT-SKIP-BATCH PIC 9(5) VALUE 0.
           77 CNT-SKIP-RESTART PIC 9(5) VALUE 0.
           77 CNT-OTHER PIC 9(5) VALUE 0.
           77 CNT-SIGNON-OK PIC 9(5) VALUE 0.
           77 CNT-SIGNON-FAIL PIC 9(5) VALUE 0.
           77 CNT-SIGNON-LOCK PIC 9(5) VALUE 0.
           77 CNT-PW-CHANGED PIC 9(5) VALUE 0.
           77 CNT-OPER-MAINT PIC 9(5) VALUE 0.
           77 SEC-COUNT PIC 9(3) VALUE 0.
           77 SEC-OVER PIC 9(5) VALUE 0.
           77 SEC-SUB PIC 9(3).

           77 DAY-COUNT-N PIC 9(3) VALUE 0.
           77 DAY-SUB PIC 9(3).
                   03 day-count pic 9(5).

           01 choice-table.
               02 choice-count occurs 40 times pic 9(5).

           01 fail-table.
               02 fail-lines occurs 500 times pic x(80).

           01 sec-table.
               02 sec-lines occurs 500 times pic x(80).

           01 user-table.
               02 user-entries occurs 20 times.
                   03 ut-user pic x(8).
           DISPLAY " AUDIT LOG SUMMARY REPORT ".
           PERFORM ask-date-range.
           MOVE 1 TO CH-SUB.
           PERFORM UNTIL CH-SUB > 40
               MOVE 0 TO choice-count(CH-SUB)
               ADD 1 TO CH-SUB
           END-PERFORM.
               ADD 1 TO TOTAL-LINES
               PERFORM tally-day
               PERFORM tally-user
               IF AR-CHOICE >= 1 AND AR-CHOICE <= 40
                   ADD 1 TO choice-count(AR-CHOICE)
               END-IF
               PERFORM tally-outcome
                   ADD 1 TO CNT-SKIP-BATCH
               WHEN AR-OUTCOME(1:17) = "SKIPPED (RESTART)"
                   ADD 1 TO CNT-SKIP-RESTART
               WHEN AR-OUTCOME(1:9) = "SIGNON OK"
                   ADD 1 TO CNT-SIGNON-OK
               WHEN AR-OUTCOME(1:13) = "SIGNON LOCKED"
                   ADD 1 TO CNT-SIGNON-LOCK
                   PERFORM keep-security-line
               WHEN AR-OUTCOME(1:7) = "SIGNON "
                   ADD 1 TO CNT-SIGNON-FAIL
                   PERFORM keep-security-line
               WHEN AR-OUTCOME(1:16) = "PASSWORD CHANGED"
                   ADD 1 TO CNT-PW-CHANGED
                   PERFORM keep-security-line
               WHEN AR-OUTCOME(1:5) = "OPER "
                   ADD 1 TO CNT-OPER-MAINT
                   PERFORM keep-security-line
               WHEN OTHER
                   ADD 1 TO CNT-OTHER
           END-EVALUATE.
               ADD 1 TO FAIL-OVER
           END-IF.

       keep-security-line.
           IF SEC-COUNT < 500
               ADD 1 TO SEC-COUNT
               MOVE AUDIT-RECORD TO sec-lines(SEC-COUNT)
           ELSE
               ADD 1 TO SEC-OVER
           END-IF.

       print-summary.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS = "00"
           MOVE "RUNS PER CHOICE" TO DETAIL-LINE.
           PERFORM put-line.
           MOVE 1 TO CH-SUB.
           PERFORM UNTIL CH-SUB > 40
               IF choice-count(CH-SUB) > 0
                   MOVE SPACES TO DETAIL-LINE
                   STRING "CHOICE " CH-SUB " : " choice-count(CH-SUB)
                   PERFORM put-line
               END-IF
           END-IF.
           PERFORM print-security-events.
           IF RPT-OPEN = 1
               CLOSE REPORT-FILE
               DISPLAY " REPORT WRITTEN TO AUDITRPT.PRT "
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.

       print-security-events.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM put-line.
           MOVE "SIGN-ON AND OPERATOR SECURITY" TO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "SIGN-ONS ACCEPTED : " CNT-SIGNON-OK
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "SIGN-ONS REFUSED  : " CNT-SIGNON-FAIL
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "IDS LOCKED        : " CNT-SIGNON-LOCK
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "PASSWORDS CHANGED : " CNT-PW-CHANGED
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "OPERATOR CHANGES  : " CNT-OPER-MAINT
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM put-line.
           MOVE "SECURITY EVENT DETAIL" TO DETAIL-LINE.
           PERFORM put-line.
           IF SEC-COUNT = 0
               MOVE "NO SECURITY EVENTS IN RANGE" TO DETAIL-LINE
               PERFORM put-line
           ELSE
               MOVE 1 TO SEC-SUB
               PERFORM UNTIL SEC-SUB > SEC-COUNT
                   MOVE sec-lines(SEC-SUB) TO DETAIL-LINE
                   PERFORM put-line
                   ADD 1 TO SEC-SUB
               END-PERFORM
               IF SEC-OVER > 0
                   MOVE SPACES TO DETAIL-LINE
                   STRING "FURTHER SECURITY LINES NOT LISTED: "
                       SEC-OVER DELIMITED BY SIZE INTO DETAIL-LINE
                   PERFORM put-line
               END-IF
           END-IF.

       put-line.
           DISPLAY " " DETAIL-LINE.
           IF RPT-OPEN = 1
