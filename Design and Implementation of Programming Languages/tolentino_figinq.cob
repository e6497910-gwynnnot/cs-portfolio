       IDENTIFICATION DIVISION.
       PROGRAM-ID. figinq.
       AUTHOR. gwy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN "HISTMAST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HIST-STATUS.
           SELECT HISTGEN-FILE ASSIGN USING HISTGEN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HGEN-STATUS.
           SELECT PARAM-FILE ASSIGN "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT REPORT-FILE ASSIGN "FIGINQ.PRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-RECORD PIC X(80).

       FD HISTGEN-FILE.
       01 HISTGEN-RECORD PIC X(80).

       FD PARAM-FILE.
       01 PARAM-RECORD PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           77 HIST-STATUS PIC XX.
           77 HGEN-STATUS PIC XX.
           77 PARM-STATUS PIC XX.
           77 RPT-STATUS PIC XX.
           77 RPT-OPEN PIC 9 VALUE 0.
           77 DETAIL-LINE PIC X(79).

           77 HISTGEN-FILE-NAME PIC X(30).
           77 HIST-EOF-SW PIC 9.
           77 GEN-EOF-SW PIC 9.
           77 GEN-MONTH PIC X(6).
           77 GEN-END-MONTH PIC X(6).
           77 GEN-YY PIC 9(4).
           77 GEN-MM PIC 9(2).
           77 GEN-READ PIC 9(3) VALUE 0.
           77 GEN-OLDEST PIC X(6).
           77 LIVE-OLDEST PIC X(8).

           77 PARM-EOF-SW PIC 9.
           77 PARM-KEYWORD PIC X(12).
           77 PARM-VAL PIC X(12).
           77 PARM-RETAIN PIC 9(3) VALUE 12.
           77 BACK-MONTHS PIC 9(3).

           77 RUN-DATE PIC 9(8).
           77 RANGE-DATE-NUM PIC 9(8).
           77 RANGE-DATE-DISPLAY PIC 9999/99/99.
           77 FROM-DATE PIC X(8).
           77 TO-DATE PIC X(8).
           77 SEL-BRANCH PIC X(3).
           77 SEL-MODE PIC X.
           77 SEL-LOW-X PIC X(5).
           77 SEL-LOW REDEFINES SEL-LOW-X PIC 9(5).
           77 SEL-HIGH-X PIC X(5).
           77 SEL-HIGH REDEFINES SEL-HIGH-X PIC 9(5).
           77 OUT-MODE PIC X.

           77 CUR-DATE PIC X(8).
           77 CUR-IN-RANGE PIC 9 VALUE 0.
           77 CUR-SHOWN PIC 9 VALUE 0.
           77 CUR-COUNT PIC 9(3).
           77 CUR-SUM PIC 9(9).
           77 CUR-AVG100 PIC 9(9).
           77 CUR-MED100 PIC 9(9).
           77 CUR-AVG PIC 9(7)V99.
           77 CUR-MED PIC 9(7)V99.
           77 REC-VALUE PIC 9(5).
           77 REC-BRANCH PIC X(3).
           77 REC-MATCH PIC 9.

           77 SCAN-PASS PIC 9.
           77 CUR-HSEQ PIC 9(7).
           77 LB-COUNT PIC 9(4) VALUE 0.
           77 LB-SUB PIC 9(4).
           77 LB-FOUND PIC 9.
           77 LB-TRUNC PIC 9 VALUE 0.
           77 SUPERSEDED PIC 9(5) VALUE 0.

           77 DAYS-SCANNED PIC 9(5) VALUE 0.
           77 MATCH-COUNT PIC 9(7) VALUE 0.
           77 MATCH-DAYS PIC 9(5) VALUE 0.
           77 MATCH-SUM PIC 9(12) VALUE 0.
           77 MATCH-LOW PIC 9(5) VALUE 99999.
           77 MATCH-HIGH PIC 9(5) VALUE 0.
           77 MATCH-AVG PIC 9(7)V99.
           77 FIRST-DATE PIC X(8) VALUE SPACES.
           77 FIRST-BRANCH PIC X(3).
           77 FIRST-VALUE PIC 9(5).
           77 LAST-DATE PIC X(8) VALUE SPACES.
           77 LAST-BRANCH PIC X(3).
           77 LAST-VALUE PIC 9(5).

           77 COUNT-DISPLAY PIC ZZ9.
           77 SUM-DISPLAY PIC Z(8)9.
           77 AVG-DISPLAY PIC Z(6)9.99.
           77 MED-DISPLAY PIC Z(6)9.99.
           77 TOTAL-DISPLAY PIC Z(11)9.

           01 last-batch-table.
               02 lb-entries occurs 9999 times.
                   03 lb-date pic x(8).
                   03 lb-seq pic 9(7).

       PROCEDURE DIVISION.
           DISPLAY " HISTORICAL FIGURE INQUIRY ".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM read-retention.
           PERFORM ask-search-criteria.
           IF OUT-MODE = "P"
               OPEN OUTPUT REPORT-FILE
               IF RPT-STATUS = "00"
                   MOVE 1 TO RPT-OPEN
               ELSE
                   DISPLAY "! CANNOT OPEN FIGINQ.PRT, CONSOLE ONLY "
               END-IF
           END-IF.
           PERFORM print-criteria.
           PERFORM collect-last-batches.
           MOVE 2 TO SCAN-PASS.
           MOVE 0 TO CUR-HSEQ.
           MOVE 0 TO GEN-READ.
           PERFORM scan-history-generations.
           PERFORM scan-live-history.
           PERFORM print-selection-totals.
           IF RPT-OPEN = 1
               CLOSE REPORT-FILE
               DISPLAY " LISTING WRITTEN TO FIGINQ.PRT "
           END-IF.
           STOP RUN.

       read-retention.
           OPEN INPUT PARAM-FILE.
           IF PARM-STATUS = "00"
               MOVE 0 TO PARM-EOF-SW
               PERFORM UNTIL PARM-EOF-SW = 1
                   READ PARAM-FILE
                       AT END
                           MOVE 1 TO PARM-EOF-SW
                       NOT AT END
                           MOVE SPACES TO PARM-KEYWORD
                           MOVE SPACES TO PARM-VAL
                           UNSTRING PARAM-RECORD DELIMITED BY "="
                               INTO PARM-KEYWORD PARM-VAL
                           END-UNSTRING
                           IF PARM-KEYWORD = "RETAIN"
                                   AND PARM-VAL(1:3) IS NUMERIC
                               MOVE PARM-VAL(1:3) TO PARM-RETAIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.

       ask-search-criteria.
           DISPLAY "FROM DATE (CCYYMMDD, BLANK = OLDEST RETAINED): "
               WITH NO ADVANCING.
           ACCEPT FROM-DATE.
           PERFORM UNTIL FROM-DATE IS NUMERIC OR FROM-DATE = SPACES
               DISPLAY "! INVALID DATE, RE-ENTER (CCYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT FROM-DATE
           END-PERFORM.
           IF FROM-DATE = SPACES
               PERFORM set-oldest-retained
           END-IF.
           DISPLAY "TO DATE (CCYYMMDD, BLANK = TODAY): "
               WITH NO ADVANCING.
           ACCEPT TO-DATE.
           IF TO-DATE = SPACES
               MOVE RUN-DATE TO TO-DATE
           END-IF.
           PERFORM UNTIL TO-DATE IS NUMERIC
                   AND TO-DATE >= FROM-DATE
               DISPLAY "! INVALID DATE, RE-ENTER (CCYYMMDD, "
                   "BLANK = TODAY): " WITH NO ADVANCING
               ACCEPT TO-DATE
               IF TO-DATE = SPACES
                   MOVE RUN-DATE TO TO-DATE
               END-IF
           END-PERFORM.
           DISPLAY "BRANCH CODE (BLANK = ALL BRANCHES): "
               WITH NO ADVANCING.
           ACCEPT SEL-BRANCH.
           DISPLAY "VALUE SEARCH - (N)ONE, (R)ANGE OR (E)XACT: "
               WITH NO ADVANCING.
           ACCEPT SEL-MODE.
           EVALUATE SEL-MODE
               WHEN "R"
               WHEN "r"
                   DISPLAY "LOWEST VALUE (00000-99999): "
                       WITH NO ADVANCING
                   PERFORM accept-low-value
                   DISPLAY "HIGHEST VALUE (00000-99999): "
                       WITH NO ADVANCING
                   PERFORM accept-high-value
                   PERFORM UNTIL SEL-HIGH >= SEL-LOW
                       DISPLAY "! HIGHEST BELOW LOWEST, RE-ENTER: "
                           WITH NO ADVANCING
                       PERFORM accept-high-value
                   END-PERFORM
               WHEN "E"
               WHEN "e"
                   DISPLAY "VALUE (00000-99999): " WITH NO ADVANCING
                   PERFORM accept-low-value
                   MOVE SEL-LOW TO SEL-HIGH
               WHEN OTHER
                   MOVE 0 TO SEL-LOW
                   MOVE 99999 TO SEL-HIGH
           END-EVALUATE.
           DISPLAY "OUTPUT - (S)CREEN OR (P)RINTED LISTING: "
               WITH NO ADVANCING.
           ACCEPT OUT-MODE.
           IF OUT-MODE = "p"
               MOVE "P" TO OUT-MODE
           END-IF.

       accept-low-value.
           ACCEPT SEL-LOW-X.
           PERFORM UNTIL SEL-LOW-X IS NUMERIC
               DISPLAY "! INVALID VALUE, RE-ENTER (00000-99999): "
                   WITH NO ADVANCING
               ACCEPT SEL-LOW-X
           END-PERFORM.

       accept-high-value.
           ACCEPT SEL-HIGH-X.
           PERFORM UNTIL SEL-HIGH-X IS NUMERIC
               DISPLAY "! INVALID VALUE, RE-ENTER (00000-99999): "
                   WITH NO ADVANCING
               ACCEPT SEL-HIGH-X
           END-PERFORM.

       set-oldest-retained.
           MOVE RUN-DATE(1:4) TO GEN-YY.
           MOVE RUN-DATE(5:2) TO GEN-MM.
           MOVE PARM-RETAIN TO BACK-MONTHS.
           ADD 1 TO BACK-MONTHS.
           PERFORM UNTIL BACK-MONTHS = 0
               PERFORM drop-generation-month
               SUBTRACT 1 FROM BACK-MONTHS
           END-PERFORM.
           MOVE SPACES TO GEN-OLDEST.
           MOVE "00" TO HGEN-STATUS.
           PERFORM UNTIL HGEN-STATUS NOT = "00"
               MOVE GEN-YY TO GEN-MONTH(1:4)
               MOVE GEN-MM TO GEN-MONTH(5:2)
               MOVE SPACES TO HISTGEN-FILE-NAME
               STRING "HISTGEN-" GEN-MONTH ".DAT" DELIMITED BY SIZE
                   INTO HISTGEN-FILE-NAME
               OPEN INPUT HISTGEN-FILE
               IF HGEN-STATUS = "00"
                   CLOSE HISTGEN-FILE
                   MOVE GEN-MONTH TO GEN-OLDEST
                   PERFORM drop-generation-month
               END-IF
           END-PERFORM.
           PERFORM find-live-oldest.
           IF GEN-OLDEST NOT = SPACES
               MOVE GEN-OLDEST TO FROM-DATE(1:6)
               MOVE "01" TO FROM-DATE(7:2)
               IF LIVE-OLDEST < FROM-DATE
                   MOVE LIVE-OLDEST TO FROM-DATE
               END-IF
           ELSE
               IF LIVE-OLDEST NOT = HIGH-VALUES
                   MOVE LIVE-OLDEST TO FROM-DATE
               ELSE
                   MOVE RUN-DATE TO FROM-DATE
               END-IF
           END-IF.

       drop-generation-month.
           IF GEN-MM > 1
               SUBTRACT 1 FROM GEN-MM
           ELSE
               MOVE 12 TO GEN-MM
               SUBTRACT 1 FROM GEN-YY
           END-IF.

       find-live-oldest.
           MOVE HIGH-VALUES TO LIVE-OLDEST.
           OPEN INPUT HISTORY-FILE.
           IF HIST-STATUS = "00"
               MOVE 0 TO HIST-EOF-SW
               PERFORM UNTIL HIST-EOF-SW = 1
                   READ HISTORY-FILE
                       AT END
                           MOVE 1 TO HIST-EOF-SW
                       NOT AT END
                           IF HISTORY-RECORD(1:1) = "H"
                                   AND HISTORY-RECORD(2:8) IS NUMERIC
                                   AND HISTORY-RECORD(2:8)
                                       < LIVE-OLDEST
                               MOVE HISTORY-RECORD(2:8)
                                   TO LIVE-OLDEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       print-criteria.
           MOVE "HISTORICAL FIGURE INQUIRY" TO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           MOVE RUN-DATE TO RANGE-DATE-DISPLAY.
           STRING "RUN DATE: " RANGE-DATE-DISPLAY DELIMITED BY SIZE
               INTO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           MOVE FROM-DATE TO RANGE-DATE-NUM.
           MOVE RANGE-DATE-NUM TO RANGE-DATE-DISPLAY.
           STRING "DATES:  " RANGE-DATE-DISPLAY " TO "
               DELIMITED BY SIZE INTO DETAIL-LINE.
           MOVE TO-DATE TO RANGE-DATE-NUM.
           MOVE RANGE-DATE-NUM TO RANGE-DATE-DISPLAY.
           MOVE RANGE-DATE-DISPLAY TO DETAIL-LINE(23:10).
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           IF SEL-BRANCH = SPACES
               MOVE "BRANCH: ALL" TO DETAIL-LINE
           ELSE
               STRING "BRANCH: " SEL-BRANCH DELIMITED BY SIZE
                   INTO DETAIL-LINE
           END-IF.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "VALUES: " SEL-LOW " TO " SEL-HIGH
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM put-line.

       collect-last-batches.
           MOVE 1 TO SCAN-PASS.
           MOVE 0 TO CUR-HSEQ.
           PERFORM scan-history-generations.
           PERFORM scan-live-history.
           IF LB-TRUNC = 1
               DISPLAY "! MORE THAN 9999 HISTORY DATES IN RANGE, "
                   "RERUNS AFTER THAT NOT SKIPPED "
           END-IF.

       note-last-batch.
           PERFORM find-last-batch.
           IF LB-FOUND = 1
               MOVE CUR-HSEQ TO lb-seq(LB-SUB)
           ELSE
               IF LB-COUNT < 9999
                   ADD 1 TO LB-COUNT
                   MOVE CUR-DATE TO lb-date(LB-COUNT)
                   MOVE CUR-HSEQ TO lb-seq(LB-COUNT)
               ELSE
                   MOVE 1 TO LB-TRUNC
               END-IF
           END-IF.

       find-last-batch.
           MOVE 0 TO LB-FOUND.
           MOVE LB-COUNT TO LB-SUB.
           PERFORM UNTIL LB-SUB = 0 OR LB-FOUND = 1
               IF lb-date(LB-SUB) = CUR-DATE
                   MOVE 1 TO LB-FOUND
               ELSE
                   SUBTRACT 1 FROM LB-SUB
               END-IF
           END-PERFORM.

       scan-history-generations.
           MOVE FROM-DATE(1:6) TO GEN-MONTH.
           MOVE TO-DATE(1:6) TO GEN-END-MONTH.
           PERFORM scan-one-generation
               UNTIL GEN-MONTH > GEN-END-MONTH.

       scan-one-generation.
           MOVE SPACES TO HISTGEN-FILE-NAME.
           STRING "HISTGEN-" GEN-MONTH ".DAT" DELIMITED BY SIZE
               INTO HISTGEN-FILE-NAME.
           OPEN INPUT HISTGEN-FILE.
           IF HGEN-STATUS = "00"
               ADD 1 TO GEN-READ
               MOVE 0 TO CUR-IN-RANGE
               MOVE 0 TO GEN-EOF-SW
               PERFORM UNTIL GEN-EOF-SW = 1
                   READ HISTGEN-FILE
                       AT END
                           MOVE 1 TO GEN-EOF-SW
                       NOT AT END
                           MOVE HISTGEN-RECORD TO HISTORY-RECORD
                           PERFORM sift-history-record
                   END-READ
               END-PERFORM
               CLOSE HISTGEN-FILE
           END-IF.
           PERFORM bump-generation-month.

       bump-generation-month.
           MOVE GEN-MONTH(1:4) TO GEN-YY.
           MOVE GEN-MONTH(5:2) TO GEN-MM.
           IF GEN-MM < 12
               ADD 1 TO GEN-MM
           ELSE
               MOVE 1 TO GEN-MM
               ADD 1 TO GEN-YY
           END-IF.
           MOVE GEN-YY TO GEN-MONTH(1:4).
           MOVE GEN-MM TO GEN-MONTH(5:2).

       scan-live-history.
           OPEN INPUT HISTORY-FILE.
           IF HIST-STATUS NOT = "00"
               IF SCAN-PASS = 2
                   DISPLAY "! CANNOT OPEN HISTMAST.DAT "
               END-IF
           ELSE
               MOVE 0 TO CUR-IN-RANGE
               MOVE 0 TO HIST-EOF-SW
               PERFORM UNTIL HIST-EOF-SW = 1
                   READ HISTORY-FILE
                       AT END
                           MOVE 1 TO HIST-EOF-SW
                       NOT AT END
                           PERFORM sift-history-record
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       sift-history-record.
           IF HISTORY-RECORD(1:1) = "H"
               ADD 1 TO CUR-HSEQ
               MOVE HISTORY-RECORD(2:8) TO CUR-DATE
               MOVE 0 TO CUR-SHOWN
               MOVE 0 TO CUR-IN-RANGE
               IF CUR-DATE IS NUMERIC
                       AND CUR-DATE >= FROM-DATE
                       AND CUR-DATE <= TO-DATE
                   IF SCAN-PASS = 1
                       PERFORM note-last-batch
                   ELSE
                       PERFORM find-last-batch
                       IF LB-FOUND = 0 OR lb-seq(LB-SUB) = CUR-HSEQ
                           MOVE 1 TO CUR-IN-RANGE
                           ADD 1 TO DAYS-SCANNED
                           PERFORM keep-day-context
                       ELSE
                           ADD 1 TO SUPERSEDED
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF HISTORY-RECORD(1:1) = "D" AND CUR-IN-RANGE = 1
                       AND HISTORY-RECORD(2:5) IS NUMERIC
                   PERFORM check-one-figure
               END-IF
           END-IF.

       keep-day-context.
           MOVE 0 TO CUR-COUNT.
           MOVE 0 TO CUR-SUM.
           MOVE 0 TO CUR-AVG100.
           MOVE 0 TO CUR-MED100.
           IF HISTORY-RECORD(10:3) IS NUMERIC
               MOVE HISTORY-RECORD(10:3) TO CUR-COUNT
           END-IF.
           IF HISTORY-RECORD(13:9) IS NUMERIC
               MOVE HISTORY-RECORD(13:9) TO CUR-SUM
           END-IF.
           IF HISTORY-RECORD(22:9) IS NUMERIC
               MOVE HISTORY-RECORD(22:9) TO CUR-AVG100
           END-IF.
           IF HISTORY-RECORD(31:9) IS NUMERIC
               MOVE HISTORY-RECORD(31:9) TO CUR-MED100
           END-IF.

       check-one-figure.
           MOVE HISTORY-RECORD(2:5) TO REC-VALUE.
           MOVE HISTORY-RECORD(7:3) TO REC-BRANCH.
           MOVE 1 TO REC-MATCH.
           IF SEL-BRANCH NOT = SPACES AND REC-BRANCH NOT = SEL-BRANCH
               MOVE 0 TO REC-MATCH
           END-IF.
           IF REC-VALUE < SEL-LOW OR REC-VALUE > SEL-HIGH
               MOVE 0 TO REC-MATCH
           END-IF.
           IF REC-MATCH = 1
               IF CUR-SHOWN = 0
                   PERFORM print-day-context
                   MOVE 1 TO CUR-SHOWN
                   ADD 1 TO MATCH-DAYS
               END-IF
               MOVE SPACES TO DETAIL-LINE
               STRING "    BRANCH " REC-BRANCH "  VALUE " REC-VALUE
                   DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
               ADD 1 TO MATCH-COUNT
               ADD REC-VALUE TO MATCH-SUM
               IF REC-VALUE < MATCH-LOW
                   MOVE REC-VALUE TO MATCH-LOW
               END-IF
               IF REC-VALUE > MATCH-HIGH
                   MOVE REC-VALUE TO MATCH-HIGH
               END-IF
               IF FIRST-DATE = SPACES
                   MOVE CUR-DATE TO FIRST-DATE
                   MOVE REC-BRANCH TO FIRST-BRANCH
                   MOVE REC-VALUE TO FIRST-VALUE
               END-IF
               MOVE CUR-DATE TO LAST-DATE
               MOVE REC-BRANCH TO LAST-BRANCH
               MOVE REC-VALUE TO LAST-VALUE
           END-IF.

       print-day-context.
           MOVE CUR-DATE TO RANGE-DATE-NUM.
           MOVE RANGE-DATE-NUM TO RANGE-DATE-DISPLAY.
           MOVE CUR-COUNT TO COUNT-DISPLAY.
           MOVE CUR-SUM TO SUM-DISPLAY.
           COMPUTE CUR-AVG = CUR-AVG100 / 100.
           COMPUTE CUR-MED = CUR-MED100 / 100.
           MOVE CUR-AVG TO AVG-DISPLAY.
           MOVE CUR-MED TO MED-DISPLAY.
           MOVE SPACES TO DETAIL-LINE.
           STRING RANGE-DATE-DISPLAY "  DAY COUNT " COUNT-DISPLAY
               " SUM " SUM-DISPLAY " AVG " AVG-DISPLAY
               " MEDIAN " MED-DISPLAY
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.

       print-selection-totals.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM put-line.
           MOVE "SELECTION TOTALS" TO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "HISTORY DAYS SCANNED: " DAYS-SCANNED
               "  GENERATIONS READ: " GEN-READ
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           IF SUPERSEDED > 0
               MOVE SPACES TO DETAIL-LINE
               STRING "RERUN BATCHES SKIPPED: " SUPERSEDED
                   DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
           END-IF.
           IF MATCH-COUNT = 0
               MOVE "NO FIGURES MATCH THE SEARCH" TO DETAIL-LINE
               PERFORM put-line
           ELSE
               MOVE SPACES TO DETAIL-LINE
               STRING "FIGURES MATCHED:      " MATCH-COUNT
                   DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
               MOVE SPACES TO DETAIL-LINE
               STRING "DAYS WITH MATCHES:    " MATCH-DAYS
                   DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
               MOVE MATCH-SUM TO TOTAL-DISPLAY
               MOVE SPACES TO DETAIL-LINE
               STRING "TOTAL VALUE:          " TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
               COMPUTE MATCH-AVG ROUNDED = MATCH-SUM / MATCH-COUNT
               MOVE MATCH-AVG TO AVG-DISPLAY
               MOVE SPACES TO DETAIL-LINE
               STRING "AVERAGE VALUE:        " AVG-DISPLAY
                   DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
               MOVE SPACES TO DETAIL-LINE
               STRING "LOWEST / HIGHEST:     " MATCH-LOW " / "
                   MATCH-HIGH DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
               MOVE SPACES TO DETAIL-LINE
               STRING "FIRST MATCH:          " FIRST-DATE
                   "  BRANCH " FIRST-BRANCH "  VALUE " FIRST-VALUE
                   DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
               MOVE SPACES TO DETAIL-LINE
               STRING "LAST MATCH:           " LAST-DATE
                   "  BRANCH " LAST-BRANCH "  VALUE " LAST-VALUE
                   DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
           END-IF.

       put-line.
           DISPLAY " " DETAIL-LINE.
           IF RPT-OPEN = 1
               MOVE DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
