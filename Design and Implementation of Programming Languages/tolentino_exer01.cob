           SELECT DAILY-FIGURES-FILE ASSIGN "DAILY-FIGURES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DF-STATUS.
           SELECT PRINT-FILE ASSIGN USING RPT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PRT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN "ARRAYCKPT.DAT"
           SELECT LEDGER-FILE ASSIGN "DATELEDG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LEDG-STATUS.
           SELECT JOURNAL-FILE ASSIGN "FIGJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
           SELECT BRANCH-FILE ASSIGN "BRANCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BRN-STATUS.
           SELECT ADJ-FILE ASSIGN "ADJTRAN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ADJ-STATUS.
           SELECT ADJ-HIST-FILE ASSIGN "ADJHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ADH-STATUS.
           SELECT TARGET-FILE ASSIGN "TARGETS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TGT-STATUS.
           SELECT VAR-EXTRACT-FILE ASSIGN USING EXTRACT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS EXT-STATUS.
           SELECT CALENDAR-FILE ASSIGN "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CAL-STATUS.
           SELECT RPT-INDEX-FILE ASSIGN "RPTINDEX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RIX-STATUS.
           SELECT REPRINT-FILE ASSIGN USING RPT-BROWSE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPB-STATUS.
           SELECT STMT-FILE ASSIGN USING STMT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS STMT-STATUS.
           SELECT DIST-LOG-FILE ASSIGN "DISTLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DLOG-STATUS.
           SELECT SORT-FILE ASSIGN "SORTWORK.TMP".
           SELECT FIGURE-MASTER ASSIGN "FIGMASTER.DAT"
               ORGANIZATION INDEXED
       FD LEDGER-FILE.
       01 LEDGER-RECORD PIC X(80).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(80).

       FD BRANCH-FILE.
       01 BRANCH-RECORD PIC X(80).

       FD ADJ-FILE.
       01 ADJ-RECORD PIC X(80).

       FD ADJ-HIST-FILE.
       01 ADJ-HIST-RECORD PIC X(80).

       FD TARGET-FILE.
       01 TARGET-RECORD PIC X(80).

       FD VAR-EXTRACT-FILE.
       01 VAR-EXTRACT-RECORD PIC X(132).

       FD CALENDAR-FILE.
       01 CALENDAR-RECORD PIC X(80).

       FD RPT-INDEX-FILE.
       01 RPT-INDEX-RECORD PIC X(80).

       FD REPRINT-FILE.
       01 REPRINT-RECORD PIC X(80).

       FD STMT-FILE.
       01 STMT-RECORD PIC X(80).

       FD DIST-LOG-FILE.
       01 DIST-LOG-RECORD PIC X(80).

       SD SORT-FILE.
       01 SORT-REC.
           02 SR-VALUE PIC 9(5).
           77 NEXT-FIG-ID PIC 9(5) VALUE 1.
           77 META-SWAP-TEMP PIC X(16).

           77 JRNL-STATUS PIC XX.
           77 JRNL-OPEN PIC 9 VALUE 0.
           77 JRNL-DATE PIC 9(8).
           77 JRNL-TIME PIC 9(8).
           77 JRNL-ACTION PIC X.
           77 JRNL-SOURCE PIC X(4).
           77 JRNL-BEFORE PIC X(21).
           77 JRNL-AFTER PIC X(21).
           77 OLDM-COUNT PIC 9(3).
           77 OLDM-SUB PIC 9(4).
           77 OLDM-OVER PIC 9(5).

           77 EXT-STATUS PIC XX.
           77 TRG-STATUS PIC XX.
           77 EXTRACT-FILE-NAME PIC X(30).

           77 MSUM-STATUS PIC XX.
           77 MSUM-EOF-SW PIC 9.
           77 MSUM-COUNT PIC 9(4).
           77 MSUM-SUB PIC 9(4).
           77 MSUM-KEEP PIC 9(4).
           77 MSUM-REPLACED PIC 9.
           77 MSUM-TRUNC PIC 9 VALUE 0.
           77 MEND-MONTH PIC X(6).
           77 MEND-TOTAL PIC 9(10).
           77 MEND-COUNT PIC 9(7).
           77 USERID-IN PIC X(8).
           77 PASSWORD-IN PIC X(8).
           77 REQUIRED-LEVEL PIC 9.
           77 OPER-COUNT PIC 9(3) VALUE 0.
           77 OPER-SUB PIC 9(3).
           77 OPER-MATCH PIC 9(3).
           77 OPER-TRUNC PIC 9 VALUE 0.
           77 OPER-FAILS PIC 9(2).
           77 TARGET-USER PIC X(8).
           77 NEW-PASSWORD-IN PIC X(8).
           77 NEW-PASSWORD-AGAIN PIC X(8).
           77 PWD-OK PIC 9.
           77 PWD-EXPIRED PIC 9.
           77 PWD-CHANGED PIC 9.
           77 PWD-TRIES PIC 9.
           77 PARM-PWDAYS PIC 9(3) VALUE 90.
           77 PARM-LOCKTRIES PIC 9(2) VALUE 3.
           77 HASH-INPUT PIC X(16).
           77 HASH-RESULT PIC X(8).
           77 HASH-ACC PIC 9(8).
           77 HASH-WORK PIC 9(12).
           77 HASH-QUOT PIC 9(12).
           77 HASH-SUB PIC 99.
           77 HASH-POS PIC 99.
           77 HASH-CHAR-SUB PIC 99.
           77 TODAY-DATE PIC 9(8).
           77 DTD-DATE PIC 9(8).
           77 DTD-YY PIC 9(4).
           77 DTD-MM PIC 9(2).
           77 DTD-DD PIC 9(2).
           77 DTD-Q4 PIC 9(4).
           77 DTD-Q100 PIC 9(4).
           77 DTD-Q400 PIC 9(4).
           77 DTD-QM PIC 9(4).
           77 DTD-DAYS PIC 9(7).
           77 SET-DAYS PIC 9(7).
           77 PWD-AGE PIC 9(7).

           77 LEDG-STATUS PIC XX.
           77 LEDG-EOF-SW PIC 9.
           77 TBR-CNT-X PIC X(5).
           77 TBR-CNT-NUM REDEFINES TBR-CNT-X PIC 9(5).
           77 STAGE-BRANCH-CUR PIC X(3) VALUE SPACES.

           77 BRN-STATUS PIC XX.
           77 BRN-EOF-SW PIC 9.
           77 BRN-COUNT PIC 9(3) VALUE 0.
           77 BRN-SUB PIC 9(3).
           77 BRN-MATCH PIC 9(3).
           77 BRN-LOADED PIC 9 VALUE 0.
           77 BRN-TRUNC PIC 9 VALUE 0.
           77 BRN-CHANGED PIC 9(3).
           77 BRN-ACTION PIC X.
           77 BRN-CODE-IN PIC X(3).
           77 BRN-TEXT-IN PIC X(20).
           77 BRN-DATE-IN PIC X(8).
           77 BRN-CHECK-CODE PIC X(3).
           77 BRN-CHECK-DATE PIC X(8).
           77 BRN-REASON PIC X(6).
           77 BRN-NAME-OUT PIC X(20).
           77 BRN-REGION-OUT PIC X(8).
           77 SUSP-BR-OK PIC 9.
           77 RG-COUNT-N PIC 9(2).
           77 RG-SUB PIC 9(2).
           77 RG-FOUND PIC 9.
           77 RG-TOTAL-IN PIC 9(10).

           77 ADJ-STATUS PIC XX.
           77 ADH-STATUS PIC XX.
           77 ADJ-EOF-SW PIC 9.
           77 ADJ-COUNT PIC 9(3) VALUE 0.
           77 ADJ-SUB PIC 9(3).
           77 ADJ-PRIOR PIC 9(3).
           77 ADJ-NEW-ID PIC 9.
           77 ADJ-TRUNC PIC 9 VALUE 0.
           77 ADJ-READ PIC 9(5).
           77 ADJ-APPLIED PIC 9(5).
           77 ADJ-REJECTED PIC 9(5).
           77 ADJ-ADDS PIC 9(5).
           77 ADJ-CHANGES PIC 9(5).
           77 ADJ-DELETES PIC 9(5).
           77 ADJ-VAL-BEFORE PIC 9(9).
           77 ADJ-VAL-AFTER PIC 9(9).
           77 ADJ-NET PIC S9(9).
           77 ADJ-NET-DISPLAY PIC +(9)9.
           77 ADJ-TOT-DISPLAY PIC Z(8)9.
           77 ADJ-WAS-OUT PIC X(5).
           77 ADJ-NOW-OUT PIC X(5).
           77 ADJ-OLD-BRANCH PIC X(3).
           77 ADJ-KEY-ALPHA PIC X(5).
           77 ADJ-KEY-NUM REDEFINES ADJ-KEY-ALPHA PIC 9(5).
           77 ADJ-VAL-ALPHA PIC X(5).
           77 ADJ-VAL-NUM REDEFINES ADJ-VAL-ALPHA PIC 9(5).
           77 ADJ-MASTER-OK PIC 9.
           77 PRF-ADDED PIC 9(5) VALUE 0.

           77 PARM-DEVDAYS PIC 9(3) VALUE 20.
           77 PARM-DEVLIMIT PIC 9V9 VALUE 3.0.
           77 DEV-MIN-POINTS PIC 9(3) VALUE 5.
           77 DEVIATIONS-FOUND PIC 9 VALUE 0.
           77 DEV-SCREEN-DATE PIC X(8).
           77 DEV-CUTOFF PIC X(8).
           77 DEV-LATEST PIC X(8).
           77 DEV-CUR-DATE PIC X(8).
           77 DEV-IN-WINDOW PIC 9.
           77 DEV-PASS PIC 9.
           77 DEV-DATE-N PIC 9(3).
           77 DEV-DATE-SUB PIC 9(3).
           77 DEV-DATE-J PIC 9(3).
           77 DEV-DATE-HOLD PIC X(8).
           77 DEV-DATE-FOUND PIC 9.
           77 DEV-SEQ-HOLD PIC 9(5).
           77 DEV-HSEQ PIC 9(5).
           77 DEV-OLDEST-SUB PIC 9(3).
           77 DEV-MONTHS PIC 9(2).
           77 DEV-MONTH-K PIC 9(2).
           77 DEV-MONTH-IDX PIC 9(6).
           77 DEV-GEN-MONTH PIC 9(6).
           77 DEV-GEN-MONTH-X PIC X(6).
           77 DEV-BR-N PIC 9(2).
           77 DEV-BR-SUB PIC 9(2).
           77 DEV-BR-FOUND PIC 9.
           77 DEV-VALUE PIC 9(5).
           77 DEV-VARIANCE PIC 9(11)V9(4).
           77 DEV-DIFF PIC S9(7)V99.
           77 DEV-ABS-DIFF PIC 9(7)V99.
           77 DEV-SCORE PIC 9(5)V99.
           77 DEV-SCREENED PIC 9(5).
           77 DEV-FLAGGED PIC 9(5).
           77 DEV-NOT-SCREENED PIC 9(5).
           77 DEV-MEAN-DISPLAY PIC Z(6)9.99.
           77 DEV-SD-DISPLAY PIC Z(6)9.99.
           77 DEV-DIFF-DISPLAY PIC +(7)9.99.
           77 DEV-SCORE-DISPLAY PIC Z(4)9.99.
           77 DEV-LIMIT-DISPLAY PIC 9.9.

           77 XMIT-ROWS PIC 9(5).
           77 TGT-STATUS PIC XX.
           77 TGT-EOF-SW PIC 9.
           77 TGT-COUNT PIC 9(4) VALUE 0.
           77 TGT-SUB PIC 9(4).
           77 TGT-MATCH PIC 9(4).
           77 TGT-LAST PIC 9(4).
           77 TGT-TRUNC PIC 9 VALUE 0.
           77 TGT-CHANGED PIC 9(4).
           77 TGT-ACTION PIC X.
           77 TGT-YEAR-IN PIC X(4).
           77 TGT-FROM-YEAR PIC X(4).
           77 TGT-TO-YEAR PIC X(4).
           77 TGT-FIND-SUB PIC 9(4).
           77 TGT-MONTH-IN PIC X(2).
           77 TGT-BRANCH-IN PIC X(3).
           77 TGT-TOTAL-X PIC X(10).
           77 TGT-TOTAL-IN REDEFINES TGT-TOTAL-X PIC 9(10).
           77 TGT-COUNT-X PIC X(5).
           77 TGT-COUNT-IN REDEFINES TGT-COUNT-X PIC 9(5).
           77 TGT-UPLIFT-X PIC X(3).
           77 TGT-UPLIFT REDEFINES TGT-UPLIFT-X PIC 9(3).
           77 TGT-LISTED PIC 9(4).
           77 PARM-VARTOL PIC 9(3)V9 VALUE 10.0.
           77 VAR-MONTH PIC X(6).
           77 VAR-MONTH-FOUND PIC 9.
           77 VAR-N PIC 9(2).
           77 VAR-SUB PIC 9(2).
           77 VAR-FOUND PIC 9.
           77 VAR-CODE-IN PIC X(3).
           77 VAR-AMT-IN PIC 9(10).
           77 VAR-CNT-IN PIC 9(5).
           77 VAR-OUTSIDE PIC 9(2).
           77 VAR-FLAG PIC X.
           77 VAR-ACT PIC 9(11).
           77 VAR-BUD PIC 9(11).
           77 VAR-DIFF PIC S9(11).
           77 VAR-PCT PIC S9(5)V9.
           77 VAR-ABS-PCT PIC 9(5)V9.
           77 VAR-M-PCT PIC S9(5)V9.
           77 VAR-Y-PCT PIC S9(5)V9.
           77 VAR-M-DIFF PIC S9(11).
           77 VAR-Y-DIFF PIC S9(11).
           77 VAR-TOT-M-ACT PIC 9(11).
           77 VAR-TOT-M-BUD PIC 9(11).
           77 VAR-TOT-Y-ACT PIC 9(11).
           77 VAR-TOT-Y-BUD PIC 9(11).
           77 VAR-LABEL PIC X(5).
           77 VAR-AMT-DISPLAY PIC Z(10)9.
           77 VAR-BUD-DISPLAY PIC Z(10)9.
           77 VAR-DIFF-DISPLAY PIC +(11)9.
           77 VAR-PCT-DISPLAY PIC +(4)9.9.
           77 VAR-TOL-DISPLAY PIC ZZ9.9.
           77 VAR-TOL-CSV PIC 9(3).9.
           77 PARM-TOL-WHOLE PIC X(6).
           77 PARM-TOL-FRAC PIC X(2).

           77 CAL-STATUS PIC XX.
           77 CAL-EOF-SW PIC 9.
           77 CAL-COUNT PIC 9(3) VALUE 0.
           77 CAL-SUB PIC 9(3).
           77 CAL-MATCH PIC 9(3).
           77 CAL-LOADED PIC 9 VALUE 0.
           77 CAL-TRUNC PIC 9 VALUE 0.
           77 CAL-CHANGED PIC 9(3).
           77 CAL-ACTION PIC X.
           77 CAL-CHECK-DATE PIC X(8).
           77 CAL-BUSINESS PIC 9.
           77 CAL-DESC-OUT PIC X(30).
           77 CAL-WEEKDAY PIC 9.
           77 CAL-DAY-Q PIC 9(7).
           77 CAL-DAY-NAME PIC X(3).
           77 CAL-DATE-IN PIC X(8).
           77 CAL-TYPE-IN PIC X.
           77 CAL-DESC-IN PIC X(30).
           77 CAL-MONTH-IN PIC X(6).
           77 CAL-DATE-OK PIC 9.
           77 CAL-SKIPPED PIC 9(4).
           77 CAL-LAST-BDAY PIC X(8).
           77 CAL-BDAY-MARK PIC X(12).

           77 RPT-FILE-NAME PIC X(40).
           77 RPT-ID PIC X(8).
           77 RPT-TITLE PIC X(40).
           77 RPT-DATE PIC 9(8).
           77 RPT-TIME PIC 9(8).
           77 RPT-PAGE PIC 9(4) VALUE 0.
           77 RPT-LINES PIC 9(3) VALUE 0.
           77 RPT-PAGE-LEN PIC 9(3) VALUE 60.
           77 RPT-HOLD PIC X(80).
           77 RIX-STATUS PIC XX.
           77 RIX-EOF-SW PIC 9.
           77 RIX-TOTAL PIC 9(6).
           77 RIX-SKIP PIC 9(6).
           77 RIX-COUNT PIC 9(3) VALUE 0.
           77 RIX-SUB PIC 9(3).
           77 RIX-SHOWN PIC 9(3).
           77 RIX-PICK PIC 9(3).
           77 RIX-DATE-IN PIC X(8).
           77 RIX-ID-IN PIC X(8).
           77 RPT-BROWSE-NAME PIC X(40).
           77 RPB-STATUS PIC XX.
           77 RPB-EOF-SW PIC 9.
           77 RPB-LINES PIC 9(5).

           77 STMT-STATUS PIC XX.
           77 STMT-FILE-NAME PIC X(30).
           77 DLOG-STATUS PIC XX.
           77 STM-COUNT PIC 9(3) VALUE 0.
           77 STM-SUB PIC 9(3).
           77 STM-MATCH PIC 9(3).
           77 STM-FIND-SUB PIC 9(3).
           77 STM-BRN-SUB PIC 9(3).
           77 STM-CODE-IN PIC X(3).
           77 STM-OVER PIC 9(3).
           77 STM-OVER-SUB PIC 9(3).
           77 STM-OVER-FOUND PIC 9.
           77 STM-PRODUCED PIC 9(3).
           77 STM-FAILED PIC 9(3).
           77 STM-LINES PIC 9(5).
           77 STM-OK PIC 9.
           77 STM-REASON PIC X(8).
           77 STM-DATE PIC X(8).
           77 STM-LOAD-DATE PIC 9(8).
           77 STM-PREV-DATE PIC X(8).
           77 STM-HSEQ PIC 9(5).
           77 STM-PREV-SEQ PIC 9(5).
           77 STM-TIME PIC 9(8).
           77 STM-DAILY-OK PIC 9.
           77 STM-GRP-DATE PIC X(8).
           77 STM-SHOWN PIC 9(3).
           77 STM-DIFF PIC S9(10).
           77 STM-PCT PIC S9(5)V9.
           77 STM-NOT-ACC PIC S9(5).
           77 STM-DATE-NUM PIC 9(8).
           77 STM-DATE-DISPLAY PIC 9999/99/99.
           77 STM-AMT-DISPLAY PIC Z(9)9.
           77 STM-DIFF-DISPLAY PIC -(10)9.
           77 STM-PCT-DISPLAY PIC -(5)9.9.
           77 STM-CNT-DISPLAY PIC Z(4)9.
           77 SFG-COUNT PIC 9(3) VALUE 0.
           77 SFG-SUB PIC 9(3).
           77 SFG-TRUNC PIC 9 VALUE 0.
           77 VAR-AMT-CSV PIC 9(11).
           77 VAR-BUD-CSV PIC 9(11).
           77 VAR-DIFF-CSV PIC +9(11).
           77 VAR-PCT-CSV PIC +9(4).9.
           77 VAR-YDIFF-CSV PIC +9(11).
           77 VAR-YPCT-CSV PIC +9(4).9.
           77 VAR-YACT-CSV PIC 9(11).
           77 VAR-YBUD-CSV PIC 9(11).
           77 TR-H-OK PIC 9.
           77 TR-J PIC 9.

               02 ledg-entries occurs 500 times pic x(8).

           01 branch-work.
               02 br-entries occurs 50 times.
                   03 br-code pic x(3).
                   03 br-cnt pic 9(5).
                   03 br-total pic 9(10).

           01 branch-ref.
               02 brn-entries occurs 100 times.
                   03 brn-code pic x(3).
                   03 brn-name pic x(20).
                   03 brn-region pic x(8).
                   03 brn-state pic x.
                   03 brn-from pic x(8).
                   03 brn-to pic x(8).

           01 adj-table.
               02 adj-entries occurs 200 times.
                   03 adj-tran pic x(58).
                   03 adj-id pic 9(5).
                   03 adj-value pic 9(5).
                   03 adj-ok pic x.
                   03 adj-error pic x(24).

           01 dev-date-table.
               02 dev-date-entries occurs 400 times.
                   03 dev-dates pic x(8).
                   03 dev-last-seq pic 9(5).

           01 dev-branch-table.
               02 dev-br-entries occurs 50 times.
                   03 dev-br-code pic x(3).
                   03 dev-br-cnt pic 9(5).
                   03 dev-br-sum pic 9(11).
                   03 dev-br-sumsq pic 9(16).
                   03 dev-br-mean pic 9(7)v99.
                   03 dev-br-sd pic 9(7)v99.

           01 target-table.
               02 tgt-entries occurs 1200 times.
                   03 tgt-year pic x(4).
                   03 tgt-month pic x(2).
                   03 tgt-branch pic x(3).
                   03 tgt-total pic 9(10).
                   03 tgt-cnt pic 9(5).

           01 variance-work.
               02 var-entries occurs 60 times.
                   03 var-code pic x(3).
                   03 var-m-act pic 9(11).
                   03 var-m-bud pic 9(11).
                   03 var-m-act-cnt pic 9(7).
                   03 var-m-bud-cnt pic 9(7).
                   03 var-y-act pic 9(11).
                   03 var-y-bud pic 9(11).

           01 old-master-images.
               02 oldm-image occurs 999 times pic x(21).

           01 stmt-table.
               02 stm-entries occurs 100 times.
                   03 stm-code pic x(3).
                   03 stm-fig-cnt pic 9(5).
                   03 stm-fig-total pic 9(10).
                   03 stm-sent pic 9(5).
                   03 stm-trailer pic x(5).
                   03 stm-susp-cnt pic 9(3).
                   03 stm-prev-cnt pic 9(5).
                   03 stm-prev-total pic 9(10).
                   03 stm-result pic x.
                   03 stm-why pic x(8).

           01 stmt-over-table.
               02 stm-over-code occurs 100 times pic x(3).

           01 stmt-figure-table.
               02 sfg-entries occurs 500 times.
                   03 sfg-id pic 9(5).
                   03 sfg-branch pic x(3).
                   03 sfg-value pic 9(5).

           01 report-index-table.
               02 rix-entries occurs 500 times pic x(80).

           01 report-shown-table.
               02 rix-listed occurs 500 times pic 9.

           01 calendar-table.
               02 cal-entries occurs 400 times.
                   03 cal-date pic x(8).
                   03 cal-type pic x.
                   03 cal-desc pic x(30).

           01 day-name-values.
               02 filler pic x(21) value "TUEWEDTHUFRISATSUNMON".
           01 day-name-table redefines day-name-values.
               02 day-names occurs 7 times pic x(3).

           01 region-work.
               02 rg-entries occurs 20 times.
                   03 rg-name pic x(8).
                   03 rg-cnt pic 9(5).
                   03 rg-total pic 9(10).

           01 trailer-branch-work.
               02 tbr-entries occurs 6 times.
                   03 tbr-code pic x(3).
                   03 md-last-seq pic 9(5).

           01 msum-work.
               02 msum-entries occurs 9000 times pic x(80).

           01 trend-work.
               02 trend-entries occurs 6 times.
                       04 tr-br-cnt pic 9(5).
                       04 tr-br-tot pic 9(10).

           01 hash-charset.
               02 filler pic x(33)
                   value " ABCDEFGHIJKLMNOPQRSTUVWXYZ012345".
               02 filler pic x(32)
                   value "6789abcdefghijklmnopqrstuvwxyz-_".
               02 filler pic x(30)
                   value "!""#$%&'()*+,./:;<=>?@[\]^`{|}~".

           01 oper-table.
               02 oper-lines occurs 200 times pic x(80).

       PROCEDURE DIVISION.
           PERFORM init-batch-mode.
           PERFORM operator-sign-on.
                   MOVE 12 TO RETURN-CODE
               WHEN EXCEPTIONS-FOUND = 1
                   MOVE 8 TO RETURN-CODE
               WHEN DEVIATIONS-FOUND = 1
                   MOVE 8 TO RETURN-CODE
               WHEN EMPTY-ARRAY-SW = 1
                   MOVE 4 TO RETURN-CODE
               WHEN RUN-FAILED-SW = 1
           DISPLAY "[21] Outstanding Extracts Report ".
           DISPLAY "[22] Period-End Retention Roll ".
           DISPLAY "[23] End-Of-Day Proof Sheet ".
           DISPLAY "[24] Branch Reference Maintenance ".
           DISPLAY "[25] Apply Adjustment Transactions ".
           DISPLAY "[26] Deviation Screening ".
           DISPLAY "[27] Budget Target Maintenance ".
           DISPLAY "[28] Budget Variance Report ".
           DISPLAY "[29] Business-Day Calendar Maintenance ".
           DISPLAY "[30] Report Browse and Reprint ".
           DISPLAY "[31] Branch Statement Distribution ".
           DISPLAY "Choice: " WITH NO ADVANCING.
           IF BATCH-MODE = 1
               PERFORM get-next-choice
       operator-sign-on.
           MOVE 0 TO SIGNON-OK.
           MOVE 0 TO SIGNON-TRIES.
           MOVE 0 TO CHOICE.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-STATUS NOT = "00"
               DISPLAY "! OPERATOR.DAT NOT FOUND, SIGNED ON AS SYSTEM "
               MOVE 1 TO SIGNON-OK
           ELSE
               CLOSE OPERATOR-FILE
               PERFORM read-params
               IF BATCH-MODE = 1
                   PERFORM batch-sign-on
               ELSE
           END-IF.

       batch-sign-on.
           PERFORM load-operator-table.
           MOVE "BATCH" TO TARGET-USER.
           PERFORM find-target-operator.
           IF OPER-MATCH > 0
               MOVE oper-lines(OPER-MATCH) TO OPERATOR-RECORD
               IF OPERATOR-RECORD(19:1) IS NOT NUMERIC
                   MOVE 0 TO OPER-MATCH
               END-IF
           END-IF.
           IF OPER-MATCH = 0
               DISPLAY "! NO BATCH OPERATOR ON FILE, "
                   "SIGNED ON AS SYSTEM "
               MOVE "SYSTEM" TO SIGNON-USER
               MOVE 3 TO SIGNON-LEVEL
               MOVE 1 TO SIGNON-OK
           ELSE
               IF OPERATOR-RECORD(23:1) = "S"
                       OR OPERATOR-RECORD(23:1) = "R"
                       OR OPERATOR-RECORD(37:1) = "L"
                   DISPLAY "! BATCH OPERATOR SUSPENDED, REVOKED "
                       "OR LOCKED "
                   MOVE "SIGNON DENIED BATCH" TO OUTCOME-TEXT
                   PERFORM log-audit
               ELSE
                   MOVE OPERATOR-RECORD(1:8) TO SIGNON-USER
                   MOVE OPERATOR-RECORD(19:1) TO SIGNON-LEVEL
                   MOVE 1 TO SIGNON-OK
                   DISPLAY " BATCH SIGNED ON: " SIGNON-USER
                       " LEVEL " SIGNON-LEVEL
               END-IF
           END-IF.

       try-sign-on.
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           ACCEPT PASSWORD-IN.
           MOVE 0 TO OPER-FOUND.
           PERFORM load-operator-table.
           MOVE USERID-IN TO TARGET-USER.
           PERFORM find-target-operator.
           IF OPER-MATCH > 0
               PERFORM check-operator-sign-on
           ELSE
               DISPLAY "! INVALID OPERATOR ID OR PASSWORD "
               MOVE SPACES TO OUTCOME-TEXT
               STRING "SIGNON FAILED " USERID-IN
                   DELIMITED BY SIZE INTO OUTCOME-TEXT
               PERFORM log-audit
           END-IF.
           IF OPER-FOUND = 1
               MOVE 1 TO SIGNON-OK
               DISPLAY " SIGNED ON: " SIGNON-USER
                   " LEVEL " SIGNON-LEVEL
               MOVE "SIGNON OK" TO OUTCOME-TEXT
               PERFORM log-audit
           END-IF.

       check-operator-sign-on.
           MOVE oper-lines(OPER-MATCH) TO OPERATOR-RECORD.
           MOVE SPACES TO OUTCOME-TEXT.
           EVALUATE TRUE
               WHEN OPERATOR-RECORD(23:1) = "R"
                   DISPLAY "! OPERATOR ID REVOKED "
                   STRING "SIGNON DENIED " USERID-IN " REVOKED"
                       DELIMITED BY SIZE INTO OUTCOME-TEXT
                   PERFORM log-audit
               WHEN OPERATOR-RECORD(23:1) = "S"
                   DISPLAY "! OPERATOR ID SUSPENDED "
                   STRING "SIGNON DENIED " USERID-IN " SUSPENDED"
                       DELIMITED BY SIZE INTO OUTCOME-TEXT
                   PERFORM log-audit
               WHEN OPERATOR-RECORD(37:1) = "L"
                   DISPLAY "! OPERATOR ID LOCKED, SEE SECURITY "
                       "ADMINISTRATOR "
                   STRING "SIGNON DENIED " USERID-IN " LOCKED"
                       DELIMITED BY SIZE INTO OUTCOME-TEXT
                   PERFORM log-audit
               WHEN OPERATOR-RECORD(19:1) IS NOT NUMERIC
                   DISPLAY "! INVALID OPERATOR ID OR PASSWORD "
               WHEN OTHER
                   PERFORM verify-operator-password
           END-EVALUATE.

       verify-operator-password.
           MOVE 0 TO PWD-OK.
           IF OPERATOR-RECORD(21:1) = "H"
               MOVE USERID-IN TO HASH-INPUT(1:8)
               MOVE PASSWORD-IN TO HASH-INPUT(9:8)
               PERFORM hash-password
               IF HASH-RESULT = OPERATOR-RECORD(10:8)
                   MOVE 1 TO PWD-OK
               END-IF
           ELSE
               IF OPERATOR-RECORD(10:8) = PASSWORD-IN
                   MOVE 1 TO PWD-OK
               END-IF
           END-IF.
           IF PWD-OK = 1
               PERFORM accept-operator-sign-on
           ELSE
               PERFORM count-failed-sign-on
           END-IF.

       count-failed-sign-on.
           IF OPERATOR-RECORD(34:2) IS NUMERIC
               MOVE OPERATOR-RECORD(34:2) TO OPER-FAILS
           ELSE
               MOVE 0 TO OPER-FAILS
           END-IF.
           IF OPER-FAILS < 99
               ADD 1 TO OPER-FAILS
           END-IF.
           MOVE OPER-FAILS TO OPERATOR-RECORD(34:2).
           MOVE SPACES TO OUTCOME-TEXT.
           IF OPER-FAILS >= PARM-LOCKTRIES
               MOVE "L" TO OPERATOR-RECORD(37:1)
               DISPLAY "! TOO MANY FAILED SIGN-ONS, OPERATOR ID LOCKED "
               STRING "SIGNON LOCKED " USERID-IN
                   DELIMITED BY SIZE INTO OUTCOME-TEXT
           ELSE
               DISPLAY "! INVALID OPERATOR ID OR PASSWORD "
               STRING "SIGNON FAILED " USERID-IN
                   DELIMITED BY SIZE INTO OUTCOME-TEXT
           END-IF.
           MOVE OPERATOR-RECORD TO oper-lines(OPER-MATCH).
           PERFORM save-operator-table.
           PERFORM log-audit.

       accept-operator-sign-on.
           MOVE 1 TO OPER-FOUND.
           MOVE OPERATOR-RECORD(1:8) TO SIGNON-USER.
           MOVE OPERATOR-RECORD(19:1) TO SIGNON-LEVEL.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE "00" TO OPERATOR-RECORD(34:2).
           MOVE TODAY-DATE TO OPERATOR-RECORD(39:8).
           IF OPERATOR-RECORD(21:1) NOT = "H"
               MOVE USERID-IN TO HASH-INPUT(1:8)
               MOVE PASSWORD-IN TO HASH-INPUT(9:8)
               PERFORM hash-password
               MOVE HASH-RESULT TO OPERATOR-RECORD(10:8)
               MOVE "H" TO OPERATOR-RECORD(21:1)
               MOVE "A" TO OPERATOR-RECORD(23:1)
               IF OPERATOR-RECORD(25:8) IS NOT NUMERIC
                   MOVE TODAY-DATE TO OPERATOR-RECORD(25:8)
               END-IF
           END-IF.
           PERFORM check-password-age.
           MOVE OPERATOR-RECORD TO oper-lines(OPER-MATCH).
           PERFORM save-operator-table.

       check-password-age.
           MOVE 0 TO PWD-EXPIRED.
           IF OPERATOR-RECORD(25:8) IS NOT NUMERIC
                   OR OPERATOR-RECORD(25:8) = "00000000"
               MOVE 1 TO PWD-EXPIRED
           ELSE
               MOVE OPERATOR-RECORD(25:8) TO DTD-DATE
               PERFORM date-to-days
               MOVE DTD-DAYS TO SET-DAYS
               MOVE TODAY-DATE TO DTD-DATE
               PERFORM date-to-days
               IF DTD-DAYS > SET-DAYS
                   COMPUTE PWD-AGE = DTD-DAYS - SET-DAYS
                   IF PWD-AGE > PARM-PWDAYS
                       MOVE 1 TO PWD-EXPIRED
                   END-IF
               END-IF
           END-IF.
           IF PWD-EXPIRED = 1
               DISPLAY "! PASSWORD EXPIRED, A NEW PASSWORD IS REQUIRED "
               PERFORM change-own-password
               IF PWD-CHANGED = 0
                   DISPLAY "! PASSWORD NOT CHANGED, SIGN-ON REFUSED "
                   MOVE 0 TO OPER-FOUND
                   MOVE SPACES TO SIGNON-USER
                   MOVE 0 TO SIGNON-LEVEL
               END-IF
           END-IF.

       change-own-password.
           MOVE 0 TO PWD-CHANGED.
           MOVE 0 TO PWD-TRIES.
           PERFORM UNTIL PWD-CHANGED = 1 OR PWD-TRIES >= 3
               ADD 1 TO PWD-TRIES
               DISPLAY "NEW PASSWORD: " WITH NO ADVANCING
               ACCEPT NEW-PASSWORD-IN
               DISPLAY "CONFIRM NEW PASSWORD: " WITH NO ADVANCING
               ACCEPT NEW-PASSWORD-AGAIN
               EVALUATE TRUE
                   WHEN NEW-PASSWORD-IN = SPACES
                       DISPLAY "! PASSWORD CANNOT BE BLANK "
                   WHEN NEW-PASSWORD-IN = PASSWORD-IN
                       DISPLAY "! NEW PASSWORD MUST DIFFER FROM OLD "
                   WHEN NEW-PASSWORD-IN NOT = NEW-PASSWORD-AGAIN
                       DISPLAY "! PASSWORDS DO NOT MATCH "
                   WHEN OTHER
                       MOVE USERID-IN TO HASH-INPUT(1:8)
                       MOVE NEW-PASSWORD-IN TO HASH-INPUT(9:8)
                       PERFORM hash-password
                       MOVE HASH-RESULT TO OPERATOR-RECORD(10:8)
                       MOVE "H" TO OPERATOR-RECORD(21:1)
                       MOVE TODAY-DATE TO OPERATOR-RECORD(25:8)
                       MOVE 1 TO PWD-CHANGED
                       MOVE SPACES TO OUTCOME-TEXT
                       STRING "PASSWORD CHANGED " USERID-IN
                           DELIMITED BY SIZE INTO OUTCOME-TEXT
                       PERFORM log-audit
               END-EVALUATE
           END-PERFORM.

       hash-password.
           MOVE 7 TO HASH-ACC.
           MOVE 1 TO HASH-SUB.
           PERFORM UNTIL HASH-SUB > 16
               MOVE 0 TO HASH-POS
               MOVE 1 TO HASH-CHAR-SUB
               PERFORM UNTIL HASH-CHAR-SUB > 95 OR HASH-POS > 0
                   IF hash-charset(HASH-CHAR-SUB:1)
                           = HASH-INPUT(HASH-SUB:1)
                       MOVE HASH-CHAR-SUB TO HASH-POS
                   END-IF
                   ADD 1 TO HASH-CHAR-SUB
               END-PERFORM
               IF HASH-POS = 0
                   MOVE 97 TO HASH-POS
               END-IF
               COMPUTE HASH-WORK = HASH-ACC * 131
                   + HASH-POS * (HASH-SUB + 17) + HASH-SUB
               DIVIDE HASH-WORK BY 99999989 GIVING HASH-QUOT
                   REMAINDER HASH-ACC
               ADD 1 TO HASH-SUB
           END-PERFORM.
           MOVE HASH-ACC TO HASH-RESULT.

       date-to-days.
           MOVE DTD-DATE(1:4) TO DTD-YY.
           MOVE DTD-DATE(5:2) TO DTD-MM.
           MOVE DTD-DATE(7:2) TO DTD-DD.
           IF DTD-MM < 3
               SUBTRACT 1 FROM DTD-YY
               ADD 12 TO DTD-MM
           END-IF.
           DIVIDE DTD-YY BY 4 GIVING DTD-Q4.
           DIVIDE DTD-YY BY 100 GIVING DTD-Q100.
           DIVIDE DTD-YY BY 400 GIVING DTD-Q400.
           COMPUTE DTD-QM = (153 * (DTD-MM - 3) + 2) / 5.
           COMPUTE DTD-DAYS = 365 * DTD-YY + DTD-Q4 - DTD-Q100
               + DTD-Q400 + DTD-QM + DTD-DD.

       load-operator-table.
           MOVE 0 TO OPER-COUNT.
           MOVE 0 TO OPER-TRUNC.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-STATUS = "00"
               MOVE 0 TO OPER-EOF-SW
                       AT END
                           MOVE 1 TO OPER-EOF-SW
                       NOT AT END
                           IF OPER-COUNT < 200
                               ADD 1 TO OPER-COUNT
                               MOVE OPERATOR-RECORD
                                   TO oper-lines(OPER-COUNT)
                           ELSE
                               MOVE 1 TO OPER-TRUNC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       save-operator-table.
           IF OPER-TRUNC = 1
               DISPLAY "! OPERATOR.DAT HAS MORE THAN 200 LINES, "
                   "NOT REWRITTEN "
           ELSE
               OPEN OUTPUT OPERATOR-FILE
               IF OPER-STATUS NOT = "00"
                   DISPLAY "! CANNOT REWRITE OPERATOR.DAT "
               ELSE
                   MOVE 1 TO OPER-SUB
                   PERFORM UNTIL OPER-SUB > OPER-COUNT
                       MOVE oper-lines(OPER-SUB) TO OPERATOR-RECORD
                       WRITE OPERATOR-RECORD
                       ADD 1 TO OPER-SUB
                   END-PERFORM
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

       find-target-operator.
           MOVE 0 TO OPER-MATCH.
           MOVE 1 TO OPER-SUB.
           PERFORM UNTIL OPER-SUB > OPER-COUNT OR OPER-MATCH > 0
               IF oper-lines(OPER-SUB)(1:8) = TARGET-USER
                       AND TARGET-USER NOT = SPACES
                   MOVE OPER-SUB TO OPER-MATCH
               END-IF
               ADD 1 TO OPER-SUB
           END-PERFORM.

       classify-step-outcome.
           IF OUTCOME-TEXT(1:7) = "SKIPPED"
               WHEN OUTCOME-TEXT(1:11) = "NO ACK FILE"
               WHEN OUTCOME-TEXT(1:17) = "XMIT LOG OVER 200"
               WHEN OUTCOME-TEXT(1:20) = "PROOF OUT OF BALANCE"
               WHEN OUTCOME-TEXT(1:11) = "NO ADJ FILE"
               WHEN OUTCOME-TEXT(1:10) = "NO TARGETS"
               WHEN OUTCOME-TEXT(1:17) = "ADJ FILE OVER 200"
               WHEN OUTCOME-TEXT(1:11) = "STMT FAILED"
                   MOVE 1 TO STEP-FAILED
               WHEN OTHER
                   MOVE 0 TO STEP-FAILED
               WHEN 15
               WHEN 19
               WHEN 20
               WHEN 24
               WHEN 25
               WHEN 27
               WHEN 29
               WHEN 31
                   MOVE 2 TO REQUIRED-LEVEL
               WHEN OTHER
                   MOVE 1 TO REQUIRED-LEVEL
                   END-IF
               WHEN 15
                   IF BATCH-MODE = 1
                       PERFORM month-end-batch-check
                   ELSE
                       DISPLAY " MONTH-END CONSOLIDATION "
                       PERFORM month-end-run
               WHEN 23
                   DISPLAY " END-OF-DAY PROOF SHEET "
                   PERFORM proof-report
               WHEN 24
                   IF BATCH-MODE = 1
                       DISPLAY "! CHOICE 24 NEEDS CONSOLE INPUT, "
                           "SKIPPED IN BATCH MODE "
                       MOVE "SKIPPED (BATCH)" TO OUTCOME-TEXT
                   ELSE
                       DISPLAY " BRANCH REFERENCE MAINTENANCE "
                       PERFORM branch-maint
                   END-IF
               WHEN 25
                   DISPLAY " APPLY ADJUSTMENT TRANSACTIONS "
                   PERFORM adjustment-run
               WHEN 26
                   IF ARRAY-EMPTY = 0
                       DISPLAY " DEVIATION SCREENING "
                       PERFORM deviation-screen
                   ELSE
                       DISPLAY "! EMPTY ARRAY "
                       MOVE "EMPTY ARRAY" TO OUTCOME-TEXT
                   END-IF
               WHEN 27
                   IF BATCH-MODE = 1
                       DISPLAY "! CHOICE 27 NEEDS CONSOLE INPUT, "
                           "SKIPPED IN BATCH MODE "
                       MOVE "SKIPPED (BATCH)" TO OUTCOME-TEXT
                   ELSE
                       DISPLAY " BUDGET TARGET MAINTENANCE "
                       PERFORM target-maint
                   END-IF
               WHEN 28
                   DISPLAY " BUDGET VARIANCE REPORT "
                   PERFORM variance-report
               WHEN 29
                   IF BATCH-MODE = 1
                       DISPLAY "! CHOICE 29 NEEDS CONSOLE INPUT, "
                           "SKIPPED IN BATCH MODE "
                       MOVE "SKIPPED (BATCH)" TO OUTCOME-TEXT
                   ELSE
                       DISPLAY " BUSINESS-DAY CALENDAR MAINTENANCE "
                       PERFORM calendar-maint
                   END-IF
               WHEN 30
                   IF BATCH-MODE = 1
                       DISPLAY "! CHOICE 30 NEEDS CONSOLE INPUT, "
                           "SKIPPED IN BATCH MODE "
                       MOVE "SKIPPED (BATCH)" TO OUTCOME-TEXT
                   ELSE
                       DISPLAY " REPORT BROWSE AND REPRINT "
                       PERFORM report-browse
                   END-IF
               WHEN 31
                   DISPLAY " BRANCH STATEMENT DISTRIBUTION "
                   PERFORM branch-statements
               WHEN OTHER
                   DISPLAY "! INVALID INPUT"
                   MOVE "INVALID INPUT" TO OUTCOME-TEXT
               MOVE 0 TO PRF-MERGED
               MOVE 0 TO PRF-CHANGED
               MOVE 0 TO PRF-DELETED
               MOVE 0 TO PRF-ADDED
           ELSE
               MOVE SAVED-ARRAY-EMPTY TO ARRAY-EMPTY
               MOVE SAVED-ARRAY-COUNT TO ARRAY-COUNT
           END-IF.

       ask-branch-code.
           PERFORM load-branch-table.
           DISPLAY "SOURCE BRANCH CODE: " WITH NO ADVANCING.
           ACCEPT CURRENT-BRANCH.
           IF CURRENT-BRANCH = SPACES
               MOVE "UNK" TO CURRENT-BRANCH
           END-IF.
           MOVE CURRENT-BRANCH TO BRN-CHECK-CODE.
           MOVE RUN-DATE TO BRN-CHECK-DATE.
           PERFORM validate-branch-code.
           PERFORM UNTIL BRN-REASON = SPACES
               IF BRN-REASON = "BRANCH"
                   DISPLAY "! BRANCH NOT ON BRANCH FILE, RE-ENTER: "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "! BRANCH CLOSED, RE-ENTER: "
                       WITH NO ADVANCING
               END-IF
               ACCEPT CURRENT-BRANCH
               MOVE CURRENT-BRANCH TO BRN-CHECK-CODE
               PERFORM validate-branch-code
           END-PERFORM.

       ask-array-count.
           DISPLAY "HOW MANY FIGURES (1-500)? " WITH NO ADVANCING.
           MOVE SPACES TO TRL-HASH-X.
           MOVE 0 TO TBR-COUNT-N.
           PERFORM clear-branch-totals.
           PERFORM load-branch-table.
           OPEN INPUT DAILY-FIGURES-FILE.
           IF DF-STATUS NOT = "00"
               IF BATCH-MODE = 1
           PERFORM tally-branch-figure.
           IF INPUT-VALUE IS NUMERIC
               ADD INPUT-VALUE-NUM TO HASH-TOTAL
               MOVE STAGE-BRANCH-CUR TO BRN-CHECK-CODE
               MOVE HDR-DATE TO BRN-CHECK-DATE
               PERFORM validate-branch-code
               EVALUATE TRUE
                   WHEN BRN-REASON NOT = SPACES
                       MOVE BRN-REASON TO SUSP-REASON
                       PERFORM write-suspense-record
                   WHEN INPUT-VALUE-NUM <= 99998 AND STAGE-COUNT < 500
                       ADD 1 TO STAGE-COUNT
                       MOVE INPUT-VALUE-NUM TO stage-figure(STAGE-COUNT)
                       MOVE STAGE-BRANCH-CUR
                           TO stage-branch(STAGE-COUNT)
                   WHEN INPUT-VALUE-NUM > 99998
                       MOVE "RANGE" TO SUSP-REASON
                       PERFORM write-suspense-record
                   WHEN OTHER
                       MOVE "OVRFLW" TO SUSP-REASON
                       PERFORM write-suspense-record
               END-EVALUATE
           ELSE
               MOVE "NONNUM" TO SUSP-REASON
               PERFORM write-suspense-record
           END-IF.

       write-suspense-record.
           IF SUSP-REASON = "BRANCH" OR SUSP-REASON = "BRCLSD"
               DISPLAY "! UNKNOWN OR CLOSED BRANCH " STAGE-BRANCH-CUR
                   " IN DAILY-FIGURES.DAT, TO SUSPENSE "
           ELSE
               DISPLAY "! INVALID VALUE IN "
                   "DAILY-FIGURES.DAT, TO SUSPENSE "
           END-IF.
           PERFORM open-suspense-extend.
           IF SUSP-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN SUSPENSE.DAT "

       suspense-maint.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM load-branch-table.
           PERFORM load-suspense-table.
           IF SUSP-COUNT = 0
               DISPLAY "! SUSPENSE FILE EMPTY "
                   IF ARRAY-COUNT >= 500
                       DISPLAY "! ARRAY FULL, CANNOT MERGE "
                   ELSE
                       PERFORM correct-suspense-branch
                       IF SUSP-BR-OK = 1
                           DISPLAY "ORIGINAL VALUE: "
                               susp-raw(SUSP-PICK)
                           DISPLAY "CORRECTED VALUE (00000-99998): "
                               WITH NO ADVANCING
                           ACCEPT INPUT-VALUE
                           PERFORM UNTIL INPUT-VALUE IS NUMERIC
                                   AND INPUT-VALUE-NUM <= 99998
                               DISPLAY "! INVALID VALUE, RE-ENTER: "
                                   WITH NO ADVANCING
                               ACCEPT INPUT-VALUE
                           END-PERFORM
                           ADD 1 TO ARRAY-COUNT
                           MOVE INPUT-VALUE-NUM TO elements(ARRAY-COUNT)
                           MOVE NEXT-FIG-ID TO fig-id(ARRAY-COUNT)
                           IF susp-branch(SUSP-PICK) = SPACES
                               MOVE CURRENT-BRANCH
                                   TO fig-branch(ARRAY-COUNT)
                           ELSE
                               MOVE susp-branch(SUSP-PICK)
                                   TO fig-branch(ARRAY-COUNT)
                           END-IF
                           MOVE RUN-DATE TO fig-date(ARRAY-COUNT)
                           PERFORM add-figure-to-master
                           ADD 1 TO NEXT-FIG-ID
                           MOVE "M" TO susp-flag(SUSP-PICK)
                           MOVE 1 TO SUSP-MERGED
                           ADD 1 TO PRF-MERGED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       correct-suspense-branch.
           MOVE 1 TO SUSP-BR-OK.
           IF susp-branch(SUSP-PICK) = SPACES
               MOVE CURRENT-BRANCH TO BRN-CHECK-CODE
           ELSE
               MOVE susp-branch(SUSP-PICK) TO BRN-CHECK-CODE
           END-IF.
           MOVE RUN-DATE TO BRN-CHECK-DATE.
           PERFORM validate-branch-code.
           PERFORM UNTIL BRN-REASON = SPACES OR SUSP-BR-OK = 0
               IF BRN-REASON = "BRANCH"
                   DISPLAY "! BRANCH " BRN-CHECK-CODE
                       " NOT ON BRANCH FILE "
               ELSE
                   DISPLAY "! BRANCH " BRN-CHECK-CODE " CLOSED "
               END-IF
               DISPLAY "CORRECTED BRANCH (BLANK TO LEAVE IN SUSPENSE): "
                   WITH NO ADVANCING
               ACCEPT BRN-CHECK-CODE
               IF BRN-CHECK-CODE = SPACES
                   MOVE 0 TO SUSP-BR-OK
               ELSE
                   PERFORM validate-branch-code
               END-IF
           END-PERFORM.
           IF SUSP-BR-OK = 1
               MOVE BRN-CHECK-CODE TO susp-branch(SUSP-PICK)
           END-IF.

       rewrite-suspense-file.
           OPEN OUTPUT SUSPENSE-FILE.
           IF SUSP-STATUS NOT = "00"
           DISPLAY "! DAILY-FIGURES.DAT FAILED RECONCILIATION, "
               "LOAD REJECTED ".
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           MOVE "RECON" TO RPT-ID.
           MOVE "DAILY FIGURES RECONCILIATION REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           ELSE
               MOVE "DAILY FIGURES RECONCILIATION REPORT"
                   TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "RUN DATE: " RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-RECORD
               PERFORM write-print-line
               PERFORM recon-report-lines
               MOVE SPACES TO PRINT-RECORD
               MOVE "*** LOAD REJECTED ***" TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               PERFORM close-print-file
           END-IF.

       recon-report-lines.
           MOVE SPACES TO PRINT-RECORD.
           STRING "HEADER PRESENT:        " YESNO-TEXT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " HEADER PRESENT:        " YESNO-TEXT.
           MOVE SPACES TO PRINT-RECORD.
           STRING "BUSINESS DATE (HDR):   " HDR-DATE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " BUSINESS DATE (HDR):   " HDR-DATE.
           MOVE SPACES TO PRINT-RECORD.
           STRING "EXPECTED COUNT (HDR):  " HDR-COUNT-X
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " EXPECTED COUNT (HDR):  " HDR-COUNT-X.
           MOVE SPACES TO PRINT-RECORD.
           STRING "RECEIVED COUNT:        " READ-COUNT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " RECEIVED COUNT:        " READ-COUNT.
           IF TRL-FOUND = 1
               MOVE "YES" TO YESNO-TEXT
           MOVE SPACES TO PRINT-RECORD.
           STRING "TRAILER PRESENT:       " YESNO-TEXT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " TRAILER PRESENT:       " YESNO-TEXT.
           MOVE SPACES TO PRINT-RECORD.
           STRING "TRAILER COUNT:         " TRL-COUNT-X
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " TRAILER COUNT:         " TRL-COUNT-X.
           MOVE SPACES TO PRINT-RECORD.
           STRING "TRAILER HASH TOTAL:    " TRL-HASH-X
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " TRAILER HASH TOTAL:    " TRL-HASH-X.
           MOVE SPACES TO PRINT-RECORD.
           STRING "COMPUTED HASH TOTAL:   " HASH-TOTAL
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " COMPUTED HASH TOTAL:   " HASH-TOTAL.
           IF EXTRA-RECS = 1
               MOVE "YES" TO YESNO-TEXT
           MOVE SPACES TO PRINT-RECORD.
           STRING "RECORDS AFTER TRAILER: " YESNO-TEXT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " RECORDS AFTER TRAILER: " YESNO-TEXT.
           MOVE 1 TO TBR-SUB.
           PERFORM UNTIL TBR-SUB > TBR-COUNT-N
               STRING "TRAILER BRANCH " tbr-code(TBR-SUB)
                   " COUNT: " tbr-count-x(TBR-SUB)
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM write-print-line
               DISPLAY " TRAILER BRANCH " tbr-code(TBR-SUB)
                   " COUNT: " tbr-count-x(TBR-SUB)
               ADD 1 TO TBR-SUB
               STRING "RECEIVED BRANCH " br-code(BR-SUB)
                   " COUNT: " br-cnt(BR-SUB)
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM write-print-line
               DISPLAY " RECEIVED BRANCH " br-code(BR-SUB)
                   " COUNT: " br-cnt(BR-SUB)
               ADD 1 TO BR-SUB
                   END-IF
               END-IF
           END-IF.
           IF LEDG-OK = 1
               PERFORM load-calendar-table
               MOVE HDR-DATE TO CAL-CHECK-DATE
               PERFORM check-business-day
               IF CAL-BUSINESS = 0
                   DISPLAY "! BUSINESS DATE " HDR-DATE
                       " IS NOT A BUSINESS DAY " CAL-DESC-OUT
                   IF BATCH-MODE = 1
                       MOVE 0 TO LEDG-OK
                   ELSE
                       DISPLAY "OVERRIDE AND LOAD ANYWAY (Y/N)? "
                           WITH NO ADVANCING
                       ACCEPT LEDG-OVERRIDE
                       IF LEDG-OVERRIDE = "Y" OR LEDG-OVERRIDE = "y"
                           DISPLAY "! OPERATOR OVERRIDE ACCEPTED "
                       ELSE
                           MOVE 0 TO LEDG-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF LEDG-OK = 1 AND LEDG-LAST-DATE NOT = SPACES
               IF HDR-DATE < LEDG-LAST-DATE
                   DISPLAY "! WARNING: BUSINESS DATE " HDR-DATE
                       " EARLIER THAN LAST PROCESSED "
                       LEDG-LAST-DATE
               ELSE
                   PERFORM check-skipped-business-days
               END-IF
           END-IF.

       check-skipped-business-days.
           MOVE 0 TO CAL-SKIPPED.
           MOVE LEDG-LAST-DATE TO LEDG-WORK-DATE.
           PERFORM bump-ledger-date.
           PERFORM UNTIL LEDG-WORK-DATE >= HDR-DATE
               MOVE LEDG-WORK-DATE TO CAL-CHECK-DATE
               PERFORM check-business-day
               IF CAL-BUSINESS = 1
                   ADD 1 TO CAL-SKIPPED
                   DISPLAY "! WARNING: NO LOAD FOR BUSINESS DAY "
                       LEDG-WORK-DATE
               END-IF
               PERFORM bump-ledger-date
           END-PERFORM.
           IF CAL-SKIPPED > 0
               DISPLAY "! WARNING: " CAL-SKIPPED
                   " BUSINESS DAY(S) SKIPPED SINCE LAST LOAD "
                   LEDG-LAST-DATE
           END-IF.

       record-ledger-date.
           IF LEDG-DUP = 1
               DISPLAY " DATE ALREADY ON LEDGER, NOT RE-ADDED "
       ledger-report.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           PERFORM load-calendar-table.
           PERFORM load-date-ledger.
           IF LEDG-COUNT = 0
               DISPLAY "! DATE LEDGER EMPTY "
           END-IF.

       print-ledger-report.
           MOVE "LEDGER" TO RPT-ID.
           MOVE "PROCESSED DATES LEDGER REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           ELSE
               MOVE "PROCESSED DATES LEDGER REPORT" TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "RUN DATE: " RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           DISPLAY " PROCESSED BUSINESS DATES ".
           IF PRT-STATUS = "00"
               MOVE "PROCESSED BUSINESS DATES" TO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           MOVE 1 TO LEDG-SUB.
           PERFORM UNTIL LEDG-SUB > LEDG-COUNT
               IF PRT-STATUS = "00"
                   MOVE SPACES TO PRINT-RECORD
                   MOVE ledg-entries(LEDG-SUB) TO PRINT-RECORD(1:8)
                   PERFORM write-print-line
               END-IF
               ADD 1 TO LEDG-SUB
           END-PERFORM.
           DISPLAY " MISSING BUSINESS DATES ".
           IF PRT-STATUS = "00"
               MOVE "MISSING BUSINESS DATES" TO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           PERFORM list-missing-dates.
           IF LEDG-MISSING = 0
               DISPLAY " NONE, SEQUENCE COMPLETE "
               IF PRT-STATUS = "00"
                   MOVE "NONE, SEQUENCE COMPLETE" TO PRINT-RECORD
                   PERFORM write-print-line
               END-IF
           END-IF.
           IF PRT-STATUS = "00"
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               PERFORM close-print-file
           END-IF.

       list-missing-dates.
                   ledg-entries(LEDG-COUNT)
               PERFORM bump-ledger-date
               IF LEDG-WORK-DATE < ledg-entries(LEDG-COUNT)
                   MOVE LEDG-WORK-DATE TO CAL-CHECK-DATE
                   PERFORM check-business-day
                   IF CAL-BUSINESS = 1
                       PERFORM check-missing-date
                   END-IF
               END-IF
           END-PERFORM.

               IF PRT-STATUS = "00"
                   MOVE SPACES TO PRINT-RECORD
                   MOVE LEDG-WORK-DATE TO PRINT-RECORD(1:8)
                   PERFORM write-print-line
               END-IF
           END-IF.

                   MOVE 31 TO LED-DIM
           END-EVALUATE.

       load-calendar-table.
           MOVE 0 TO CAL-COUNT.
           MOVE 0 TO CAL-LOADED.
           MOVE 0 TO CAL-TRUNC.
           OPEN INPUT CALENDAR-FILE.
           IF CAL-STATUS = "00"
               MOVE 1 TO CAL-LOADED
               MOVE 0 TO CAL-EOF-SW
               PERFORM UNTIL CAL-EOF-SW = 1
                   READ CALENDAR-FILE
                       AT END
                           MOVE 1 TO CAL-EOF-SW
                       NOT AT END
                           IF CALENDAR-RECORD(1:8) IS NUMERIC
                               IF CAL-COUNT < 400
                                   ADD 1 TO CAL-COUNT
                                   MOVE CALENDAR-RECORD(1:8)
                                       TO cal-date(CAL-COUNT)
                                   MOVE CALENDAR-RECORD(10:1)
                                       TO cal-type(CAL-COUNT)
                                   MOVE CALENDAR-RECORD(12:30)
                                       TO cal-desc(CAL-COUNT)
                               ELSE
                                   MOVE 1 TO CAL-TRUNC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       find-calendar-entry.
           MOVE 0 TO CAL-MATCH.
           MOVE 1 TO CAL-SUB.
           PERFORM UNTIL CAL-SUB > CAL-COUNT OR CAL-MATCH > 0
               IF cal-date(CAL-SUB) = CAL-CHECK-DATE
                   MOVE CAL-SUB TO CAL-MATCH
               END-IF
               ADD 1 TO CAL-SUB
           END-PERFORM.

       compute-weekday.
           MOVE CAL-CHECK-DATE TO DTD-DATE.
           PERFORM date-to-days.
           DIVIDE DTD-DAYS BY 7 GIVING CAL-DAY-Q
               REMAINDER CAL-WEEKDAY.
           MOVE day-names(CAL-WEEKDAY + 1) TO CAL-DAY-NAME.

       check-business-day.
           MOVE 1 TO CAL-BUSINESS.
           MOVE SPACES TO CAL-DESC-OUT.
           IF CAL-LOADED = 1 AND CAL-CHECK-DATE IS NUMERIC
               PERFORM find-calendar-entry
               IF CAL-MATCH > 0
                   MOVE cal-desc(CAL-MATCH) TO CAL-DESC-OUT
                   IF cal-type(CAL-MATCH) = "H"
                       MOVE 0 TO CAL-BUSINESS
                   END-IF
               ELSE
                   PERFORM compute-weekday
                   IF CAL-DAY-NAME = "SAT" OR CAL-DAY-NAME = "SUN"
                       MOVE 0 TO CAL-BUSINESS
                       MOVE "WEEKEND" TO CAL-DESC-OUT
                   END-IF
               END-IF
           END-IF.

       find-last-business-day.
           MOVE CAL-CHECK-DATE(1:4) TO LED-YY.
           MOVE CAL-CHECK-DATE(5:2) TO LED-MM.
           PERFORM set-days-in-month.
           MOVE LED-DIM TO LED-DD.
           MOVE CAL-CHECK-DATE TO CAL-LAST-BDAY.
           MOVE 0 TO CAL-BUSINESS.
           PERFORM UNTIL CAL-BUSINESS = 1 OR LED-DD = 0
               MOVE LED-DD TO CAL-CHECK-DATE(7:2)
               PERFORM check-business-day
               IF CAL-BUSINESS = 0
                   SUBTRACT 1 FROM LED-DD
               END-IF
           END-PERFORM.
           IF LED-DD = 0
               MOVE LED-DIM TO CAL-CHECK-DATE(7:2)
           END-IF.
           MOVE CAL-LAST-BDAY TO CAL-DATE-IN.
           MOVE CAL-CHECK-DATE TO CAL-LAST-BDAY.
           MOVE CAL-DATE-IN TO CAL-CHECK-DATE.

       calendar-maint.
           PERFORM load-calendar-table.
           IF CAL-TRUNC = 1
               DISPLAY "! MORE THAN 400 CALENDAR ENTRIES, BROWSE ONLY "
           END-IF.
           IF CAL-LOADED = 0
               DISPLAY "! NO CALENDAR.DAT, EVERY DAY IS A BUSINESS DAY "
                   "UNTIL ONE IS SAVED "
           END-IF.
           MOVE 0 TO CAL-CHANGED.
           MOVE SPACE TO CAL-ACTION.
           PERFORM UNTIL CAL-ACTION = "X" OR CAL-ACTION = "x"
               DISPLAY "(L)IST MONTH, (S)ET DATE, (D)ELETE DATE, "
                   "E(X)IT: " WITH NO ADVANCING
               ACCEPT CAL-ACTION
               EVALUATE CAL-ACTION
                   WHEN "L"
                   WHEN "l"
                       PERFORM list-calendar-month
                   WHEN "S"
                   WHEN "s"
                       IF CAL-TRUNC = 0
                           PERFORM set-calendar-date
                       END-IF
                   WHEN "D"
                   WHEN "d"
                       IF CAL-TRUNC = 0
                           PERFORM delete-calendar-date
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "! INVALID ACTION "
               END-EVALUATE
           END-PERFORM.
           IF CAL-CHANGED > 0
               PERFORM save-calendar-table
               MOVE SPACES TO OUTCOME-TEXT
               STRING "CALENDAR UPDATED=" CAL-CHANGED
                   DELIMITED BY SIZE INTO OUTCOME-TEXT
           ELSE
               MOVE "CALENDAR BROWSED" TO OUTCOME-TEXT
           END-IF.

       list-calendar-month.
           DISPLAY "MONTH (CCYYMM): " WITH NO ADVANCING.
           ACCEPT CAL-MONTH-IN.
           PERFORM UNTIL CAL-MONTH-IN IS NUMERIC
                   AND CAL-MONTH-IN(5:2) >= "01"
                   AND CAL-MONTH-IN(5:2) <= "12"
               DISPLAY "! INVALID MONTH, RE-ENTER (CCYYMM): "
                   WITH NO ADVANCING
               ACCEPT CAL-MONTH-IN
           END-PERFORM.
           MOVE CAL-MONTH-IN(1:4) TO LED-YY.
           MOVE CAL-MONTH-IN(5:2) TO LED-MM.
           PERFORM set-days-in-month.
           MOVE CAL-MONTH-IN TO CAL-CHECK-DATE(1:6).
           MOVE 1 TO LED-DD.
           PERFORM UNTIL LED-DD > LED-DIM
               MOVE LED-DD TO CAL-CHECK-DATE(7:2)
               PERFORM compute-weekday
               PERFORM check-business-day
               IF CAL-BUSINESS = 1
                   MOVE "BUSINESS DAY" TO CAL-BDAY-MARK
               ELSE
                   MOVE "CLOSED" TO CAL-BDAY-MARK
               END-IF
               DISPLAY " " CAL-CHECK-DATE " " CAL-DAY-NAME " "
                   CAL-BDAY-MARK " " CAL-DESC-OUT
               ADD 1 TO LED-DD
           END-PERFORM.
           PERFORM find-last-business-day.
           DISPLAY " LAST BUSINESS DAY: " CAL-LAST-BDAY.

       set-calendar-date.
           PERFORM accept-calendar-date.
           DISPLAY "(H)OLIDAY OR (B)USINESS DAY: " WITH NO ADVANCING.
           ACCEPT CAL-TYPE-IN.
           IF CAL-TYPE-IN = "h"
               MOVE "H" TO CAL-TYPE-IN
           END-IF.
           IF CAL-TYPE-IN = "b"
               MOVE "B" TO CAL-TYPE-IN
           END-IF.
           IF CAL-TYPE-IN NOT = "H" AND CAL-TYPE-IN NOT = "B"
               DISPLAY "! TYPE MUST BE H OR B "
           ELSE
               DISPLAY "DESCRIPTION: " WITH NO ADVANCING
               ACCEPT CAL-DESC-IN
               PERFORM find-calendar-entry
               IF CAL-MATCH = 0 AND CAL-COUNT >= 400
                   DISPLAY "! CALENDAR FILE FULL "
               ELSE
                   IF CAL-MATCH = 0
                       ADD 1 TO CAL-COUNT
                       MOVE CAL-COUNT TO CAL-MATCH
                       MOVE CAL-CHECK-DATE TO cal-date(CAL-MATCH)
                   END-IF
                   MOVE CAL-TYPE-IN TO cal-type(CAL-MATCH)
                   MOVE CAL-DESC-IN TO cal-desc(CAL-MATCH)
                   ADD 1 TO CAL-CHANGED
                   MOVE 1 TO CAL-LOADED
                   DISPLAY " CALENDAR DATE SET "
               END-IF
           END-IF.

       delete-calendar-date.
           PERFORM accept-calendar-date.
           PERFORM find-calendar-entry.
           IF CAL-MATCH = 0
               DISPLAY "! DATE NOT ON CALENDAR FILE "
           ELSE
               MOVE CAL-MATCH TO CAL-SUB
               PERFORM UNTIL CAL-SUB >= CAL-COUNT
                   MOVE cal-entries(CAL-SUB + 1) TO cal-entries(CAL-SUB)
                   ADD 1 TO CAL-SUB
               END-PERFORM
               SUBTRACT 1 FROM CAL-COUNT
               ADD 1 TO CAL-CHANGED
               DISPLAY " CALENDAR DATE REMOVED "
           END-IF.

       accept-calendar-date.
           DISPLAY "DATE (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT CAL-CHECK-DATE.
           PERFORM check-calendar-date.
           PERFORM UNTIL CAL-DATE-OK = 1
               DISPLAY "! INVALID DATE, RE-ENTER (CCYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT CAL-CHECK-DATE
               PERFORM check-calendar-date
           END-PERFORM.

       check-calendar-date.
           MOVE 0 TO CAL-DATE-OK.
           IF CAL-CHECK-DATE IS NUMERIC
                   AND CAL-CHECK-DATE(5:2) >= "01"
                   AND CAL-CHECK-DATE(5:2) <= "12"
               MOVE CAL-CHECK-DATE(1:4) TO LED-YY
               MOVE CAL-CHECK-DATE(5:2) TO LED-MM
               PERFORM set-days-in-month
               MOVE CAL-CHECK-DATE(7:2) TO LED-DD
               IF LED-DD >= 1 AND LED-DD <= LED-DIM
                   MOVE 1 TO CAL-DATE-OK
               END-IF
           END-IF.

       save-calendar-table.
           OPEN OUTPUT CALENDAR-FILE.
           IF CAL-STATUS NOT = "00"
               DISPLAY "! CANNOT REWRITE CALENDAR.DAT "
           ELSE
               MOVE 1 TO CAL-SUB
               PERFORM UNTIL CAL-SUB > CAL-COUNT
                   MOVE SPACES TO CALENDAR-RECORD
                   MOVE cal-date(CAL-SUB) TO CALENDAR-RECORD(1:8)
                   MOVE cal-type(CAL-SUB) TO CALENDAR-RECORD(10:1)
                   MOVE cal-desc(CAL-SUB) TO CALENDAR-RECORD(12:30)
                   WRITE CALENDAR-RECORD
                   ADD 1 TO CAL-SUB
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       retention-roll.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM read-params.
           PERFORM compute-roll-cutoff.
           DISPLAY " RETENTION " PARM-RETAIN " MONTHS, "
               "ROLLING MONTHS BEFORE " ROLL-CUTOFF-X.
           PERFORM roll-history-file.
           PERFORM roll-audit-file.
           DISPLAY " HISTORY LINES MOVED: " ROLL-HIST-MOVED
               "  KEPT: " ROLL-HIST-KEPT.
           DISPLAY " AUDIT LINES MOVED:   " ROLL-AUD-MOVED
               "  KEPT: " ROLL-AUD-KEPT.
           MOVE SPACES TO OUTCOME-TEXT.
           STRING "ROLLED HIST=" ROLL-HIST-MOVED
               " AUDIT=" ROLL-AUD-MOVED
               DELIMITED BY SIZE INTO OUTCOME-TEXT.

       compute-roll-cutoff.
           MOVE RUN-DATE(1:4) TO ROLL-YY.
           MOVE RUN-DATE(5:2) TO ROLL-MM.
           COMPUTE ROLL-TOT = ROLL-YY * 12 + ROLL-MM - 1
               - PARM-RETAIN.
           IF ROLL-TOT < 0
               MOVE 0 TO ROLL-TOT
           END-IF.
           DIVIDE ROLL-TOT BY 12 GIVING ROLL-Q REMAINDER ROLL-R.
           COMPUTE ROLL-CUTOFF = ROLL-Q * 100 + ROLL-R + 1.
           MOVE ROLL-CUTOFF TO ROLL-CUTOFF-X.

       roll-history-file.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           PERFORM count-master-records.
           COMPUTE PRF-EXPECTED = PRF-BASE + PRF-MERGED
               + PRF-ADDED - PRF-DELETED.
           MOVE PRF-EXPECTED TO PRF-EXPECTED-DISPLAY.
           MOVE "PROOF" TO RPT-ID.
           MOVE "END-OF-DAY PROOF SHEET" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           ELSE
               MOVE "END-OF-DAY PROOF SHEET" TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "RUN DATE: " RUN-DATE-DISPLAY
                   "  OPERATOR: " SIGNON-USER
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           PERFORM proof-report-lines.
           PERFORM print-branch-totals.
           IF PRF-CLOSING = PRF-EXPECTED
               DISPLAY " PROOF IN BALANCE "
               IF PRT-STATUS = "00"
                   MOVE "PROOF IN BALANCE" TO PRINT-RECORD
                   PERFORM write-print-line
               END-IF
               MOVE "PROOF IN BALANCE" TO OUTCOME-TEXT
           ELSE
               DISPLAY "! *** OUT OF BALANCE *** "
               IF PRT-STATUS = "00"
                   MOVE "*** OUT OF BALANCE ***" TO PRINT-RECORD
                   PERFORM write-print-line
               END-IF
               MOVE "PROOF OUT OF BALANCE" TO OUTCOME-TEXT
           END-IF.
           IF PRT-STATUS = "00"
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               PERFORM close-print-file
           END-IF.

       proof-report-lines.
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-proof-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "FIGURES ADDED BY ADJ:  " PRF-ADDED
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-proof-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "FIGURES CHANGED:       " PRF-CHANGED
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-proof-line.
       put-proof-line.
           DISPLAY " " PRINT-RECORD(1:40).
           IF PRT-STATUS = "00"
               PERFORM write-print-line
           END-IF.

       count-master-records.
           MOVE 0 TO PRF-CLOSING.
           PERFORM clear-branch-totals.
           OPEN INPUT FIGURE-MASTER.
           IF FM-STATUS = "00"
               MOVE 0 TO FM-EOF-SW
                           MOVE 1 TO FM-EOF-SW
                       NOT AT END
                           ADD 1 TO PRF-CLOSING
                           MOVE FM-BRANCH TO BR-CODE-IN
                           MOVE FM-VALUE TO BR-VALUE-IN
                           PERFORM tally-branch-figure
                   END-READ
               END-PERFORM
               CLOSE FIGURE-MASTER

       print-trend-report.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           PERFORM load-branch-table.
           MOVE "TREND" TO RPT-ID.
           MOVE "DAILY TREND REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           ELSE
               MOVE "DAILY TREND REPORT" TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "RUN DATE: " RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-RECORD
               PERFORM write-print-line
               MOVE "DATE      CNT  AVERAGE     MEDIAN      CHANGE"
                   TO PRINT-RECORD
               PERFORM write-print-line
               DISPLAY " DATE      CNT  AVERAGE     MEDIAN      CHANGE"
               MOVE 1 TO TR-I
               PERFORM UNTIL TR-I > TREND-COUNT
                   ADD 1 TO TR-I
               END-PERFORM
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               PERFORM close-print-file
           END-IF.

       print-trend-line.
           STRING tr-date(TR-I) "  " tr-cnt(TR-I) "  "
               AVERAGE-DISPLAY "  " MEDIAN-DISPLAY "  "
               TR-CHANGE-TEXT DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " " tr-date(TR-I) "  " tr-cnt(TR-I) "  "
               AVERAGE-DISPLAY "  " MEDIAN-DISPLAY "  "
               TR-CHANGE-TEXT.
           PERFORM clear-region-totals.
           MOVE 1 TO TR-J.
           PERFORM UNTIL TR-J > tr-br-n(TR-I)
               PERFORM print-trend-branch-line
               ADD 1 TO TR-J
           END-PERFORM.
           PERFORM print-region-totals.

       print-trend-branch-line.
           MOVE tr-br-tot(TR-I, TR-J) TO BR-TOTAL-DISPLAY.
           MOVE tr-br-code(TR-I, TR-J) TO BRN-CHECK-CODE.
           PERFORM lookup-branch-name.
           MOVE SPACES TO PRINT-RECORD.
           STRING "  BRANCH " tr-br-code(TR-I, TR-J)
               " " BRN-NAME-OUT " " BRN-REGION-OUT
               " COUNT " tr-br-cnt(TR-I, TR-J)
               " TOTAL " BR-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " " PRINT-RECORD.
           MOVE tr-br-cnt(TR-I, TR-J) TO BR-VALUE-IN.
           MOVE tr-br-tot(TR-I, TR-J) TO RG-TOTAL-IN.
           PERFORM tally-region-figure.

       assign-figure-meta.
           MOVE 1 TO META-SUB.
           COMPUTE NEXT-FIG-ID = ARRAY-COUNT + 1.

       save-figure-master.
           PERFORM keep-master-images.
           OPEN OUTPUT FIGURE-MASTER.
           IF FM-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN FIGMASTER.DAT "
           ELSE
               PERFORM open-journal-extend
               PERFORM journal-master-removal
               MOVE "A" TO JRNL-ACTION
               MOVE "LOAD" TO JRNL-SOURCE
               MOVE SPACES TO JRNL-BEFORE
               MOVE 1 TO META-SUB
               PERFORM UNTIL META-SUB > ARRAY-COUNT
                   MOVE fig-id(META-SUB) TO FM-FIGURE-ID
                       INVALID KEY
                           DISPLAY "! DUPLICATE FIGURE ID "
                               FM-FIGURE-ID
                       NOT INVALID KEY
                           MOVE FM-RECORD TO JRNL-AFTER
                           PERFORM write-journal-record
                   END-WRITE
                   ADD 1 TO META-SUB
               END-PERFORM
               CLOSE FIGURE-MASTER
               PERFORM close-journal-file
           END-IF.

       keep-master-images.
           MOVE 0 TO OLDM-COUNT.
           MOVE 0 TO OLDM-OVER.
           OPEN INPUT FIGURE-MASTER.
           IF FM-STATUS = "00"
               MOVE 0 TO FM-EOF-SW
               MOVE ZEROS TO FM-FIGURE-ID
               START FIGURE-MASTER KEY NOT < FM-FIGURE-ID
                   INVALID KEY
                       MOVE 1 TO FM-EOF-SW
               END-START
               PERFORM UNTIL FM-EOF-SW = 1
                   READ FIGURE-MASTER NEXT RECORD
                       AT END
                           MOVE 1 TO FM-EOF-SW
                       NOT AT END
                           IF OLDM-COUNT < 999
                               ADD 1 TO OLDM-COUNT
                               MOVE FM-RECORD
                                   TO oldm-image(OLDM-COUNT)
                           ELSE
                               ADD 1 TO OLDM-OVER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIGURE-MASTER
           END-IF.

       journal-master-removal.
           MOVE "D" TO JRNL-ACTION.
           MOVE "LOAD" TO JRNL-SOURCE.
           MOVE SPACES TO JRNL-AFTER.
           MOVE 1 TO OLDM-SUB.
           PERFORM UNTIL OLDM-SUB > OLDM-COUNT
               MOVE oldm-image(OLDM-SUB) TO JRNL-BEFORE
               PERFORM write-journal-record
               ADD 1 TO OLDM-SUB
           END-PERFORM.
           IF OLDM-OVER > 0
               DISPLAY "! " OLDM-OVER " OLD MASTER RECORDS OVER 999, "
                   "REMOVAL NOT JOURNALED "
           END-IF.

       add-figure-to-master.
               WRITE FM-RECORD
                   INVALID KEY
                       DISPLAY "! DUPLICATE FIGURE ID " FM-FIGURE-ID
                   NOT INVALID KEY
                       MOVE "A" TO JRNL-ACTION
                       MOVE "SUSP" TO JRNL-SOURCE
                       MOVE SPACES TO JRNL-BEFORE
                       MOVE FM-RECORD TO JRNL-AFTER
                       PERFORM log-journal-entry
               END-WRITE
               CLOSE FIGURE-MASTER
           END-IF.

       log-journal-entry.
           PERFORM open-journal-extend.
           PERFORM write-journal-record.
           PERFORM close-journal-file.

       open-journal-extend.
           MOVE 0 TO JRNL-OPEN.
           OPEN EXTEND JOURNAL-FILE.
           IF JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JRNL-STATUS = "00"
               MOVE 1 TO JRNL-OPEN
           ELSE
               DISPLAY "! CANNOT OPEN FIGJRNL.DAT, "
                   "CHANGE NOT JOURNALED "
           END-IF.

       write-journal-record.
           IF JRNL-OPEN = 1
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE SPACES TO JOURNAL-RECORD
               MOVE JRNL-DATE TO JOURNAL-RECORD(1:8)
               MOVE JRNL-TIME TO JOURNAL-RECORD(10:8)
               MOVE SIGNON-USER TO JOURNAL-RECORD(19:8)
               MOVE JRNL-ACTION TO JOURNAL-RECORD(28:1)
               MOVE JRNL-SOURCE TO JOURNAL-RECORD(30:4)
               MOVE JRNL-BEFORE TO JOURNAL-RECORD(35:21)
               MOVE JRNL-AFTER TO JOURNAL-RECORD(57:21)
               WRITE JOURNAL-RECORD
           END-IF.

       close-journal-file.
           IF JRNL-OPEN = 1
               CLOSE JOURNAL-FILE
               MOVE 0 TO JRNL-OPEN
           END-IF.

       load-array-from-master.
           OPEN INPUT FIGURE-MASTER.
           IF FM-STATUS = "00"
                               WITH NO ADVANCING
                           ACCEPT INPUT-VALUE
                       END-PERFORM
                       MOVE FM-RECORD TO JRNL-BEFORE
                       MOVE INPUT-VALUE-NUM TO FM-VALUE
                       REWRITE FM-RECORD
                           INVALID KEY
                               DISPLAY "! REWRITE FAILED "
                           NOT INVALID KEY
                               MOVE "C" TO JRNL-ACTION
                               MOVE "MANT" TO JRNL-SOURCE
                               MOVE FM-RECORD TO JRNL-AFTER
                               PERFORM log-journal-entry
                       END-REWRITE
                       DISPLAY " FIGURE CHANGED "
                       STRING "CHANGED ID=" FM-FIGURE-ID
                           " WAS=" JRNL-BEFORE(17:5)
                           " NOW=" FM-VALUE
                           DELIMITED BY SIZE INTO OUTCOME-TEXT
                   END-IF
               WHEN "D"
               WHEN "d"
                       MOVE "NOT AUTHORIZED" TO OUTCOME-TEXT
                   ELSE
                       PERFORM display-figure-record
                       MOVE FM-RECORD TO JRNL-BEFORE
                       DELETE FIGURE-MASTER RECORD
                           INVALID KEY
                               DISPLAY "! DELETE FAILED "
                           NOT INVALID KEY
                               MOVE "D" TO JRNL-ACTION
                               MOVE "MANT" TO JRNL-SOURCE
                               MOVE SPACES TO JRNL-AFTER
                               PERFORM log-journal-entry
                       END-DELETE
                       DISPLAY " FIGURE DELETED "
                       STRING "DELETED ID=" FM-FIGURE-ID
                           " WAS=" JRNL-BEFORE(17:5)
                           DELIMITED BY SIZE INTO OUTCOME-TEXT
                   END-IF
               WHEN OTHER
                   DISPLAY "! INVALID ACTION "
                   MOVE "INVALID ACTION" TO OUTCOME-TEXT
           END-EVALUATE.

       adjustment-run.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           PERFORM load-adjustment-table.
           EVALUATE TRUE
               WHEN ADJ-STATUS NOT = "00"
                   DISPLAY "! ADJTRAN.DAT NOT FOUND "
                   MOVE "NO ADJ FILE" TO OUTCOME-TEXT
               WHEN ADJ-TRUNC = 1
                   DISPLAY "! MORE THAN 200 ADJUSTMENT TRANSACTIONS, "
                       "NOTHING APPLIED "
                   DISPLAY "! SPLIT ADJTRAN.DAT AND RERUN "
                   MOVE "ADJ FILE OVER 200" TO OUTCOME-TEXT
               WHEN OTHER
                   PERFORM load-branch-table
                   PERFORM edit-adjustments
                   IF ADJ-MASTER-OK = 0
                       DISPLAY "! CANNOT OPEN FIGMASTER.DAT "
                       MOVE "MASTER UNAVAILABLE" TO OUTCOME-TEXT
                   ELSE
                       MOVE "ADJUST" TO RPT-ID
                       MOVE "ADJUSTMENT REGISTER" TO RPT-TITLE
                       PERFORM open-print-file
                       IF PRT-STATUS NOT = "00"
                           DISPLAY "! CANNOT OPEN REPORT FILE "
                               RPT-FILE-NAME
                       END-IF
                       PERFORM apply-adjustments
                       PERFORM print-adjustment-errors
                       PERFORM print-adjustment-totals
                       IF PRT-STATUS = "00"
                           PERFORM close-print-file
                       END-IF
                       PERFORM archive-adjustments
                       MOVE SPACES TO OUTCOME-TEXT
                       STRING "ADJ READ=" ADJ-READ
                           " APPLIED=" ADJ-APPLIED
                           " REJECTED=" ADJ-REJECTED
                           DELIMITED BY SIZE INTO OUTCOME-TEXT
                       IF ADJ-APPLIED > 0
                           MOVE 0 TO MASTER-COUNT
                           PERFORM load-array-from-master
                           IF MASTER-COUNT = 0
                               MOVE 1 TO ARRAY-EMPTY
                               MOVE 0 TO ARRAY-COUNT
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       load-adjustment-table.
           MOVE 0 TO ADJ-COUNT.
           MOVE 0 TO ADJ-TRUNC.
           OPEN INPUT ADJ-FILE.
           IF ADJ-STATUS = "00"
               MOVE 0 TO ADJ-EOF-SW
               PERFORM UNTIL ADJ-EOF-SW = 1
                   READ ADJ-FILE
                       AT END
                           MOVE 1 TO ADJ-EOF-SW
                       NOT AT END
                           IF ADJ-RECORD NOT = SPACES
                               IF ADJ-COUNT < 200
                                   ADD 1 TO ADJ-COUNT
                                   MOVE ADJ-RECORD(1:58)
                                       TO adj-tran(ADJ-COUNT)
                               ELSE
                                   MOVE 1 TO ADJ-TRUNC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJ-FILE
               MOVE "00" TO ADJ-STATUS
           END-IF.

       edit-adjustments.
           MOVE 0 TO ADJ-READ.
           MOVE 0 TO ADJ-REJECTED.
           MOVE 0 TO ADJ-MASTER-OK.
           OPEN INPUT FIGURE-MASTER.
           IF FM-STATUS = "00"
               MOVE 1 TO ADJ-MASTER-OK
           END-IF.
           IF ADJ-MASTER-OK = 1
               MOVE 1 TO ADJ-SUB
               PERFORM UNTIL ADJ-SUB > ADJ-COUNT
                   ADD 1 TO ADJ-READ
                   PERFORM edit-one-adjustment
                   IF adj-ok(ADJ-SUB) = "N"
                       ADD 1 TO ADJ-REJECTED
                   END-IF
                   ADD 1 TO ADJ-SUB
               END-PERFORM
               CLOSE FIGURE-MASTER
           END-IF.

       edit-one-adjustment.
           MOVE "Y" TO adj-ok(ADJ-SUB).
           MOVE SPACES TO adj-error(ADJ-SUB).
           MOVE 0 TO adj-id(ADJ-SUB).
           MOVE 0 TO adj-value(ADJ-SUB).
           MOVE adj-tran(ADJ-SUB)(3:5) TO ADJ-KEY-ALPHA.
           MOVE adj-tran(ADJ-SUB)(13:5) TO ADJ-VAL-ALPHA.
           EVALUATE TRUE
               WHEN adj-tran(ADJ-SUB)(1:1) NOT = "A"
                       AND adj-tran(ADJ-SUB)(1:1) NOT = "C"
                       AND adj-tran(ADJ-SUB)(1:1) NOT = "D"
                   MOVE "INVALID ACTION CODE" TO adj-error(ADJ-SUB)
               WHEN ADJ-KEY-ALPHA IS NOT NUMERIC
                   MOVE "INVALID FIGURE ID" TO adj-error(ADJ-SUB)
               WHEN adj-tran(ADJ-SUB)(19:40) = SPACES
                   MOVE "REASON TEXT MISSING" TO adj-error(ADJ-SUB)
               WHEN adj-tran(ADJ-SUB)(1:1) NOT = "D"
                       AND (ADJ-VAL-ALPHA IS NOT NUMERIC
                       OR ADJ-VAL-NUM > 99998)
                   MOVE "INVALID VALUE" TO adj-error(ADJ-SUB)
               WHEN OTHER
                   MOVE ADJ-KEY-NUM TO adj-id(ADJ-SUB)
                   IF adj-tran(ADJ-SUB)(1:1) NOT = "D"
                       MOVE ADJ-VAL-NUM TO adj-value(ADJ-SUB)
                   END-IF
                   PERFORM edit-adjustment-master
           END-EVALUATE.
           IF adj-error(ADJ-SUB) NOT = SPACES
               MOVE "N" TO adj-ok(ADJ-SUB)
           END-IF.

       edit-adjustment-master.
           MOVE 0 TO ADJ-NEW-ID.
           IF adj-tran(ADJ-SUB)(1:1) = "A" AND adj-id(ADJ-SUB) = 0
               MOVE 1 TO ADJ-NEW-ID
           END-IF.
           IF ADJ-NEW-ID = 0
               MOVE 1 TO ADJ-PRIOR
               PERFORM UNTIL ADJ-PRIOR >= ADJ-SUB
                   IF adj-ok(ADJ-PRIOR) = "Y"
                           AND adj-id(ADJ-PRIOR) = adj-id(ADJ-SUB)
                       MOVE "ID ALREADY IN THIS BATCH"
                           TO adj-error(ADJ-SUB)
                   END-IF
                   ADD 1 TO ADJ-PRIOR
               END-PERFORM
           END-IF.
           IF adj-error(ADJ-SUB) = SPACES AND ADJ-NEW-ID = 0
               PERFORM check-adjustment-on-master
           END-IF.
           IF adj-error(ADJ-SUB) = SPACES
               IF adj-tran(ADJ-SUB)(1:1) = "A"
                       AND adj-tran(ADJ-SUB)(9:3) = SPACES
                   MOVE "BRANCH REQUIRED FOR ADD" TO adj-error(ADJ-SUB)
               END-IF
           END-IF.
           IF adj-error(ADJ-SUB) = SPACES
                   AND adj-tran(ADJ-SUB)(1:1) NOT = "D"
                   AND adj-tran(ADJ-SUB)(9:3) NOT = SPACES
               MOVE adj-tran(ADJ-SUB)(9:3) TO BRN-CHECK-CODE
               MOVE RUN-DATE TO BRN-CHECK-DATE
               PERFORM validate-branch-code
               IF BRN-REASON = "BRANCH"
                   MOVE "BRANCH NOT ON FILE" TO adj-error(ADJ-SUB)
               END-IF
               IF BRN-REASON = "BRCLSD"
                   MOVE "BRANCH CLOSED" TO adj-error(ADJ-SUB)
               END-IF
           END-IF.
           IF adj-error(ADJ-SUB) = SPACES AND ADJ-NEW-ID = 1
               MOVE NEXT-FIG-ID TO adj-id(ADJ-SUB)
               ADD 1 TO NEXT-FIG-ID
               PERFORM check-adjustment-on-master
           END-IF.

       check-adjustment-on-master.
           MOVE adj-id(ADJ-SUB) TO FM-FIGURE-ID.
           READ FIGURE-MASTER
               INVALID KEY
                   IF adj-tran(ADJ-SUB)(1:1) NOT = "A"
                       MOVE "FIGURE NOT ON MASTER" TO adj-error(ADJ-SUB)
                   END-IF
               NOT INVALID KEY
                   IF adj-tran(ADJ-SUB)(1:1) = "A"
                       MOVE "FIGURE ALREADY ON MASTER"
                           TO adj-error(ADJ-SUB)
                   END-IF
           END-READ.

       print-adjustment-errors.
           MOVE SPACES TO PRINT-RECORD.
           STRING "ADJUSTMENT ERROR LISTING  RUN DATE: "
               RUN-DATE-DISPLAY "  OPERATOR: " SIGNON-USER
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE "A ID    BR  VALUE ERROR                    REASON"
               TO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE 1 TO ADJ-SUB.
           PERFORM UNTIL ADJ-SUB > ADJ-COUNT
               IF adj-ok(ADJ-SUB) = "N"
                   MOVE SPACES TO PRINT-RECORD
                   STRING adj-tran(ADJ-SUB)(1:17) " "
                       adj-error(ADJ-SUB) " "
                       adj-tran(ADJ-SUB)(19:30)
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   PERFORM put-adjustment-line
               END-IF
               ADD 1 TO ADJ-SUB
           END-PERFORM.
           MOVE SPACES TO PRINT-RECORD.
           STRING "TRANSACTIONS REJECTED: " ADJ-REJECTED
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-adjustment-line.

       apply-adjustments.
           MOVE 0 TO ADJ-APPLIED.
           MOVE 0 TO ADJ-ADDS.
           MOVE 0 TO ADJ-CHANGES.
           MOVE 0 TO ADJ-DELETES.
           MOVE 0 TO ADJ-VAL-BEFORE.
           MOVE 0 TO ADJ-VAL-AFTER.
           MOVE SPACES TO PRINT-RECORD.
           STRING "ADJUSTMENT REGISTER  RUN DATE: "
               RUN-DATE-DISPLAY "  OPERATOR: " SIGNON-USER
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE "A ID    BR  BEFORE AFTER REASON" TO PRINT-RECORD.
           PERFORM put-adjustment-line.
           OPEN I-O FIGURE-MASTER.
           IF FM-STATUS NOT = "00"
               OPEN OUTPUT FIGURE-MASTER
           END-IF.
           IF FM-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN FIGMASTER.DAT "
           ELSE
               PERFORM open-journal-extend
               MOVE "ADJ " TO JRNL-SOURCE
               MOVE 1 TO ADJ-SUB
               PERFORM UNTIL ADJ-SUB > ADJ-COUNT
                   IF adj-ok(ADJ-SUB) = "Y"
                       PERFORM apply-one-adjustment
                   END-IF
                   ADD 1 TO ADJ-SUB
               END-PERFORM
               PERFORM close-journal-file
               CLOSE FIGURE-MASTER
           END-IF.
           ADD ADJ-ADDS TO PRF-ADDED.
           ADD ADJ-CHANGES TO PRF-CHANGED.
           ADD ADJ-DELETES TO PRF-DELETED.

       apply-one-adjustment.
           MOVE "-----" TO ADJ-WAS-OUT.
           MOVE "-----" TO ADJ-NOW-OUT.
           MOVE adj-id(ADJ-SUB) TO FM-FIGURE-ID.
           EVALUATE adj-tran(ADJ-SUB)(1:1)
               WHEN "A"
                   MOVE adj-tran(ADJ-SUB)(9:3) TO FM-BRANCH
                   MOVE RUN-DATE TO FM-ENTRY-DATE
                   MOVE adj-value(ADJ-SUB) TO FM-VALUE
                   WRITE FM-RECORD
                       INVALID KEY
                           MOVE "N" TO adj-ok(ADJ-SUB)
                       NOT INVALID KEY
                           MOVE "A" TO JRNL-ACTION
                           MOVE SPACES TO JRNL-BEFORE
                           MOVE FM-RECORD TO JRNL-AFTER
                           PERFORM write-journal-record
                           ADD 1 TO ADJ-ADDS
                   END-WRITE
               WHEN "C"
                   READ FIGURE-MASTER
                       INVALID KEY
                           MOVE "N" TO adj-ok(ADJ-SUB)
                   END-READ
                   IF adj-ok(ADJ-SUB) = "Y"
                       MOVE FM-RECORD TO JRNL-BEFORE
                       IF adj-tran(ADJ-SUB)(9:3) NOT = SPACES
                           MOVE adj-tran(ADJ-SUB)(9:3) TO FM-BRANCH
                       END-IF
                       MOVE adj-value(ADJ-SUB) TO FM-VALUE
                       REWRITE FM-RECORD
                           INVALID KEY
                               MOVE "N" TO adj-ok(ADJ-SUB)
                           NOT INVALID KEY
                               MOVE "C" TO JRNL-ACTION
                               MOVE FM-RECORD TO JRNL-AFTER
                               PERFORM write-journal-record
                               ADD 1 TO ADJ-CHANGES
                       END-REWRITE
                   END-IF
               WHEN "D"
                   READ FIGURE-MASTER
                       INVALID KEY
                           MOVE "N" TO adj-ok(ADJ-SUB)
                   END-READ
                   IF adj-ok(ADJ-SUB) = "Y"
                       MOVE FM-RECORD TO JRNL-BEFORE
                       DELETE FIGURE-MASTER RECORD
                           INVALID KEY
                               MOVE "N" TO adj-ok(ADJ-SUB)
                           NOT INVALID KEY
                               MOVE "D" TO JRNL-ACTION
                               MOVE SPACES TO JRNL-AFTER
                               PERFORM write-journal-record
                               ADD 1 TO ADJ-DELETES
                       END-DELETE
                   END-IF
           END-EVALUATE.
           IF adj-ok(ADJ-SUB) = "N"
               MOVE "UPDATE FAILED ON MASTER" TO adj-error(ADJ-SUB)
               ADD 1 TO ADJ-REJECTED
               DISPLAY "! ADJUSTMENT FOR ID " adj-id(ADJ-SUB)
                   " FAILED ON MASTER "
           ELSE
               ADD 1 TO ADJ-APPLIED
               MOVE FM-BRANCH TO ADJ-OLD-BRANCH
               IF adj-tran(ADJ-SUB)(1:1) = "D"
                   MOVE JRNL-BEFORE(6:3) TO ADJ-OLD-BRANCH
               END-IF
               IF adj-tran(ADJ-SUB)(1:1) NOT = "A"
                   MOVE JRNL-BEFORE(17:5) TO ADJ-WAS-OUT
                   MOVE JRNL-BEFORE(17:5) TO ADJ-VAL-ALPHA
                   ADD ADJ-VAL-NUM TO ADJ-VAL-BEFORE
               END-IF
               IF adj-tran(ADJ-SUB)(1:1) NOT = "D"
                   MOVE adj-value(ADJ-SUB) TO ADJ-VAL-NUM
                   MOVE ADJ-VAL-ALPHA TO ADJ-NOW-OUT
                   ADD adj-value(ADJ-SUB) TO ADJ-VAL-AFTER
               END-IF
               MOVE SPACES TO PRINT-RECORD
               STRING adj-tran(ADJ-SUB)(1:1) " " adj-id(ADJ-SUB)
                   " " ADJ-OLD-BRANCH " " ADJ-WAS-OUT "  " ADJ-NOW-OUT
                   " " adj-tran(ADJ-SUB)(19:40)
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM put-adjustment-line
           END-IF.

       print-adjustment-totals.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE "ADJUSTMENT CONTROL TOTALS" TO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "TRANSACTIONS READ:     " ADJ-READ
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "TRANSACTIONS APPLIED:  " ADJ-APPLIED
               "  (ADD " ADJ-ADDS " CHANGE " ADJ-CHANGES
               " DELETE " ADJ-DELETES ")"
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "TRANSACTIONS REJECTED: " ADJ-REJECTED
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE ADJ-VAL-BEFORE TO ADJ-TOT-DISPLAY.
           MOVE SPACES TO PRINT-RECORD.
           STRING "VALUE BEFORE:          " ADJ-TOT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE ADJ-VAL-AFTER TO ADJ-TOT-DISPLAY.
           MOVE SPACES TO PRINT-RECORD.
           STRING "VALUE AFTER:           " ADJ-TOT-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-adjustment-line.
           COMPUTE ADJ-NET = ADJ-VAL-AFTER - ADJ-VAL-BEFORE.
           MOVE ADJ-NET TO ADJ-NET-DISPLAY.
           MOVE SPACES TO PRINT-RECORD.
           STRING "NET CHANGE:           " ADJ-NET-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-adjustment-line.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-adjustment-line.

       put-adjustment-line.
           DISPLAY " " PRINT-RECORD(1:72).
           IF PRT-STATUS = "00"
               PERFORM write-print-line
           END-IF.

       archive-adjustments.
           OPEN EXTEND ADJ-HIST-FILE.
           IF ADH-STATUS NOT = "00"
               OPEN OUTPUT ADJ-HIST-FILE
           END-IF.
           IF ADH-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN ADJHIST.DAT, "
                   "ADJTRAN.DAT LEFT IN PLACE "
           ELSE
               MOVE 1 TO ADJ-SUB
               PERFORM UNTIL ADJ-SUB > ADJ-COUNT
                   MOVE SPACES TO ADJ-HIST-RECORD
                   MOVE RUN-DATE TO ADJ-HIST-RECORD(1:8)
                   MOVE SIGNON-USER TO ADJ-HIST-RECORD(10:8)
                   IF adj-ok(ADJ-SUB) = "Y"
                       MOVE "A" TO ADJ-HIST-RECORD(19:1)
                   ELSE
                       MOVE "R" TO ADJ-HIST-RECORD(19:1)
                   END-IF
                   MOVE adj-tran(ADJ-SUB) TO ADJ-HIST-RECORD(21:58)
                   MOVE adj-id(ADJ-SUB) TO ADJ-HIST-RECORD(23:5)
                   WRITE ADJ-HIST-RECORD
                   ADD 1 TO ADJ-SUB
               END-PERFORM
               CLOSE ADJ-HIST-FILE
               OPEN OUTPUT ADJ-FILE
               IF ADJ-STATUS = "00"
                   CLOSE ADJ-FILE
               END-IF
           END-IF.

       display-figure-record.
           DISPLAY " FIGURE ID:  " FM-FIGURE-ID.
           DISPLAY " BRANCH:     " FM-BRANCH.

       write-extract-body.
           MOVE 0 TO EXT-OK.
           MOVE ARRAY-COUNT TO XMIT-ROWS.
           PERFORM arraystats.
           PERFORM smolnonrep.
           PERFORM largenonrep.
               DISPLAY "! CANNOT OPEN TRIGGER FILE "
           ELSE
               MOVE SPACES TO TRIGGER-RECORD
               STRING "COMPLETE " RUN-DATE " " XMIT-ROWS
                   DELIMITED BY SIZE INTO TRIGGER-RECORD
               WRITE TRIGGER-RECORD
               CLOSE TRIGGER-FILE
                   IF xm-name(XMIT-SUB) = EXTRACT-FILE-NAME
                       MOVE 1 TO XMIT-FOUND
                       MOVE RUN-DATE TO xm-date(XMIT-SUB)
                       MOVE XMIT-ROWS TO xm-rows(XMIT-SUB)
                       MOVE "P" TO xm-ack(XMIT-SUB)
                       MOVE SPACES TO xm-reason(XMIT-SUB)
                   END-IF
               MOVE SPACES TO XMIT-RECORD
               MOVE RUN-DATE TO XMIT-RECORD(1:8)
               MOVE EXTRACT-FILE-NAME TO XMIT-RECORD(10:30)
               MOVE XMIT-ROWS TO XMIT-RECORD(41:5)
               MOVE "P" TO XMIT-RECORD(47:1)
               MOVE ZEROS TO XMIT-RECORD(70:2)
               WRITE XMIT-RECORD
           STRING XM-BASE-NAME DELIMITED BY SPACE
               ".TRG" DELIMITED BY SIZE
               INTO TRIGGER-FILE-NAME.
           IF xm-name(XMIT-SUB)(1:7) = "BUDVAR-"
               PERFORM read-params
               PERFORM load-monthsum-table
               PERFORM load-target-table
               MOVE xm-name(XMIT-SUB)(8:6) TO VAR-MONTH
               PERFORM build-variance-table
               PERFORM write-variance-body
           ELSE
               PERFORM write-extract-body
               IF EXT-OK = 1
                   ADD ARRAY-COUNT TO PRF-EXTRACTED
               END-IF
           END-IF.
           IF EXT-OK = 1
               MOVE "P" TO xm-ack(XMIT-SUB)
               MOVE SPACES TO xm-reason(XMIT-SUB)
               MOVE XMIT-ROWS TO xm-rows(XMIT-SUB)
               MOVE RUN-DATE TO xm-date(XMIT-SUB)
               ADD 1 TO xm-resends(XMIT-SUB)
               ADD 1 TO XMIT-RESENT
               DISPLAY " RESENT: " xm-name(XMIT-SUB)
           ELSE
               DISPLAY "! RESEND FAILED: " xm-name(XMIT-SUB)
                   "REPORT COVERS FIRST 200 ONLY "
           END-IF.
           MOVE 0 TO XMIT-PENDING.
           MOVE "OUTSTAND" TO RPT-ID.
           MOVE "OUTSTANDING EXTRACTS REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           ELSE
               MOVE "OUTSTANDING EXTRACTS REPORT" TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "RUN DATE: " RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           DISPLAY " DATE      FILE                            ROWS ".
           IF PRT-STATUS = "00"
               MOVE "DATE      FILE                            ROWS"
                   TO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           MOVE 1 TO XMIT-SUB.
           PERFORM UNTIL XMIT-SUB > XMIT-COUNT
               DISPLAY " NO OUTSTANDING EXTRACTS "
               IF PRT-STATUS = "00"
                   MOVE "NO OUTSTANDING EXTRACTS" TO PRINT-RECORD
                   PERFORM write-print-line
               END-IF
               MOVE "NO OUTSTANDING" TO OUTCOME-TEXT
           ELSE
           END-IF.
           IF PRT-STATUS = "00"
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               PERFORM close-print-file
           END-IF.

       print-outstanding-line.
           DISPLAY " " xm-date(XMIT-SUB) "  " xm-name(XMIT-SUB) "  "
               xm-rows(XMIT-SUB).
           IF PRT-STATUS = "00"
               PERFORM write-print-line
           END-IF.

       month-end-batch-check.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM load-calendar-table.
           MOVE RUN-DATE TO CAL-CHECK-DATE.
           PERFORM find-last-business-day.
           IF CAL-CHECK-DATE = CAL-LAST-BDAY
               DISPLAY " MONTH-END CONSOLIDATION, LAST BUSINESS DAY "
                   CAL-LAST-BDAY
               PERFORM month-end-run
           ELSE
               DISPLAY " NOT LAST BUSINESS DAY OF MONTH ("
                   CAL-LAST-BDAY "), MONTH-END SKIPPED "
               MOVE "SKIPPED (NOT MONTH END)" TO OUTCOME-TEXT
           END-IF.

       month-end-run.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           IF BATCH-MODE = 1
               MOVE RUN-DATE(1:6) TO MEND-MONTH
           ELSE
               PERFORM load-calendar-table
               MOVE RUN-DATE TO CAL-CHECK-DATE
               PERFORM find-last-business-day
               DISPLAY " LAST BUSINESS DAY THIS MONTH: " CAL-LAST-BDAY
               DISPLAY "MONTH TO CONSOLIDATE (CCYYMM): "
                   WITH NO ADVANCING
               ACCEPT MEND-MONTH
           END-IF.
           PERFORM UNTIL MEND-MONTH IS NUMERIC
               DISPLAY "! INVALID MONTH, RE-ENTER (CCYYMM): "
                   WITH NO ADVANCING

       load-monthsum-table.
           MOVE 0 TO MSUM-COUNT.
           MOVE 0 TO MSUM-TRUNC.
           OPEN INPUT MONTHSUM-FILE.
           IF MSUM-STATUS = "00"
               MOVE 0 TO MSUM-EOF-SW
               PERFORM UNTIL MSUM-EOF-SW = 1
                   READ MONTHSUM-FILE
                       AT END
                           MOVE 1 TO MSUM-EOF-SW
                       NOT AT END
                           IF MSUM-COUNT < 9000
                               ADD 1 TO MSUM-COUNT
                               MOVE MONTHSUM-RECORD
                                   TO msum-entries(MSUM-COUNT)
                           ELSE
                               MOVE 1 TO MSUM-TRUNC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHSUM-FILE
           END-IF.
           IF MSUM-TRUNC = 1
               DISPLAY "! MORE THAN 9000 MONTHSUM.DAT ROWS, "
                   "LATER ROWS NOT READ "
           END-IF.

       store-month-summary.
           COMPUTE MEND-AVG-STORE = MEND-AVG * 100.
           COMPUTE MEND-MED-STORE = MEND-MED * 100.
           PERFORM load-monthsum-table.
           IF MSUM-TRUNC = 1
               DISPLAY "! MONTHSUM.DAT NOT UPDATED FOR " MEND-MONTH
           ELSE
               PERFORM rewrite-month-summary
           END-IF.

       rewrite-month-summary.
           MOVE SPACES TO MONTHSUM-RECORD.
           MOVE "M" TO MONTHSUM-RECORD(1:1).
           MOVE MEND-MONTH TO MONTHSUM-RECORD(2:6).
           MOVE MEND-AVG-STORE TO MONTHSUM-RECORD(33:9).
           MOVE MEND-MED-STORE TO MONTHSUM-RECORD(42:9).
           MOVE 0 TO MSUM-REPLACED.
           MOVE 0 TO MSUM-KEEP.
           MOVE 1 TO MSUM-SUB.
           PERFORM UNTIL MSUM-SUB > MSUM-COUNT
               IF msum-entries(MSUM-SUB)(1:1) = "M"
                       AND msum-entries(MSUM-SUB)(2:6) = MEND-MONTH
                   MOVE MONTHSUM-RECORD TO msum-entries(MSUM-SUB)
                   MOVE 1 TO MSUM-REPLACED
               END-IF
               IF msum-entries(MSUM-SUB)(1:1) = "B"
                       AND msum-entries(MSUM-SUB)(2:6) = MEND-MONTH
                   CONTINUE
               ELSE
                   ADD 1 TO MSUM-KEEP
                   MOVE msum-entries(MSUM-SUB)
                       TO msum-entries(MSUM-KEEP)
               END-IF
               ADD 1 TO MSUM-SUB
           END-PERFORM.
           MOVE MSUM-KEEP TO MSUM-COUNT.
           IF MSUM-REPLACED = 0 AND MSUM-COUNT < 9000
               ADD 1 TO MSUM-COUNT
               MOVE MONTHSUM-RECORD TO msum-entries(MSUM-COUNT)
           END-IF.
           MOVE 1 TO BR-SUB.
           PERFORM UNTIL BR-SUB > BR-COUNT-N
               IF MSUM-COUNT < 9000
                   ADD 1 TO MSUM-COUNT
                   MOVE SPACES TO msum-entries(MSUM-COUNT)
                   MOVE "B" TO msum-entries(MSUM-COUNT)(1:1)
                   MOVE MEND-MONTH TO msum-entries(MSUM-COUNT)(2:6)
                   MOVE br-code(BR-SUB)
                       TO msum-entries(MSUM-COUNT)(8:3)
                   MOVE br-total(BR-SUB)
                       TO msum-entries(MSUM-COUNT)(11:10)
                   MOVE br-cnt(BR-SUB)
                       TO msum-entries(MSUM-COUNT)(21:5)
               ELSE
                   DISPLAY "! MONTHSUM.DAT FULL, BRANCH "
                       br-code(BR-SUB) " NOT STORED "
               END-IF
               ADD 1 TO BR-SUB
           END-PERFORM.
           OPEN OUTPUT MONTHSUM-FILE.
           IF MSUM-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN MONTHSUM.DAT "

       print-month-report.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           MOVE "MONTHEND" TO RPT-ID.
           MOVE "MONTHLY CONSOLIDATION REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           ELSE
               MOVE "MONTHLY CONSOLIDATION REPORT" TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "RUN DATE: " RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-RECORD
               PERFORM write-print-line
               PERFORM print-month-lines
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               PERFORM close-print-file
           END-IF.

       print-month-lines.
           MOVE SPACES TO PRINT-RECORD.
           STRING "MONTH:   " MEND-MONTH DELIMITED BY SIZE
               INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " MONTH:   " MEND-MONTH.
           MOVE SPACES TO PRINT-RECORD.
           STRING "TOTAL:   " MEND-TOTAL-DISPLAY DELIMITED BY SIZE
               INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " TOTAL:   " MEND-TOTAL-DISPLAY.
           MOVE SPACES TO PRINT-RECORD.
           STRING "COUNT:   " MEND-COUNT DELIMITED BY SIZE
               INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " COUNT:   " MEND-COUNT.
           MOVE SPACES TO PRINT-RECORD.
           STRING "MINIMUM: " MEND-MIN DELIMITED BY SIZE
               INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " MINIMUM: " MEND-MIN.
           MOVE SPACES TO PRINT-RECORD.
           STRING "MAXIMUM: " MEND-MAX DELIMITED BY SIZE
               INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " MAXIMUM: " MEND-MAX.
           MOVE SPACES TO PRINT-RECORD.
           STRING "AVERAGE: " AVERAGE-DISPLAY DELIMITED BY SIZE
               INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " AVERAGE: " AVERAGE-DISPLAY.
           MOVE SPACES TO PRINT-RECORD.
           STRING "MEDIAN:  " MEDIAN-DISPLAY DELIMITED BY SIZE
               INTO PRINT-RECORD.
           PERFORM write-print-line.
           DISPLAY " MEDIAN:  " MEDIAN-DISPLAY.
           PERFORM print-branch-totals.

           MOVE 0 TO YTD-COUNT.
           MOVE 0 TO YTD-MONTHS.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           MOVE "YTD" TO RPT-ID.
           MOVE "YEAR-TO-DATE SUMMARY" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS = "00"
               MOVE "YEAR-TO-DATE SUMMARY" TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "RUN DATE: " RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-RECORD
               PERFORM write-print-line
           ELSE
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           END-IF.
           DISPLAY " MNTH  TOTAL       COUNT  AVERAGE     MEDIAN".
           IF PRT-STATUS = "00"
               MOVE "MNTH  TOTAL       COUNT  AVERAGE     MEDIAN"
                   TO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           MOVE 1 TO MSUM-SUB.
           PERFORM UNTIL MSUM-SUB > MSUM-COUNT
               IF msum-entries(MSUM-SUB)(1:1) = "M"
                       AND msum-entries(MSUM-SUB)(2:4) = YTD-YEAR
                   PERFORM print-ytd-month-line
               END-IF
               ADD 1 TO MSUM-SUB
           END-IF.
           IF PRT-STATUS = "00"
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               PERFORM close-print-file
           END-IF.

       print-ytd-month-line.
               MEND-TOTAL-DISPLAY "  " MEND-COUNT "  "
               AVERAGE-DISPLAY "  " MEDIAN-DISPLAY.
           IF PRT-STATUS = "00"
               PERFORM write-print-line
           END-IF.

       print-ytd-total-line.
               "  COUNT: " YTD-COUNT
               "  AVERAGE: " AVERAGE-DISPLAY.
           IF PRT-STATUS = "00"
               PERFORM write-print-line
           END-IF.

       target-maint.
           PERFORM load-target-table.
           PERFORM load-branch-table.
           IF TGT-TRUNC = 1
               DISPLAY "! MORE THAN 1200 TARGETS, BROWSE ONLY "
           END-IF.
           MOVE 0 TO TGT-CHANGED.
           MOVE SPACE TO TGT-ACTION.
           PERFORM UNTIL TGT-ACTION = "X" OR TGT-ACTION = "x"
               DISPLAY "(L)IST, (S)ET, (D)ELETE, (C)OPY YEAR, "
                   "E(X)IT: " WITH NO ADVANCING
               ACCEPT TGT-ACTION
               EVALUATE TGT-ACTION
                   WHEN "L"
                   WHEN "l"
                       PERFORM list-targets
                   WHEN "S"
                   WHEN "s"
                       IF TGT-TRUNC = 0
                           PERFORM set-target
                       END-IF
                   WHEN "D"
                   WHEN "d"
                       IF TGT-TRUNC = 0
                           PERFORM delete-target
                       END-IF
                   WHEN "C"
                   WHEN "c"
                       IF TGT-TRUNC = 0
                           PERFORM copy-target-year
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "! INVALID ACTION "
               END-EVALUATE
           END-PERFORM.
           IF TGT-CHANGED > 0
               PERFORM save-target-table
               MOVE SPACES TO OUTCOME-TEXT
               STRING "TARGETS UPDATED=" TGT-CHANGED
                   DELIMITED BY SIZE INTO OUTCOME-TEXT
           ELSE
               MOVE "TARGETS BROWSED" TO OUTCOME-TEXT
           END-IF.

       ask-target-year.
           DISPLAY "YEAR (CCYY): " WITH NO ADVANCING.
           ACCEPT TGT-YEAR-IN.
           PERFORM UNTIL TGT-YEAR-IN IS NUMERIC
               DISPLAY "! INVALID YEAR, RE-ENTER (CCYY): "
                   WITH NO ADVANCING
               ACCEPT TGT-YEAR-IN
           END-PERFORM.

       ask-target-key.
           PERFORM ask-target-year.
           DISPLAY "MONTH (01-12): " WITH NO ADVANCING.
           ACCEPT TGT-MONTH-IN.
           PERFORM UNTIL TGT-MONTH-IN IS NUMERIC
                   AND TGT-MONTH-IN >= "01" AND TGT-MONTH-IN <= "12"
               DISPLAY "! INVALID MONTH, RE-ENTER (01-12): "
                   WITH NO ADVANCING
               ACCEPT TGT-MONTH-IN
           END-PERFORM.
           DISPLAY "BRANCH CODE: " WITH NO ADVANCING.
           ACCEPT TGT-BRANCH-IN.
           MOVE TGT-BRANCH-IN TO BRN-CHECK-CODE.
           PERFORM find-branch-entry.
           PERFORM UNTIL TGT-BRANCH-IN NOT = SPACES
                   AND (BRN-LOADED = 0 OR BRN-MATCH > 0)
               DISPLAY "! BRANCH NOT ON BRANCH FILE, RE-ENTER: "
                   WITH NO ADVANCING
               ACCEPT TGT-BRANCH-IN
               MOVE TGT-BRANCH-IN TO BRN-CHECK-CODE
               PERFORM find-branch-entry
           END-PERFORM.
           PERFORM find-target-entry.

       find-target-entry.
           MOVE 0 TO TGT-MATCH.
           MOVE 1 TO TGT-FIND-SUB.
           PERFORM UNTIL TGT-FIND-SUB > TGT-COUNT OR TGT-MATCH > 0
               IF tgt-year(TGT-FIND-SUB) = TGT-YEAR-IN
                       AND tgt-month(TGT-FIND-SUB) = TGT-MONTH-IN
                       AND tgt-branch(TGT-FIND-SUB) = TGT-BRANCH-IN
                   MOVE TGT-FIND-SUB TO TGT-MATCH
               END-IF
               ADD 1 TO TGT-FIND-SUB
           END-PERFORM.

       list-targets.
           PERFORM ask-target-year.
           MOVE 0 TO TGT-LISTED.
           DISPLAY " MM BR  BUDGET TOTAL  COUNT".
           MOVE 1 TO TGT-SUB.
           PERFORM UNTIL TGT-SUB > TGT-COUNT
               IF tgt-year(TGT-SUB) = TGT-YEAR-IN
                   MOVE tgt-total(TGT-SUB) TO VAR-AMT-DISPLAY
                   DISPLAY " " tgt-month(TGT-SUB) " "
                       tgt-branch(TGT-SUB) " " VAR-AMT-DISPLAY
                       "  " tgt-cnt(TGT-SUB)
                   ADD 1 TO TGT-LISTED
               END-IF
               ADD 1 TO TGT-SUB
           END-PERFORM.
           DISPLAY " TARGETS FOR " TGT-YEAR-IN ": " TGT-LISTED.

       set-target.
           PERFORM ask-target-key.
           IF TGT-MATCH = 0 AND TGT-COUNT >= 1200
               DISPLAY "! TARGET FILE FULL "
           ELSE
               IF TGT-MATCH > 0
                   MOVE tgt-total(TGT-MATCH) TO VAR-AMT-DISPLAY
                   DISPLAY " CURRENT TOTAL: " VAR-AMT-DISPLAY
                       "  COUNT: " tgt-cnt(TGT-MATCH)
               END-IF
               DISPLAY "BUDGET TOTAL (0000000000-9999999999): "
                   WITH NO ADVANCING
               ACCEPT TGT-TOTAL-X
               PERFORM UNTIL TGT-TOTAL-X IS NUMERIC
                   DISPLAY "! INVALID TOTAL, RE-ENTER: "
                       WITH NO ADVANCING
                   ACCEPT TGT-TOTAL-X
               END-PERFORM
               DISPLAY "BUDGET COUNT (00000-99999): "
                   WITH NO ADVANCING
               ACCEPT TGT-COUNT-X
               PERFORM UNTIL TGT-COUNT-X IS NUMERIC
                   DISPLAY "! INVALID COUNT, RE-ENTER: "
                       WITH NO ADVANCING
                   ACCEPT TGT-COUNT-X
               END-PERFORM
               IF TGT-MATCH = 0
                   ADD 1 TO TGT-COUNT
                   MOVE TGT-COUNT TO TGT-MATCH
                   MOVE TGT-YEAR-IN TO tgt-year(TGT-MATCH)
                   MOVE TGT-MONTH-IN TO tgt-month(TGT-MATCH)
                   MOVE TGT-BRANCH-IN TO tgt-branch(TGT-MATCH)
               END-IF
               MOVE TGT-TOTAL-IN TO tgt-total(TGT-MATCH)
               MOVE TGT-COUNT-IN TO tgt-cnt(TGT-MATCH)
               ADD 1 TO TGT-CHANGED
               DISPLAY " TARGET SET "
           END-IF.

       delete-target.
           PERFORM ask-target-key.
           IF TGT-MATCH = 0
               DISPLAY "! NO TARGET FOR THAT MONTH AND BRANCH "
           ELSE
               MOVE TGT-MATCH TO TGT-SUB
               PERFORM UNTIL TGT-SUB >= TGT-COUNT
                   MOVE tgt-entries(TGT-SUB + 1) TO tgt-entries(TGT-SUB)
                   ADD 1 TO TGT-SUB
               END-PERFORM
               SUBTRACT 1 FROM TGT-COUNT
               ADD 1 TO TGT-CHANGED
               DISPLAY " TARGET DELETED "
           END-IF.

       copy-target-year.
           DISPLAY "COPY FROM " WITH NO ADVANCING.
           PERFORM ask-target-year.
           MOVE TGT-YEAR-IN TO TGT-FROM-YEAR.
           DISPLAY "COPY TO " WITH NO ADVANCING.
           PERFORM ask-target-year.
           MOVE TGT-YEAR-IN TO TGT-TO-YEAR.
           IF TGT-FROM-YEAR = TGT-TO-YEAR
               DISPLAY "! FROM AND TO YEAR ARE THE SAME "
           ELSE
               DISPLAY "UPLIFT PERCENT (000-999): " WITH NO ADVANCING
               ACCEPT TGT-UPLIFT-X
               PERFORM UNTIL TGT-UPLIFT-X IS NUMERIC
                   DISPLAY "! INVALID PERCENT, RE-ENTER (000-999): "
                       WITH NO ADVANCING
                   ACCEPT TGT-UPLIFT-X
               END-PERFORM
               MOVE 0 TO TGT-LISTED
               MOVE TGT-COUNT TO TGT-LAST
               MOVE 1 TO TGT-SUB
               PERFORM UNTIL TGT-SUB > TGT-LAST
                   IF tgt-year(TGT-SUB) = TGT-FROM-YEAR
                       PERFORM copy-one-target
                   END-IF
                   ADD 1 TO TGT-SUB
               END-PERFORM
               DISPLAY " TARGETS COPIED: " TGT-LISTED
           END-IF.

       copy-one-target.
           MOVE tgt-month(TGT-SUB) TO TGT-MONTH-IN.
           MOVE tgt-branch(TGT-SUB) TO TGT-BRANCH-IN.
           COMPUTE TGT-TOTAL-IN ROUNDED = tgt-total(TGT-SUB)
               * (100 + TGT-UPLIFT) / 100.
           COMPUTE TGT-COUNT-IN ROUNDED = tgt-cnt(TGT-SUB)
               * (100 + TGT-UPLIFT) / 100.
           MOVE TGT-TO-YEAR TO TGT-YEAR-IN.
           PERFORM find-target-entry.
           IF TGT-MATCH = 0 AND TGT-COUNT < 1200
               ADD 1 TO TGT-COUNT
               MOVE TGT-COUNT TO TGT-MATCH
               MOVE TGT-YEAR-IN TO tgt-year(TGT-MATCH)
               MOVE TGT-MONTH-IN TO tgt-month(TGT-MATCH)
               MOVE TGT-BRANCH-IN TO tgt-branch(TGT-MATCH)
           END-IF.
           IF TGT-MATCH > 0
               MOVE TGT-TOTAL-IN TO tgt-total(TGT-MATCH)
               MOVE TGT-COUNT-IN TO tgt-cnt(TGT-MATCH)
               ADD 1 TO TGT-LISTED
               ADD 1 TO TGT-CHANGED
           END-IF.

       load-target-table.
           MOVE 0 TO TGT-COUNT.
           MOVE 0 TO TGT-TRUNC.
           OPEN INPUT TARGET-FILE.
           IF TGT-STATUS = "00"
               MOVE 0 TO TGT-EOF-SW
               PERFORM UNTIL TGT-EOF-SW = 1
                   READ TARGET-FILE
                       AT END
                           MOVE 1 TO TGT-EOF-SW
                       NOT AT END
                           IF TARGET-RECORD(1:4) IS NUMERIC
                               IF TGT-COUNT < 1200
                                   ADD 1 TO TGT-COUNT
                                   PERFORM unpack-target-record
                               ELSE
                                   MOVE 1 TO TGT-TRUNC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARGET-FILE
           END-IF.

       unpack-target-record.
           MOVE TARGET-RECORD(1:4) TO tgt-year(TGT-COUNT).
           MOVE TARGET-RECORD(6:2) TO tgt-month(TGT-COUNT).
           MOVE TARGET-RECORD(9:3) TO tgt-branch(TGT-COUNT).
           MOVE 0 TO tgt-total(TGT-COUNT).
           MOVE 0 TO tgt-cnt(TGT-COUNT).
           IF TARGET-RECORD(13:10) IS NUMERIC
               MOVE TARGET-RECORD(13:10) TO tgt-total(TGT-COUNT)
           END-IF.
           IF TARGET-RECORD(24:5) IS NUMERIC
               MOVE TARGET-RECORD(24:5) TO tgt-cnt(TGT-COUNT)
           END-IF.

       save-target-table.
           OPEN OUTPUT TARGET-FILE.
           IF TGT-STATUS NOT = "00"
               DISPLAY "! CANNOT REWRITE TARGETS.DAT "
           ELSE
               MOVE 1 TO TGT-SUB
               PERFORM UNTIL TGT-SUB > TGT-COUNT
                   MOVE SPACES TO TARGET-RECORD
                   MOVE tgt-year(TGT-SUB) TO TARGET-RECORD(1:4)
                   MOVE tgt-month(TGT-SUB) TO TARGET-RECORD(6:2)
                   MOVE tgt-branch(TGT-SUB) TO TARGET-RECORD(9:3)
                   MOVE tgt-total(TGT-SUB) TO TARGET-RECORD(13:10)
                   MOVE tgt-cnt(TGT-SUB) TO TARGET-RECORD(24:5)
                   WRITE TARGET-RECORD
                   ADD 1 TO TGT-SUB
               END-PERFORM
               CLOSE TARGET-FILE
           END-IF.

       variance-report.
           PERFORM read-params.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           PERFORM load-monthsum-table.
           MOVE SPACES TO VAR-MONTH.
           IF BATCH-MODE = 0
               DISPLAY "MONTH TO REPORT (CCYYMM) OR BLANK FOR LATEST: "
                   WITH NO ADVANCING
               ACCEPT VAR-MONTH
               PERFORM UNTIL VAR-MONTH = SPACES
                       OR (VAR-MONTH IS NUMERIC
                           AND VAR-MONTH(5:2) >= "01"
                           AND VAR-MONTH(5:2) <= "12")
                   DISPLAY "! INVALID MONTH, RE-ENTER (CCYYMM) "
                       "OR BLANK: " WITH NO ADVANCING
                   ACCEPT VAR-MONTH
               END-PERFORM
           END-IF.
           IF VAR-MONTH = SPACES
               MOVE 1 TO MSUM-SUB
               PERFORM UNTIL MSUM-SUB > MSUM-COUNT
                   IF msum-entries(MSUM-SUB)(1:1) = "M"
                           AND msum-entries(MSUM-SUB)(2:6) > VAR-MONTH
                       MOVE msum-entries(MSUM-SUB)(2:6) TO VAR-MONTH
                   END-IF
                   ADD 1 TO MSUM-SUB
               END-PERFORM
           END-IF.
           PERFORM load-target-table.
           PERFORM build-variance-table.
           EVALUATE TRUE
               WHEN VAR-MONTH-FOUND = 0
                   DISPLAY "! NO MONTH-END SUMMARY FOR MONTH " VAR-MONTH
                   MOVE "NO MONTH DATA" TO OUTCOME-TEXT
               WHEN TGT-COUNT = 0
                   DISPLAY "! NO BUDGET TARGETS ON FILE "
                   MOVE "NO TARGETS" TO OUTCOME-TEXT
               WHEN OTHER
                   PERFORM print-variance-report
                   MOVE SPACES TO EXTRACT-FILE-NAME
                   MOVE SPACES TO TRIGGER-FILE-NAME
                   STRING "BUDVAR-" VAR-MONTH ".CSV" DELIMITED BY SIZE
                       INTO EXTRACT-FILE-NAME
                   STRING "BUDVAR-" VAR-MONTH ".TRG" DELIMITED BY SIZE
                       INTO TRIGGER-FILE-NAME
                   PERFORM write-variance-body
                   IF EXT-OK = 1
                       PERFORM record-xmit-log
                       MOVE SPACES TO OUTCOME-TEXT
                       STRING "VARIANCE " VAR-MONTH
                           " OUTSIDE TOL=" VAR-OUTSIDE
                           DELIMITED BY SIZE INTO OUTCOME-TEXT
                   ELSE
                       MOVE "EXTRACT FAILED, BUDVAR" TO OUTCOME-TEXT
                   END-IF
           END-EVALUATE.

       build-variance-table.
           MOVE 0 TO VAR-N.
           MOVE 0 TO VAR-MONTH-FOUND.
           MOVE 1 TO MSUM-SUB.
           PERFORM UNTIL MSUM-SUB > MSUM-COUNT
               IF msum-entries(MSUM-SUB)(1:1) = "M"
                       AND msum-entries(MSUM-SUB)(2:6) = VAR-MONTH
                   MOVE 1 TO VAR-MONTH-FOUND
               END-IF
               IF msum-entries(MSUM-SUB)(1:1) = "B"
                       AND msum-entries(MSUM-SUB)(2:4) = VAR-MONTH(1:4)
                       AND msum-entries(MSUM-SUB)(6:2) <= VAR-MONTH(5:2)
                       AND msum-entries(MSUM-SUB)(11:10) IS NUMERIC
                       AND msum-entries(MSUM-SUB)(21:5) IS NUMERIC
                   MOVE msum-entries(MSUM-SUB)(8:3) TO VAR-CODE-IN
                   PERFORM find-variance-branch
                   IF VAR-FOUND = 1
                       MOVE msum-entries(MSUM-SUB)(11:10) TO VAR-AMT-IN
                       MOVE msum-entries(MSUM-SUB)(21:5) TO VAR-CNT-IN
                       ADD VAR-AMT-IN TO var-y-act(VAR-SUB)
                       IF msum-entries(MSUM-SUB)(2:6) = VAR-MONTH
                           ADD VAR-AMT-IN TO var-m-act(VAR-SUB)
                           ADD VAR-CNT-IN TO var-m-act-cnt(VAR-SUB)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO MSUM-SUB
           END-PERFORM.
           MOVE 1 TO TGT-SUB.
           PERFORM UNTIL TGT-SUB > TGT-COUNT
               IF tgt-year(TGT-SUB) = VAR-MONTH(1:4)
                       AND tgt-month(TGT-SUB) <= VAR-MONTH(5:2)
                   MOVE tgt-branch(TGT-SUB) TO VAR-CODE-IN
                   PERFORM find-variance-branch
                   IF VAR-FOUND = 1
                       ADD tgt-total(TGT-SUB) TO var-y-bud(VAR-SUB)
                       IF tgt-month(TGT-SUB) = VAR-MONTH(5:2)
                           ADD tgt-total(TGT-SUB) TO var-m-bud(VAR-SUB)
                           ADD tgt-cnt(TGT-SUB)
                               TO var-m-bud-cnt(VAR-SUB)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO TGT-SUB
           END-PERFORM.

       find-variance-branch.
           MOVE 0 TO VAR-FOUND.
           MOVE 1 TO VAR-SUB.
           PERFORM UNTIL VAR-SUB > VAR-N OR VAR-FOUND = 1
               IF var-code(VAR-SUB) = VAR-CODE-IN
                   MOVE 1 TO VAR-FOUND
               ELSE
                   ADD 1 TO VAR-SUB
               END-IF
           END-PERFORM.
           IF VAR-FOUND = 0 AND VAR-N < 60
               ADD 1 TO VAR-N
               MOVE VAR-N TO VAR-SUB
               MOVE VAR-CODE-IN TO var-code(VAR-SUB)
               MOVE 0 TO var-m-act(VAR-SUB)
               MOVE 0 TO var-m-bud(VAR-SUB)
               MOVE 0 TO var-m-act-cnt(VAR-SUB)
               MOVE 0 TO var-m-bud-cnt(VAR-SUB)
               MOVE 0 TO var-y-act(VAR-SUB)
               MOVE 0 TO var-y-bud(VAR-SUB)
               MOVE 1 TO VAR-FOUND
           END-IF.

       compute-variance-pct.
           COMPUTE VAR-DIFF = VAR-ACT - VAR-BUD.
           IF VAR-BUD > 0
               COMPUTE VAR-PCT ROUNDED = VAR-DIFF * 100 / VAR-BUD
                   ON SIZE ERROR
                       MOVE 9999.9 TO VAR-PCT
               END-COMPUTE
           ELSE
               IF VAR-ACT > 0
                   MOVE 9999.9 TO VAR-PCT
               ELSE
                   MOVE 0 TO VAR-PCT
               END-IF
           END-IF.
           MOVE VAR-PCT TO VAR-ABS-PCT.
           IF VAR-ABS-PCT > PARM-VARTOL
               MOVE "*" TO VAR-FLAG
           END-IF.

       compute-variance-line.
           MOVE SPACE TO VAR-FLAG.
           MOVE var-m-act(VAR-SUB) TO VAR-ACT.
           MOVE var-m-bud(VAR-SUB) TO VAR-BUD.
           PERFORM compute-variance-pct.
           MOVE VAR-DIFF TO VAR-M-DIFF.
           MOVE VAR-PCT TO VAR-M-PCT.
           MOVE var-y-act(VAR-SUB) TO VAR-ACT.
           MOVE var-y-bud(VAR-SUB) TO VAR-BUD.
           PERFORM compute-variance-pct.
           MOVE VAR-DIFF TO VAR-Y-DIFF.
           MOVE VAR-PCT TO VAR-Y-PCT.

       print-variance-report.
           PERFORM load-branch-table.
           MOVE 0 TO VAR-OUTSIDE.
           MOVE 0 TO VAR-TOT-M-ACT.
           MOVE 0 TO VAR-TOT-M-BUD.
           MOVE 0 TO VAR-TOT-Y-ACT.
           MOVE 0 TO VAR-TOT-Y-BUD.
           MOVE PARM-VARTOL TO VAR-TOL-DISPLAY.
           MOVE "VARIANCE" TO RPT-ID.
           MOVE "BUDGET VERSUS ACTUAL VARIANCE REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           END-IF.
           MOVE "BUDGET VERSUS ACTUAL VARIANCE REPORT" TO PRINT-RECORD.
           PERFORM put-variance-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "RUN DATE: " RUN-DATE-DISPLAY "  MONTH: " VAR-MONTH
               "  TOLERANCE: " VAR-TOL-DISPLAY "%"
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-variance-line.
           MOVE 1 TO VAR-SUB.
           PERFORM UNTIL VAR-SUB > VAR-N
               PERFORM print-variance-branch
               ADD 1 TO VAR-SUB
           END-PERFORM.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-variance-line.
           MOVE "ALL BRANCHES" TO PRINT-RECORD.
           PERFORM put-variance-line.
           MOVE SPACE TO VAR-FLAG.
           MOVE VAR-TOT-M-ACT TO VAR-ACT.
           MOVE VAR-TOT-M-BUD TO VAR-BUD.
           PERFORM compute-variance-pct.
           MOVE "MONTH" TO VAR-LABEL.
           PERFORM put-variance-amounts.
           MOVE SPACE TO VAR-FLAG.
           MOVE VAR-TOT-Y-ACT TO VAR-ACT.
           MOVE VAR-TOT-Y-BUD TO VAR-BUD.
           PERFORM compute-variance-pct.
           MOVE "YTD" TO VAR-LABEL.
           PERFORM put-variance-amounts.
           MOVE SPACES TO PRINT-RECORD.
           STRING "BRANCHES OUTSIDE TOLERANCE: " VAR-OUTSIDE
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-variance-line.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-variance-line.
           IF PRT-STATUS = "00"
               PERFORM close-print-file
           END-IF.

       print-variance-branch.
           PERFORM compute-variance-line.
           IF VAR-FLAG = "*"
               ADD 1 TO VAR-OUTSIDE
           END-IF.
           ADD var-m-act(VAR-SUB) TO VAR-TOT-M-ACT.
           ADD var-m-bud(VAR-SUB) TO VAR-TOT-M-BUD.
           ADD var-y-act(VAR-SUB) TO VAR-TOT-Y-ACT.
           ADD var-y-bud(VAR-SUB) TO VAR-TOT-Y-BUD.
           MOVE var-code(VAR-SUB) TO BRN-CHECK-CODE.
           PERFORM lookup-branch-name.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-variance-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "BRANCH " var-code(VAR-SUB) "  " BRN-NAME-OUT
               " " BRN-REGION-OUT
               DELIMITED BY SIZE INTO PRINT-RECORD.
           IF VAR-FLAG = "*"
               MOVE "** OUTSIDE TOLERANCE" TO PRINT-RECORD(45:20)
           END-IF.
           PERFORM put-variance-line.
           MOVE SPACE TO VAR-FLAG.
           MOVE var-m-act(VAR-SUB) TO VAR-ACT.
           MOVE var-m-bud(VAR-SUB) TO VAR-BUD.
           PERFORM compute-variance-pct.
           MOVE "MONTH" TO VAR-LABEL.
           PERFORM put-variance-amounts.
           MOVE SPACE TO VAR-FLAG.
           MOVE var-y-act(VAR-SUB) TO VAR-ACT.
           MOVE var-y-bud(VAR-SUB) TO VAR-BUD.
           PERFORM compute-variance-pct.
           MOVE "YTD" TO VAR-LABEL.
           PERFORM put-variance-amounts.
           MOVE SPACES TO PRINT-RECORD.
           STRING "  COUNT ACT " var-m-act-cnt(VAR-SUB)
               " BUD " var-m-bud-cnt(VAR-SUB)
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-variance-line.

       put-variance-amounts.
           MOVE VAR-ACT TO VAR-AMT-DISPLAY.
           MOVE VAR-BUD TO VAR-BUD-DISPLAY.
           MOVE VAR-DIFF TO VAR-DIFF-DISPLAY.
           MOVE VAR-PCT TO VAR-PCT-DISPLAY.
           MOVE SPACES TO PRINT-RECORD.
           STRING "  " VAR-LABEL " ACT " VAR-AMT-DISPLAY
               " BUD " VAR-BUD-DISPLAY " VAR " VAR-DIFF-DISPLAY
               " " VAR-PCT-DISPLAY "% " VAR-FLAG
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-variance-line.

       put-variance-line.
           DISPLAY " " PRINT-RECORD(1:72).
           IF PRT-STATUS = "00"
               PERFORM write-print-line
           END-IF.

       write-variance-body.
           MOVE 0 TO EXT-OK.
           MOVE VAR-N TO XMIT-ROWS.
           OPEN OUTPUT VAR-EXTRACT-FILE.
           IF EXT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN VARIANCE EXTRACT FILE "
           ELSE
               MOVE PARM-VARTOL TO VAR-TOL-CSV
               MOVE SPACES TO VAR-EXTRACT-RECORD
               STRING "H,BUDVAR," VAR-MONTH "," RUN-DATE ","
                   VAR-TOL-CSV
                   DELIMITED BY SIZE INTO VAR-EXTRACT-RECORD
               WRITE VAR-EXTRACT-RECORD
               MOVE 1 TO VAR-SUB
               PERFORM UNTIL VAR-SUB > VAR-N
                   PERFORM write-variance-row
                   ADD 1 TO VAR-SUB
               END-PERFORM
               MOVE SPACES TO VAR-EXTRACT-RECORD
               STRING "T," VAR-N DELIMITED BY SIZE
                   INTO VAR-EXTRACT-RECORD
               WRITE VAR-EXTRACT-RECORD
               CLOSE VAR-EXTRACT-FILE
               PERFORM write-extract-trigger
           END-IF.

       write-variance-row.
           PERFORM compute-variance-line.
           MOVE var-m-act(VAR-SUB) TO VAR-AMT-CSV.
           MOVE var-m-bud(VAR-SUB) TO VAR-BUD-CSV.
           MOVE VAR-M-DIFF TO VAR-DIFF-CSV.
           MOVE VAR-M-PCT TO VAR-PCT-CSV.
           MOVE var-y-act(VAR-SUB) TO VAR-YACT-CSV.
           MOVE var-y-bud(VAR-SUB) TO VAR-YBUD-CSV.
           MOVE VAR-Y-DIFF TO VAR-YDIFF-CSV.
           MOVE VAR-Y-PCT TO VAR-YPCT-CSV.
           IF VAR-FLAG = SPACE
               MOVE "N" TO VAR-FLAG
           ELSE
               MOVE "Y" TO VAR-FLAG
           END-IF.
           MOVE SPACES TO VAR-EXTRACT-RECORD.
           STRING "V," var-code(VAR-SUB) "," VAR-MONTH ","
               VAR-AMT-CSV "," VAR-BUD-CSV "," VAR-DIFF-CSV ","
               VAR-PCT-CSV "," VAR-YACT-CSV "," VAR-YBUD-CSV ","
               VAR-YDIFF-CSV "," VAR-YPCT-CSV ","
               var-m-act-cnt(VAR-SUB) "," var-m-bud-cnt(VAR-SUB) ","
               VAR-FLAG
               DELIMITED BY SIZE INTO VAR-EXTRACT-RECORD.
           WRITE VAR-EXTRACT-RECORD.

       read-params.
           MOVE 0 TO PARM-FLOOR.
           MOVE 99998 TO PARM-CEILING.
           MOVE 0 TO BAND-USER.
           MOVE 12 TO PARM-RETAIN.
           MOVE 90 TO PARM-PWDAYS.
           MOVE 3 TO PARM-LOCKTRIES.
           MOVE 20 TO PARM-DEVDAYS.
           MOVE 3.0 TO PARM-DEVLIMIT.
           MOVE 10.0 TO PARM-VARTOL.
           OPEN INPUT PARAM-FILE.
           IF PARM-STATUS NOT = "00"
               DISPLAY "! PARAMS.DAT NOT FOUND, USING DEFAULTS "
                   ELSE
                       DISPLAY "! BAD BAND IN PARAMS.DAT, IGNORED "
                   END-IF
               WHEN "PWDAYS"
                   IF PARM-VAL(1:3) IS NUMERIC
                       MOVE PARM-VAL(1:3) TO PARM-PWDAYS
                   ELSE
                       DISPLAY "! BAD PWDAYS IN PARAMS.DAT, IGNORED "
                   END-IF
               WHEN "LOCKTRIES"
                   IF PARM-VAL(1:2) IS NUMERIC
                           AND PARM-VAL(1:2) NOT = "00"
                       MOVE PARM-VAL(1:2) TO PARM-LOCKTRIES
                   ELSE
                       DISPLAY "! BAD LOCKTRIES IN PARAMS.DAT, "
                           "IGNORED "
                   END-IF
               WHEN "DEVDAYS"
                   IF PARM-VAL(1:3) IS NUMERIC
                           AND PARM-VAL(1:3) NOT = "000"
                           AND PARM-VAL(1:3) NOT > "400"
                       MOVE PARM-VAL(1:3) TO PARM-DEVDAYS
                   ELSE
                       DISPLAY "! BAD DEVDAYS IN PARAMS.DAT, IGNORED "
                   END-IF
               WHEN "DEVLIMIT"
                   IF PARM-VAL(1:1) IS NUMERIC
                           AND PARM-VAL(2:1) = "."
                           AND PARM-VAL(3:1) IS NUMERIC
                       MOVE PARM-VAL(1:1) TO PARM-DEVLIMIT
                       MOVE PARM-VAL(3:1) TO DEV-VALUE
                       COMPUTE PARM-DEVLIMIT = PARM-DEVLIMIT
                           + DEV-VALUE / 10
                   ELSE
                       IF PARM-VAL(1:1) IS NUMERIC
                               AND PARM-VAL(2:1) = SPACE
                           MOVE PARM-VAL(1:1) TO PARM-DEVLIMIT
                       ELSE
                           DISPLAY "! BAD DEVLIMIT IN PARAMS.DAT, "
                               "IGNORED "
                       END-IF
                   END-IF
               WHEN "VARTOL"
                   MOVE SPACES TO PARM-TOL-WHOLE
                   MOVE SPACES TO PARM-TOL-FRAC
                   UNSTRING PARM-VAL DELIMITED BY "." OR SPACE
                       INTO PARM-TOL-WHOLE PARM-TOL-FRAC
                   END-UNSTRING
                   EVALUATE TRUE
                       WHEN PARM-TOL-WHOLE(1:3) IS NUMERIC
                               AND PARM-TOL-WHOLE(4:3) = SPACES
                           MOVE PARM-TOL-WHOLE(1:3) TO PARM-VARTOL
                       WHEN PARM-TOL-WHOLE(1:2) IS NUMERIC
                               AND PARM-TOL-WHOLE(3:4) = SPACES
                           MOVE PARM-TOL-WHOLE(1:2) TO PARM-VARTOL
                       WHEN PARM-TOL-WHOLE(1:1) IS NUMERIC
                               AND PARM-TOL-WHOLE(2:5) = SPACES
                           MOVE PARM-TOL-WHOLE(1:1) TO PARM-VARTOL
                       WHEN OTHER
                           DISPLAY "! BAD VARTOL IN PARAMS.DAT, "
                               "IGNORED "
                           MOVE SPACES TO PARM-TOL-FRAC
                   END-EVALUATE
                   IF PARM-TOL-FRAC(1:1) IS NUMERIC
                       MOVE PARM-TOL-FRAC(1:1) TO DEV-VALUE
                       COMPUTE PARM-VARTOL = PARM-VARTOL
                           + DEV-VALUE / 10
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               PERFORM tally-band
               ADD 1 TO idx
           END-PERFORM.
           MOVE "HISTGRAM" TO RPT-ID.
           MOVE "FREQUENCY DISTRIBUTION REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           ELSE
               MOVE "FREQUENCY DISTRIBUTION REPORT" TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "RUN DATE: " RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           DISPLAY " BAND FROM-TO     COUNT  PCT   BAR".
           IF PRT-STATUS = "00"
               MOVE "BAND FROM-TO     COUNT  PCT   BAR"
                   TO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           MOVE 0 TO BAND-LOW.
           MOVE 1 TO BAND-SUB.
           PERFORM print-branch-totals.
           IF PRT-STATUS = "00"
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               PERFORM close-print-file
           END-IF.

       set-up-bands.
               band-tally(BAND-SUB) "  " BAND-PCT-DISPLAY "  "
               BAR-LINE.
           IF PRT-STATUS = "00"
               PERFORM write-print-line
           END-IF.

       exception-scan.
           MOVE 0 TO EXC-COUNT.
           PERFORM clear-branch-totals.
           DISPLAY " FLOOR: " PARM-FLOOR "  CEILING: " PARM-CEILING.
           MOVE "EXCEPT" TO RPT-ID.
           MOVE "EXCEPTION REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           ELSE
               MOVE "EXCEPTION REPORT" TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "RUN DATE: " RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "FLOOR: " PARM-FLOOR "  CEILING: " PARM-CEILING
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           MOVE 1 TO idx.
           PERFORM UNTIL idx > ARRAY-COUNT
                       STRING "ELEMENT " ELEMENT-NO-DISPLAY " : "
                           elements(idx) " " EXC-TYPE
                           DELIMITED BY SIZE INTO PRINT-RECORD
                       PERFORM write-print-line
                   END-IF
               END-IF
               ADD 1 TO idx
               MOVE SPACES TO PRINT-RECORD
               STRING "TOTAL EXCEPTIONS: " EXC-COUNT
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               PERFORM close-print-file
           END-IF.

       deviation-screen.
           PERFORM read-params.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           MOVE ZEROS TO DEV-SCREEN-DATE.
           MOVE 1 TO idx.
           PERFORM UNTIL idx > ARRAY-COUNT
               IF fig-date(idx) > DEV-SCREEN-DATE
                   MOVE fig-date(idx) TO DEV-SCREEN-DATE
               END-IF
               ADD 1 TO idx
           END-PERFORM.
           IF DEV-SCREEN-DATE = ZEROS
               MOVE RUN-DATE TO DEV-SCREEN-DATE
           END-IF.
           COMPUTE DEV-MONTHS = PARM-DEVDAYS / 20 + 2.
           MOVE 0 TO DEV-DATE-N.
           MOVE 1 TO DEV-PASS.
           PERFORM scan-deviation-history.
           PERFORM set-deviation-window.
           MOVE 0 TO DEV-BR-N.
           IF DEV-DATE-N > 0
               MOVE 2 TO DEV-PASS
               PERFORM scan-deviation-history
           END-IF.
           PERFORM compute-branch-norms.
           PERFORM print-deviation-report.
           IF DEV-FLAGGED > 0
               MOVE 1 TO DEVIATIONS-FOUND
               MOVE SPACES TO OUTCOME-TEXT
               STRING "RESULT: DEVIATIONS=" DEV-FLAGGED
                   DELIMITED BY SIZE INTO OUTCOME-TEXT
           ELSE
               MOVE "NO DEVIATIONS" TO OUTCOME-TEXT
           END-IF.

       scan-deviation-history.
           MOVE 0 TO DEV-IN-WINDOW.
           MOVE 0 TO DEV-HSEQ.
           OPEN INPUT HISTORY-FILE.
           IF HIST-STATUS = "00"
               MOVE 0 TO HIST-EOF-SW
               PERFORM UNTIL HIST-EOF-SW = 1
                   READ HISTORY-FILE
                       AT END
                           MOVE 1 TO HIST-EOF-SW
                       NOT AT END
                           PERFORM sift-deviation-record
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           MOVE DEV-SCREEN-DATE(1:4) TO ROLL-YY.
           MOVE DEV-SCREEN-DATE(5:2) TO ROLL-MM.
           MOVE 0 TO DEV-MONTH-K.
           PERFORM UNTIL DEV-MONTH-K >= DEV-MONTHS
               COMPUTE DEV-MONTH-IDX = ROLL-YY * 12 + ROLL-MM - 1
                   - DEV-MONTH-K
               DIVIDE DEV-MONTH-IDX BY 12 GIVING ROLL-Q
                   REMAINDER ROLL-R
               COMPUTE DEV-GEN-MONTH = ROLL-Q * 100 + ROLL-R + 1
               MOVE DEV-GEN-MONTH TO DEV-GEN-MONTH-X
               PERFORM scan-deviation-generation
               ADD 1 TO DEV-MONTH-K
           END-PERFORM.

       scan-deviation-generation.
           MOVE 0 TO DEV-IN-WINDOW.
           MOVE SPACES TO HISTGEN-FILE-NAME.
           STRING "HISTGEN-" DEV-GEN-MONTH-X ".DAT"
               DELIMITED BY SIZE INTO HISTGEN-FILE-NAME.
           OPEN INPUT HISTGEN-FILE.
           IF HGEN-STATUS = "00"
               MOVE 0 TO GEN-EOF-SW
               PERFORM UNTIL GEN-EOF-SW = 1
                   READ HISTGEN-FILE
                       AT END
                           MOVE 1 TO GEN-EOF-SW
                       NOT AT END
                           MOVE HISTGEN-RECORD TO HISTORY-RECORD
                           PERFORM sift-deviation-record
                   END-READ
               END-PERFORM
               CLOSE HISTGEN-FILE
           END-IF.

       sift-deviation-record.
           IF HISTORY-RECORD(1:1) = "H"
               ADD 1 TO DEV-HSEQ
               MOVE HISTORY-RECORD(2:8) TO DEV-CUR-DATE
               MOVE 0 TO DEV-IN-WINDOW
               IF DEV-CUR-DATE IS NUMERIC
                       AND DEV-CUR-DATE < DEV-SCREEN-DATE
                   IF DEV-PASS = 1
                       PERFORM note-deviation-date
                   ELSE
                       IF DEV-CUR-DATE >= DEV-CUTOFF
                           PERFORM find-deviation-date
                           IF DEV-DATE-FOUND = 1
                                   AND dev-last-seq(DEV-DATE-SUB)
                                       = DEV-HSEQ
                               MOVE 1 TO DEV-IN-WINDOW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF HISTORY-RECORD(1:1) = "D" AND DEV-PASS = 2
                       AND DEV-IN-WINDOW = 1
                       AND HISTORY-RECORD(2:5) IS NUMERIC
                   PERFORM tally-deviation-branch
               END-IF
           END-IF.

       note-deviation-date.
           PERFORM find-deviation-date.
           IF DEV-DATE-FOUND = 1
               MOVE DEV-HSEQ TO dev-last-seq(DEV-DATE-SUB)
           ELSE
               IF DEV-DATE-N < 400
                   ADD 1 TO DEV-DATE-N
                   MOVE DEV-CUR-DATE TO dev-dates(DEV-DATE-N)
                   MOVE DEV-HSEQ TO dev-last-seq(DEV-DATE-N)
               ELSE
                   MOVE 1 TO DEV-OLDEST-SUB
                   MOVE 2 TO DEV-DATE-SUB
                   PERFORM UNTIL DEV-DATE-SUB > DEV-DATE-N
                       IF dev-dates(DEV-DATE-SUB)
                               < dev-dates(DEV-OLDEST-SUB)
                           MOVE DEV-DATE-SUB TO DEV-OLDEST-SUB
                       END-IF
                       ADD 1 TO DEV-DATE-SUB
                   END-PERFORM
                   IF DEV-CUR-DATE > dev-dates(DEV-OLDEST-SUB)
                       MOVE DEV-CUR-DATE TO dev-dates(DEV-OLDEST-SUB)
                       MOVE DEV-HSEQ TO dev-last-seq(DEV-OLDEST-SUB)
                   END-IF
               END-IF
           END-IF.

       find-deviation-date.
           MOVE 0 TO DEV-DATE-FOUND.
           MOVE 1 TO DEV-DATE-SUB.
           PERFORM UNTIL DEV-DATE-SUB > DEV-DATE-N
                   OR DEV-DATE-FOUND = 1
               IF dev-dates(DEV-DATE-SUB) = DEV-CUR-DATE
                   MOVE 1 TO DEV-DATE-FOUND
               ELSE
                   ADD 1 TO DEV-DATE-SUB
               END-IF
           END-PERFORM.

       set-deviation-window.
           MOVE 1 TO DEV-DATE-SUB.
           PERFORM UNTIL DEV-DATE-SUB >= DEV-DATE-N
               COMPUTE DEV-DATE-J = DEV-DATE-SUB + 1
               PERFORM UNTIL DEV-DATE-J > DEV-DATE-N
                   IF dev-dates(DEV-DATE-J) > dev-dates(DEV-DATE-SUB)
                       MOVE dev-dates(DEV-DATE-SUB) TO DEV-DATE-HOLD
                       MOVE dev-last-seq(DEV-DATE-SUB) TO DEV-SEQ-HOLD
                       MOVE dev-dates(DEV-DATE-J)
                           TO dev-dates(DEV-DATE-SUB)
                       MOVE dev-last-seq(DEV-DATE-J)
                           TO dev-last-seq(DEV-DATE-SUB)
                       MOVE DEV-DATE-HOLD TO dev-dates(DEV-DATE-J)
                       MOVE DEV-SEQ-HOLD TO dev-last-seq(DEV-DATE-J)
                   END-IF
                   ADD 1 TO DEV-DATE-J
               END-PERFORM
               ADD 1 TO DEV-DATE-SUB
           END-PERFORM.
           IF DEV-DATE-N > PARM-DEVDAYS
               MOVE PARM-DEVDAYS TO DEV-DATE-N
           END-IF.
           IF DEV-DATE-N > 0
               MOVE dev-dates(1) TO DEV-LATEST
               MOVE dev-dates(DEV-DATE-N) TO DEV-CUTOFF
           ELSE
               MOVE ZEROS TO DEV-LATEST
               MOVE ZEROS TO DEV-CUTOFF
           END-IF.

       tally-deviation-branch.
           MOVE HISTORY-RECORD(7:3) TO BR-CODE-IN.
           IF BR-CODE-IN = SPACES
               MOVE "UNK" TO BR-CODE-IN
           END-IF.
           MOVE HISTORY-RECORD(2:5) TO DEV-VALUE.
           PERFORM find-deviation-branch.
           IF DEV-BR-FOUND = 0 AND DEV-BR-N < 50
               ADD 1 TO DEV-BR-N
               MOVE DEV-BR-N TO DEV-BR-SUB
               MOVE BR-CODE-IN TO dev-br-code(DEV-BR-SUB)
               MOVE 0 TO dev-br-cnt(DEV-BR-SUB)
               MOVE 0 TO dev-br-sum(DEV-BR-SUB)
               MOVE 0 TO dev-br-sumsq(DEV-BR-SUB)
               MOVE 1 TO DEV-BR-FOUND
           END-IF.
           IF DEV-BR-FOUND = 1
               ADD 1 TO dev-br-cnt(DEV-BR-SUB)
               ADD DEV-VALUE TO dev-br-sum(DEV-BR-SUB)
               COMPUTE dev-br-sumsq(DEV-BR-SUB) =
                   dev-br-sumsq(DEV-BR-SUB) + DEV-VALUE * DEV-VALUE
           END-IF.

       find-deviation-branch.
           MOVE 0 TO DEV-BR-FOUND.
           MOVE 1 TO DEV-BR-SUB.
           PERFORM UNTIL DEV-BR-SUB > DEV-BR-N OR DEV-BR-FOUND = 1
               IF dev-br-code(DEV-BR-SUB) = BR-CODE-IN
                   MOVE 1 TO DEV-BR-FOUND
               ELSE
                   ADD 1 TO DEV-BR-SUB
               END-IF
           END-PERFORM.

       compute-branch-norms.
           MOVE 1 TO DEV-BR-SUB.
           PERFORM UNTIL DEV-BR-SUB > DEV-BR-N
               COMPUTE dev-br-mean(DEV-BR-SUB) ROUNDED =
                   dev-br-sum(DEV-BR-SUB) / dev-br-cnt(DEV-BR-SUB)
               COMPUTE DEV-VARIANCE =
                   dev-br-sumsq(DEV-BR-SUB) / dev-br-cnt(DEV-BR-SUB)
                   - (dev-br-sum(DEV-BR-SUB) / dev-br-cnt(DEV-BR-SUB))
                   * (dev-br-sum(DEV-BR-SUB) / dev-br-cnt(DEV-BR-SUB))
                   ON SIZE ERROR
                       MOVE 0 TO DEV-VARIANCE
               END-COMPUTE
               COMPUTE dev-br-sd(DEV-BR-SUB) ROUNDED =
                   DEV-VARIANCE ** 0.5
               ADD 1 TO DEV-BR-SUB
           END-PERFORM.

       print-deviation-report.
           PERFORM load-branch-table.
           MOVE 0 TO DEV-SCREENED.
           MOVE 0 TO DEV-FLAGGED.
           MOVE 0 TO DEV-NOT-SCREENED.
           MOVE PARM-DEVLIMIT TO DEV-LIMIT-DISPLAY.
           MOVE "DEVIATN" TO RPT-ID.
           MOVE "DEVIATION SCREENING REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           END-IF.
           MOVE "DEVIATION SCREENING REPORT" TO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "RUN DATE: " RUN-DATE-DISPLAY
               "  FIGURES DATED: " DEV-SCREEN-DATE
               "  LIMIT: " DEV-LIMIT-DISPLAY " SD"
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "HISTORY WINDOW: " DEV-DATE-N " DAYS FROM "
               DEV-CUTOFF " TO " DEV-LATEST
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE "BRANCH NORMS" TO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE 1 TO DEV-BR-SUB.
           PERFORM UNTIL DEV-BR-SUB > DEV-BR-N
               MOVE dev-br-code(DEV-BR-SUB) TO BRN-CHECK-CODE
               PERFORM lookup-branch-name
               MOVE dev-br-mean(DEV-BR-SUB) TO DEV-MEAN-DISPLAY
               MOVE dev-br-sd(DEV-BR-SUB) TO DEV-SD-DISPLAY
               MOVE SPACES TO PRINT-RECORD
               STRING "BRANCH " dev-br-code(DEV-BR-SUB) " "
                   BRN-NAME-OUT " N " dev-br-cnt(DEV-BR-SUB)
                   " MEAN " DEV-MEAN-DISPLAY
                   " SD " DEV-SD-DISPLAY
                   DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM put-deviation-line
               ADD 1 TO DEV-BR-SUB
           END-PERFORM.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE "FIGURES OUTSIDE BRANCH NORM" TO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE "ID    BR  VALUE  BRANCH MEAN    DEVIATION  SCORE"
               TO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE 1 TO idx.
           PERFORM UNTIL idx > ARRAY-COUNT
               PERFORM screen-one-figure
               ADD 1 TO idx
           END-PERFORM.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "FIGURES SCREENED:     " DEV-SCREENED
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "FIGURES FLAGGED:      " DEV-FLAGGED
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "NOT SCREENED (HISTORY UNDER " DEV-MIN-POINTS
               " FIGURES): " DEV-NOT-SCREENED
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-deviation-line.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-deviation-line.
           IF PRT-STATUS = "00"
               PERFORM close-print-file
           END-IF.

       screen-one-figure.
           MOVE fig-branch(idx) TO BR-CODE-IN.
           IF BR-CODE-IN = SPACES
               MOVE "UNK" TO BR-CODE-IN
           END-IF.
           PERFORM find-deviation-branch.
           IF DEV-BR-FOUND = 0
               ADD 1 TO DEV-NOT-SCREENED
           ELSE
               IF dev-br-cnt(DEV-BR-SUB) < DEV-MIN-POINTS
                   ADD 1 TO DEV-NOT-SCREENED
               ELSE
                   ADD 1 TO DEV-SCREENED
                   COMPUTE DEV-DIFF =
                       element(idx) - dev-br-mean(DEV-BR-SUB)
                   MOVE DEV-DIFF TO DEV-ABS-DIFF
                   IF dev-br-sd(DEV-BR-SUB) > 0
                       COMPUTE DEV-SCORE ROUNDED =
                           DEV-ABS-DIFF / dev-br-sd(DEV-BR-SUB)
                           ON SIZE ERROR
                               MOVE 99999.99 TO DEV-SCORE
                       END-COMPUTE
                   ELSE
                       IF DEV-ABS-DIFF > 0
                           MOVE 99999.99 TO DEV-SCORE
                       ELSE
                           MOVE 0 TO DEV-SCORE
                       END-IF
                   END-IF
                   IF DEV-SCORE > PARM-DEVLIMIT
                       PERFORM print-deviation-line
                   END-IF
               END-IF
           END-IF.

       print-deviation-line.
           ADD 1 TO DEV-FLAGGED.
           MOVE dev-br-mean(DEV-BR-SUB) TO DEV-MEAN-DISPLAY.
           MOVE DEV-DIFF TO DEV-DIFF-DISPLAY.
           MOVE DEV-SCORE TO DEV-SCORE-DISPLAY.
           MOVE SPACES TO PRINT-RECORD.
           STRING fig-id(idx) " " BR-CODE-IN " " elements(idx)
               "  " DEV-MEAN-DISPLAY "  " DEV-DIFF-DISPLAY
               "  " DEV-SCORE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-deviation-line.

       put-deviation-line.
           DISPLAY " " PRINT-RECORD(1:72).
           IF PRT-STATUS = "00"
               PERFORM write-print-line
           END-IF.

       clear-branch-totals.
           MOVE 0 TO BR-COUNT-N.
           MOVE 1 TO BR-SUB.
           PERFORM UNTIL BR-SUB > 50
               MOVE SPACES TO br-code(BR-SUB)
               MOVE 0 TO br-cnt(BR-SUB)
               MOVE 0 TO br-total(BR-SUB)
               ADD 1 TO BR-SUB
           END-PERFORM.

       tally-branch-figure.
           MOVE 0 TO BR-FOUND.
           MOVE 1 TO BR-SUB.
           PERFORM UNTIL BR-SUB > BR-COUNT-N OR BR-FOUND = 1
               IF br-code(BR-SUB) = BR-CODE-IN
                   ADD 1 TO br-cnt(BR-SUB)
                   ADD BR-VALUE-IN TO br-total(BR-SUB)
                   MOVE 1 TO BR-FOUND
               END-IF
               ADD 1 TO BR-SUB
           END-PERFORM.
           IF BR-FOUND = 0 AND BR-COUNT-N < 50
               ADD 1 TO BR-COUNT-N
               MOVE BR-CODE-IN TO br-code(BR-COUNT-N)
               MOVE 1 TO br-cnt(BR-COUNT-N)
               MOVE BR-VALUE-IN TO br-total(BR-COUNT-N)
           END-IF.

       print-branch-totals.
           PERFORM load-branch-table.
           PERFORM clear-region-totals.
           DISPLAY " BRANCH SUBTOTALS ".
           IF PRT-STATUS = "00"
               MOVE "BRANCH SUBTOTALS" TO PRINT-RECORD
               PERFORM write-print-line
           END-IF.
           MOVE 1 TO BR-SUB.
           PERFORM UNTIL BR-SUB > BR-COUNT-N
               PERFORM print-branch-line
               ADD 1 TO BR-SUB
           END-PERFORM.
           PERFORM print-region-totals.

       print-branch-line.
           MOVE br-total(BR-SUB) TO BR-TOTAL-DISPLAY.
           MOVE br-code(BR-SUB) TO BRN-CHECK-CODE.
           PERFORM lookup-branch-name.
           MOVE SPACES TO PRINT-RECORD.
           STRING "BRANCH " br-code(BR-SUB)
               " " BRN-NAME-OUT " " BRN-REGION-OUT
               " COUNT " br-cnt(BR-SUB)
               " TOTAL " BR-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD.
           DISPLAY " " PRINT-RECORD.
           IF PRT-STATUS = "00"
               PERFORM write-print-line
           END-IF.
           MOVE br-cnt(BR-SUB) TO BR-VALUE-IN.
           MOVE br-total(BR-SUB) TO RG-TOTAL-IN.
           PERFORM tally-region-figure.

       clear-region-totals.
           MOVE 0 TO RG-COUNT-N.
           MOVE 1 TO RG-SUB.
           PERFORM UNTIL RG-SUB > 20
               MOVE SPACES TO rg-name(RG-SUB)
               MOVE 0 TO rg-cnt(RG-SUB)
               MOVE 0 TO rg-total(RG-SUB)
               ADD 1 TO RG-SUB
           END-PERFORM.

       tally-region-figure.
           MOVE 0 TO RG-FOUND.
           MOVE 1 TO RG-SUB.
           PERFORM UNTIL RG-SUB > RG-COUNT-N OR RG-FOUND = 1
               IF rg-name(RG-SUB) = BRN-REGION-OUT
                   ADD BR-VALUE-IN TO rg-cnt(RG-SUB)
                   ADD RG-TOTAL-IN TO rg-total(RG-SUB)
                   MOVE 1 TO RG-FOUND
               END-IF
               ADD 1 TO RG-SUB
           END-PERFORM.
           IF RG-FOUND = 0 AND RG-COUNT-N < 20
               ADD 1 TO RG-COUNT-N
               MOVE BRN-REGION-OUT TO rg-name(RG-COUNT-N)
               MOVE BR-VALUE-IN TO rg-cnt(RG-COUNT-N)
               MOVE RG-TOTAL-IN TO rg-total(RG-COUNT-N)
           END-IF.

       print-region-totals.
           IF BRN-LOADED = 1 AND RG-COUNT-N > 0
               DISPLAY " REGION SUBTOTALS "
               IF PRT-STATUS = "00"
                   MOVE "REGION SUBTOTALS" TO PRINT-RECORD
                   PERFORM write-print-line
               END-IF
               MOVE 1 TO RG-SUB
               PERFORM UNTIL RG-SUB > RG-COUNT-N
                   MOVE rg-total(RG-SUB) TO BR-TOTAL-DISPLAY
                   MOVE SPACES TO PRINT-RECORD
                   STRING "REGION " rg-name(RG-SUB)
                       "  COUNT " rg-cnt(RG-SUB)
                       "  TOTAL " BR-TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   DISPLAY " " PRINT-RECORD
                   IF PRT-STATUS = "00"
                       PERFORM write-print-line
                   END-IF
                   ADD 1 TO RG-SUB
               END-PERFORM
           END-IF.

       load-branch-table.
           MOVE 0 TO BRN-COUNT.
           MOVE 0 TO BRN-LOADED.
           MOVE 0 TO BRN-TRUNC.
           OPEN INPUT BRANCH-FILE.
           IF BRN-STATUS = "00"
               MOVE 1 TO BRN-LOADED
               MOVE 0 TO BRN-EOF-SW
               PERFORM UNTIL BRN-EOF-SW = 1
                   READ BRANCH-FILE
                       AT END
                           MOVE 1 TO BRN-EOF-SW
                       NOT AT END
                           IF BRANCH-RECORD(1:3) NOT = SPACES
                               IF BRN-COUNT < 100
                                   ADD 1 TO BRN-COUNT
                                   MOVE BRANCH-RECORD(1:3)
                                       TO brn-code(BRN-COUNT)
                                   MOVE BRANCH-RECORD(5:20)
                                       TO brn-name(BRN-COUNT)
                                   MOVE BRANCH-RECORD(26:8)
                                       TO brn-region(BRN-COUNT)
                                   MOVE BRANCH-RECORD(35:1)
                                       TO brn-state(BRN-COUNT)
                                   MOVE BRANCH-RECORD(37:8)
                                       TO brn-from(BRN-COUNT)
                                   MOVE BRANCH-RECORD(46:8)
                                       TO brn-to(BRN-COUNT)
                               ELSE
                                   MOVE 1 TO BRN-TRUNC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.

       find-branch-entry.
           MOVE 0 TO BRN-MATCH.
           MOVE 1 TO BRN-SUB.
           PERFORM UNTIL BRN-SUB > BRN-COUNT OR BRN-MATCH > 0
               IF brn-code(BRN-SUB) = BRN-CHECK-CODE
                   MOVE BRN-SUB TO BRN-MATCH
               END-IF
               ADD 1 TO BRN-SUB
           END-PERFORM.

       validate-branch-code.
           MOVE SPACES TO BRN-REASON.
           IF BRN-LOADED = 1
               PERFORM find-branch-entry
               IF BRN-MATCH = 0
                   MOVE "BRANCH" TO BRN-REASON
               ELSE
                   IF brn-state(BRN-MATCH) = "C"
                       IF brn-to(BRN-MATCH) IS NOT NUMERIC
                               OR brn-to(BRN-MATCH) = "00000000"
                           MOVE "BRCLSD" TO BRN-REASON
                       END-IF
                   END-IF
                   IF brn-from(BRN-MATCH) IS NUMERIC
                           AND BRN-CHECK-DATE < brn-from(BRN-MATCH)
                       MOVE "BRCLSD" TO BRN-REASON
                   END-IF
                   IF brn-to(BRN-MATCH) IS NUMERIC
                           AND brn-to(BRN-MATCH) NOT = "00000000"
                           AND BRN-CHECK-DATE > brn-to(BRN-MATCH)
                       MOVE "BRCLSD" TO BRN-REASON
                   END-IF
               END-IF
           END-IF.

       lookup-branch-name.
           MOVE SPACES TO BRN-NAME-OUT.
           MOVE SPACES TO BRN-REGION-OUT.
           IF BRN-LOADED = 1
               PERFORM find-branch-entry
               IF BRN-MATCH = 0
                   MOVE "NOT ON BRANCH FILE" TO BRN-NAME-OUT
                   MOVE "UNKNOWN" TO BRN-REGION-OUT
               ELSE
                   MOVE brn-name(BRN-MATCH) TO BRN-NAME-OUT
                   MOVE brn-region(BRN-MATCH) TO BRN-REGION-OUT
               END-IF
           END-IF.

       branch-maint.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM load-branch-table.
           IF BRN-TRUNC = 1
               DISPLAY "! MORE THAN 100 BRANCHES, BROWSE ONLY "
           END-IF.
           MOVE 0 TO BRN-CHANGED.
           MOVE SPACE TO BRN-ACTION.
           PERFORM UNTIL BRN-ACTION = "X" OR BRN-ACTION = "x"
               DISPLAY "(L)IST, (A)DD, (C)HANGE, E(X)IT: "
                   WITH NO ADVANCING
               ACCEPT BRN-ACTION
               EVALUATE BRN-ACTION
                   WHEN "L"
                   WHEN "l"
                       PERFORM list-branches
                   WHEN "A"
                   WHEN "a"
                       IF BRN-TRUNC = 0
                           PERFORM add-branch
                       END-IF
                   WHEN "C"
                   WHEN "c"
                       IF BRN-TRUNC = 0
                           PERFORM change-branch
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "! INVALID ACTION "
               END-EVALUATE
           END-PERFORM.
           IF BRN-CHANGED > 0
               PERFORM save-branch-table
               STRING "BRANCHES UPDATED=" BRN-CHANGED
                   DELIMITED BY SIZE INTO OUTCOME-TEXT
           ELSE
               MOVE "BRANCHES BROWSED" TO OUTCOME-TEXT
           END-IF.

       list-branches.
           DISPLAY " CODE NAME                 REGION   ST FROM     TO".
           MOVE 1 TO BRN-SUB.
           PERFORM UNTIL BRN-SUB > BRN-COUNT
               DISPLAY " " brn-code(BRN-SUB) "  " brn-name(BRN-SUB)
                   " " brn-region(BRN-SUB) " " brn-state(BRN-SUB)
                   "  " brn-from(BRN-SUB) " " brn-to(BRN-SUB)
               ADD 1 TO BRN-SUB
           END-PERFORM.
           DISPLAY " BRANCHES ON FILE: " BRN-COUNT.

       add-branch.
           DISPLAY "BRANCH CODE: " WITH NO ADVANCING.
           ACCEPT BRN-CHECK-CODE.
           PERFORM find-branch-entry.
           EVALUATE TRUE
               WHEN BRN-CHECK-CODE = SPACES
                   DISPLAY "! BRANCH CODE REQUIRED "
               WHEN BRN-MATCH > 0
                   DISPLAY "! BRANCH ALREADY ON FILE "
               WHEN BRN-COUNT >= 100
                   DISPLAY "! BRANCH FILE FULL "
               WHEN OTHER
                   ADD 1 TO BRN-COUNT
                   MOVE BRN-CHECK-CODE TO brn-code(BRN-COUNT)
                   DISPLAY "BRANCH NAME: " WITH NO ADVANCING
                   ACCEPT BRN-TEXT-IN
                   MOVE BRN-TEXT-IN TO brn-name(BRN-COUNT)
                   DISPLAY "REGION: " WITH NO ADVANCING
                   ACCEPT BRN-TEXT-IN
                   MOVE BRN-TEXT-IN TO brn-region(BRN-COUNT)
                   MOVE "O" TO brn-state(BRN-COUNT)
                   DISPLAY "EFFECTIVE FROM (CCYYMMDD, BLANK=TODAY): "
                       WITH NO ADVANCING
                   PERFORM ask-branch-date
                   IF BRN-DATE-IN = SPACES
                       MOVE RUN-DATE TO brn-from(BRN-COUNT)
                   ELSE
                       MOVE BRN-DATE-IN TO brn-from(BRN-COUNT)
                   END-IF
                   DISPLAY "EFFECTIVE TO (CCYYMMDD, BLANK=NONE): "
                       WITH NO ADVANCING
                   PERFORM ask-branch-date
                   MOVE BRN-DATE-IN TO brn-to(BRN-COUNT)
                   ADD 1 TO BRN-CHANGED
                   DISPLAY " BRANCH ADDED "
           END-EVALUATE.

       change-branch.
           DISPLAY "BRANCH CODE: " WITH NO ADVANCING.
           ACCEPT BRN-CHECK-CODE.
           PERFORM find-branch-entry.
           IF BRN-MATCH = 0
               DISPLAY "! BRANCH NOT ON FILE "
           ELSE
               MOVE BRN-MATCH TO BRN-SUB
               DISPLAY " " brn-code(BRN-SUB) "  " brn-name(BRN-SUB)
                   " " brn-region(BRN-SUB) " " brn-state(BRN-SUB)
                   "  " brn-from(BRN-SUB) " " brn-to(BRN-SUB)
               DISPLAY "NAME (BLANK=KEEP): " WITH NO ADVANCING
               ACCEPT BRN-TEXT-IN
               IF BRN-TEXT-IN NOT = SPACES
                   MOVE BRN-TEXT-IN TO brn-name(BRN-MATCH)
               END-IF
               DISPLAY "REGION (BLANK=KEEP): " WITH NO ADVANCING
               ACCEPT BRN-TEXT-IN
               IF BRN-TEXT-IN NOT = SPACES
                   MOVE BRN-TEXT-IN TO brn-region(BRN-MATCH)
               END-IF
               DISPLAY "STATUS (O)PEN/(C)LOSED (BLANK=KEEP): "
                   WITH NO ADVANCING
               ACCEPT BRN-ACTION
               IF BRN-ACTION = "O" OR BRN-ACTION = "o"
                   MOVE "O" TO brn-state(BRN-MATCH)
               END-IF
               IF BRN-ACTION = "C" OR BRN-ACTION = "c"
                   MOVE "C" TO brn-state(BRN-MATCH)
               END-IF
               MOVE SPACE TO BRN-ACTION
               DISPLAY "EFFECTIVE FROM (CCYYMMDD, BLANK=KEEP): "
                   WITH NO ADVANCING
               PERFORM ask-branch-date
               IF BRN-DATE-IN NOT = SPACES
                   MOVE BRN-DATE-IN TO brn-from(BRN-MATCH)
               END-IF
               DISPLAY "EFFECTIVE TO (CCYYMMDD, BLANK=KEEP, "
                   "00000000=NONE): " WITH NO ADVANCING
               PERFORM ask-branch-date
               IF BRN-DATE-IN NOT = SPACES
                   MOVE BRN-DATE-IN TO brn-to(BRN-MATCH)
               END-IF
               ADD 1 TO BRN-CHANGED
               DISPLAY " BRANCH CHANGED "
           END-IF.

       ask-branch-date.
           ACCEPT BRN-DATE-IN.
           PERFORM UNTIL BRN-DATE-IN = SPACES
                   OR BRN-DATE-IN IS NUMERIC
               DISPLAY "! INVALID DATE, RE-ENTER (CCYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT BRN-DATE-IN
           END-PERFORM.

       save-branch-table.
           OPEN OUTPUT BRANCH-FILE.
           IF BRN-STATUS NOT = "00"
               DISPLAY "! CANNOT REWRITE BRANCH.DAT "
           ELSE
               MOVE 1 TO BRN-SUB
               PERFORM UNTIL BRN-SUB > BRN-COUNT
                   MOVE SPACES TO BRANCH-RECORD
                   MOVE brn-code(BRN-SUB) TO BRANCH-RECORD(1:3)
                   MOVE brn-name(BRN-SUB) TO BRANCH-RECORD(5:20)
                   MOVE brn-region(BRN-SUB) TO BRANCH-RECORD(26:8)
                   MOVE brn-state(BRN-SUB) TO BRANCH-RECORD(35:1)
                   MOVE brn-from(BRN-SUB) TO BRANCH-RECORD(37:8)
                   MOVE brn-to(BRN-SUB) TO BRANCH-RECORD(46:8)
                   WRITE BRANCH-RECORD
                   ADD 1 TO BRN-SUB
               END-PERFORM
               CLOSE BRANCH-FILE
           END-IF.

       branch-statements.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT STM-TIME FROM TIME.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           MOVE 0 TO STM-COUNT.
           MOVE 0 TO STM-OVER.
           MOVE 0 TO STM-PRODUCED.
           MOVE 0 TO STM-FAILED.
           PERFORM load-branch-table.
           PERFORM scan-statement-daily-file.
           PERFORM load-statement-figures.
           PERFORM load-suspense-table.
           MOVE 1 TO SUSP-SUB.
           PERFORM UNTIL SUSP-SUB > SUSP-COUNT
               IF susp-flag(SUSP-SUB) = "O"
                   MOVE susp-branch(SUSP-SUB) TO STM-CODE-IN
                   IF STM-CODE-IN = SPACES
                       MOVE "UNK" TO STM-CODE-IN
                   END-IF
                   PERFORM find-statement-branch
                   IF STM-MATCH > 0
                       ADD 1 TO stm-susp-cnt(STM-MATCH)
                   END-IF
               END-IF
               ADD 1 TO SUSP-SUB
           END-PERFORM.
           MOVE 1 TO STM-BRN-SUB.
           PERFORM UNTIL STM-BRN-SUB > BRN-COUNT
               MOVE brn-code(STM-BRN-SUB) TO BRN-CHECK-CODE
               MOVE STM-DATE TO BRN-CHECK-DATE
               PERFORM validate-branch-code
               IF BRN-REASON = SPACES
                   MOVE brn-code(STM-BRN-SUB) TO STM-CODE-IN
                   PERFORM find-statement-branch
               END-IF
               ADD 1 TO STM-BRN-SUB
           END-PERFORM.
           PERFORM scan-statement-history.
           IF STM-COUNT = 0 AND STM-OVER = 0
               DISPLAY "! NO BRANCH DATA, NO STATEMENTS PRODUCED "
               MOVE "NO STATEMENT DATA" TO OUTCOME-TEXT
           ELSE
               MOVE 1 TO STM-SUB
               PERFORM UNTIL STM-SUB > STM-COUNT
                   PERFORM write-branch-statement
                   PERFORM log-distribution
                   ADD 1 TO STM-SUB
               END-PERFORM
               MOVE 1 TO STM-OVER-SUB
               PERFORM UNTIL STM-OVER-SUB > STM-OVER
                   PERFORM log-overflow-distribution
                   ADD 1 TO STM-OVER-SUB
               END-PERFORM
               ADD STM-OVER TO STM-FAILED
               PERFORM print-distribution-report
               MOVE SPACES TO OUTCOME-TEXT
               IF STM-FAILED > 0
                   STRING "STMT FAILED=" STM-FAILED
                       " PRODUCED=" STM-PRODUCED
                       DELIMITED BY SIZE INTO OUTCOME-TEXT
               ELSE
                   STRING "STMTS PRODUCED=" STM-PRODUCED
                       DELIMITED BY SIZE INTO OUTCOME-TEXT
               END-IF
           END-IF.

       find-statement-branch.
           MOVE 0 TO STM-MATCH.
           MOVE 1 TO STM-FIND-SUB.
           PERFORM UNTIL STM-FIND-SUB > STM-COUNT OR STM-MATCH > 0
               IF stm-code(STM-FIND-SUB) = STM-CODE-IN
                   MOVE STM-FIND-SUB TO STM-MATCH
               END-IF
               ADD 1 TO STM-FIND-SUB
           END-PERFORM.
           IF STM-MATCH = 0
               IF STM-COUNT < 100
                   ADD 1 TO STM-COUNT
                   MOVE STM-COUNT TO STM-MATCH
                   MOVE STM-CODE-IN TO stm-code(STM-MATCH)
                   MOVE 0 TO stm-fig-cnt(STM-MATCH)
                   MOVE 0 TO stm-fig-total(STM-MATCH)
                   MOVE 0 TO stm-sent(STM-MATCH)
                   MOVE SPACES TO stm-trailer(STM-MATCH)
                   MOVE 0 TO stm-susp-cnt(STM-MATCH)
                   MOVE 0 TO stm-prev-cnt(STM-MATCH)
                   MOVE 0 TO stm-prev-total(STM-MATCH)
                   MOVE SPACE TO stm-result(STM-MATCH)
                   MOVE SPACES TO stm-why(STM-MATCH)
               ELSE
                   PERFORM note-statement-overflow
               END-IF
           END-IF.

       note-statement-overflow.
           MOVE 0 TO STM-OVER-FOUND.
           MOVE 1 TO STM-OVER-SUB.
           PERFORM UNTIL STM-OVER-SUB > STM-OVER OR STM-OVER-FOUND = 1
               IF stm-over-code(STM-OVER-SUB) = STM-CODE-IN
                   MOVE 1 TO STM-OVER-FOUND
               END-IF
               ADD 1 TO STM-OVER-SUB
           END-PERFORM.
           IF STM-OVER-FOUND = 0 AND STM-OVER < 100
               ADD 1 TO STM-OVER
               MOVE STM-CODE-IN TO stm-over-code(STM-OVER)
               DISPLAY "! MORE THAN 100 BRANCHES, NO STATEMENT FOR "
                   STM-CODE-IN
           END-IF.

       scan-statement-daily-file.
           MOVE 0 TO STM-DAILY-OK.
           MOVE 0 TO HDR-FOUND.
           MOVE 0 TO TRL-FOUND.
           MOVE 0 TO TBR-COUNT-N.
           MOVE RUN-DATE TO STM-DATE.
           OPEN INPUT DAILY-FIGURES-FILE.
           IF DF-STATUS NOT = "00"
               DISPLAY "! DAILY-FIGURES.DAT NOT ON HAND, "
                   "TRAILER COUNTS NOT SHOWN "
           ELSE
               MOVE 0 TO FILE-EOF-SW
               READ DAILY-FIGURES-FILE
                   AT END
                       MOVE 1 TO FILE-EOF-SW
                   NOT AT END
                       PERFORM parse-figure-header
               END-READ
               IF HDR-FOUND = 1
                   MOVE 1 TO STM-DAILY-OK
                   MOVE HDR-DATE TO STM-DATE
               END-IF
               PERFORM UNTIL FILE-EOF-SW = 1 OR HDR-FOUND = 0
                       OR TRL-FOUND = 1
                   READ DAILY-FIGURES-FILE
                       AT END
                           MOVE 1 TO FILE-EOF-SW
                       NOT AT END
                           IF DAILY-FIGURE-RECORD(1:3) = "TRL"
                               PERFORM parse-figure-trailer
                           ELSE
                               MOVE DAILY-FIGURE-RECORD(7:3)
                                   TO STM-CODE-IN
                               IF STM-CODE-IN = SPACES
                                   MOVE "UNK" TO STM-CODE-IN
                               END-IF
                               PERFORM find-statement-branch
                               IF STM-MATCH > 0
                                   ADD 1 TO stm-sent(STM-MATCH)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DAILY-FIGURES-FILE
               MOVE 1 TO TBR-SUB
               PERFORM UNTIL TBR-SUB > TBR-COUNT-N
                   MOVE tbr-code(TBR-SUB) TO STM-CODE-IN
                   PERFORM find-statement-branch
                   IF STM-MATCH > 0
                       MOVE tbr-count-x(TBR-SUB)
                           TO stm-trailer(STM-MATCH)
                   END-IF
                   ADD 1 TO TBR-SUB
               END-PERFORM
           END-IF.

       load-statement-figures.
           MOVE 0 TO SFG-COUNT.
           MOVE 0 TO SFG-TRUNC.
           MOVE 0 TO STM-LOAD-DATE.
           OPEN INPUT FIGURE-MASTER.
           IF FM-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN FIGMASTER.DAT "
           ELSE
               MOVE 0 TO FM-EOF-SW
               MOVE ZEROS TO FM-FIGURE-ID
               START FIGURE-MASTER KEY NOT < FM-FIGURE-ID
                   INVALID KEY
                       MOVE 1 TO FM-EOF-SW
               END-START
               PERFORM UNTIL FM-EOF-SW = 1
                   READ FIGURE-MASTER NEXT RECORD
                       AT END
                           MOVE 1 TO FM-EOF-SW
                       NOT AT END
                           PERFORM keep-statement-figure
                   END-READ
               END-PERFORM
               CLOSE FIGURE-MASTER
           END-IF.
           IF STM-LOAD-DATE = 0
               MOVE RUN-DATE TO STM-LOAD-DATE
           END-IF.

       keep-statement-figure.
           IF SFG-COUNT >= 500
               MOVE 1 TO SFG-TRUNC
           ELSE
               ADD 1 TO SFG-COUNT
               MOVE FM-FIGURE-ID TO sfg-id(SFG-COUNT)
               MOVE FM-BRANCH TO sfg-branch(SFG-COUNT)
               IF FM-BRANCH = SPACES
                   MOVE "UNK" TO sfg-branch(SFG-COUNT)
               END-IF
               MOVE FM-VALUE TO sfg-value(SFG-COUNT)
               IF FM-ENTRY-DATE > STM-LOAD-DATE
                   MOVE FM-ENTRY-DATE TO STM-LOAD-DATE
               END-IF
               MOVE sfg-branch(SFG-COUNT) TO STM-CODE-IN
               PERFORM find-statement-branch
               IF STM-MATCH > 0
                   ADD 1 TO stm-fig-cnt(STM-MATCH)
                   ADD FM-VALUE TO stm-fig-total(STM-MATCH)
               END-IF
           END-IF.

       scan-statement-history.
           MOVE SPACES TO STM-PREV-DATE.
           MOVE 0 TO STM-HSEQ.
           MOVE 0 TO STM-PREV-SEQ.
           OPEN INPUT HISTORY-FILE.
           IF HIST-STATUS = "00"
               MOVE 0 TO HIST-EOF-SW
               PERFORM UNTIL HIST-EOF-SW = 1
                   READ HISTORY-FILE
                       AT END
                           MOVE 1 TO HIST-EOF-SW
                       NOT AT END
                           PERFORM note-statement-batch
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF STM-PREV-DATE NOT = SPACES
               OPEN INPUT HISTORY-FILE
               MOVE SPACES TO STM-GRP-DATE
               MOVE 0 TO STM-HSEQ
               MOVE 0 TO HIST-EOF-SW
               PERFORM UNTIL HIST-EOF-SW = 1
                   READ HISTORY-FILE
                       AT END
                           MOVE 1 TO HIST-EOF-SW
                       NOT AT END
                           PERFORM sift-statement-history
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       note-statement-batch.
           IF HISTORY-RECORD(1:1) = "H"
               ADD 1 TO STM-HSEQ
               IF HISTORY-RECORD(2:8) IS NUMERIC
                       AND HISTORY-RECORD(2:8) < STM-LOAD-DATE
                       AND HISTORY-RECORD(2:8) >= STM-PREV-DATE
                   MOVE HISTORY-RECORD(2:8) TO STM-PREV-DATE
                   MOVE STM-HSEQ TO STM-PREV-SEQ
               END-IF
           END-IF.

       sift-statement-history.
           IF HISTORY-RECORD(1:1) = "H"
               ADD 1 TO STM-HSEQ
               IF STM-HSEQ = STM-PREV-SEQ
                   MOVE HISTORY-RECORD(2:8) TO STM-GRP-DATE
               ELSE
                   MOVE SPACES TO STM-GRP-DATE
               END-IF
           ELSE
               IF HISTORY-RECORD(1:1) = "D"
                       AND STM-GRP-DATE = STM-PREV-DATE
                       AND HISTORY-RECORD(2:5) IS NUMERIC
                   MOVE HISTORY-RECORD(7:3) TO STM-CODE-IN
                   IF STM-CODE-IN = SPACES
                       MOVE "UNK" TO STM-CODE-IN
                   END-IF
                   PERFORM find-statement-branch
                   IF STM-MATCH > 0
                       MOVE HISTORY-RECORD(2:5) TO BR-VALUE-IN
                       ADD 1 TO stm-prev-cnt(STM-MATCH)
                       ADD BR-VALUE-IN TO stm-prev-total(STM-MATCH)
                   END-IF
               END-IF
           END-IF.

       write-branch-statement.
           MOVE 0 TO STM-OK.
           MOVE SPACES TO STM-REASON.
           MOVE 0 TO STM-LINES.
           MOVE SPACES TO STMT-FILE-NAME.
           STRING "BRSTMT-" stm-code(STM-SUB) "-" STM-DATE ".TXT"
               DELIMITED BY SIZE INTO STMT-FILE-NAME.
           OPEN OUTPUT STMT-FILE.
           IF STMT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN " STMT-FILE-NAME
               MOVE "NO OPEN" TO STM-REASON
           ELSE
               PERFORM put-statement-heading
               PERFORM put-statement-figures
               PERFORM put-statement-suspense
               PERFORM put-statement-balance
               PERFORM put-statement-change
               MOVE SPACES TO STMT-RECORD
               PERFORM put-statement-line
               MOVE "*** END OF STATEMENT ***" TO STMT-RECORD
               PERFORM put-statement-line
               CLOSE STMT-FILE
               PERFORM write-statement-trigger
           END-IF.
           IF STM-OK = 1
               MOVE "P" TO stm-result(STM-SUB)
               ADD 1 TO STM-PRODUCED
           ELSE
               MOVE "F" TO stm-result(STM-SUB)
               MOVE STM-REASON TO stm-why(STM-SUB)
               ADD 1 TO STM-FAILED
           END-IF.

       put-statement-line.
           WRITE STMT-RECORD.
           ADD 1 TO STM-LINES.

       put-statement-heading.
           MOVE stm-code(STM-SUB) TO BRN-CHECK-CODE.
           PERFORM lookup-branch-name.
           MOVE "BRANCH DAILY STATEMENT" TO STMT-RECORD.
           PERFORM put-statement-line.
           MOVE SPACES TO STMT-RECORD.
           STRING "BRANCH: " stm-code(STM-SUB) "  " BRN-NAME-OUT
               "  REGION: " BRN-REGION-OUT
               DELIMITED BY SIZE INTO STMT-RECORD.
           PERFORM put-statement-line.
           MOVE STM-DATE TO STM-DATE-NUM.
           MOVE STM-DATE-NUM TO STM-DATE-DISPLAY.
           MOVE SPACES TO STMT-RECORD.
           STRING "BUSINESS DATE: " STM-DATE-DISPLAY
               "  PRODUCED: " RUN-DATE-DISPLAY " "
               STM-TIME(1:2) ":" STM-TIME(3:2)
               DELIMITED BY SIZE INTO STMT-RECORD.
           PERFORM put-statement-line.
           MOVE SPACES TO STMT-RECORD.
           PERFORM put-statement-line.

       put-statement-figures.
           MOVE "ACCEPTED FIGURES" TO STMT-RECORD.
           PERFORM put-statement-line.
           MOVE "  FIG ID  VALUE" TO STMT-RECORD.
           PERFORM put-statement-line.
           MOVE 1 TO SFG-SUB.
           PERFORM UNTIL SFG-SUB > SFG-COUNT
               IF sfg-branch(SFG-SUB) = stm-code(STM-SUB)
                   MOVE SPACES TO STMT-RECORD
                   STRING "  " sfg-id(SFG-SUB) "   "
                       sfg-value(SFG-SUB)
                       DELIMITED BY SIZE INTO STMT-RECORD
                   PERFORM put-statement-line
               END-IF
               ADD 1 TO SFG-SUB
           END-PERFORM.
           IF stm-fig-cnt(STM-SUB) = 0
               MOVE "  NONE ON FILE" TO STMT-RECORD
               PERFORM put-statement-line
           END-IF.
           IF SFG-TRUNC = 1
               MOVE "  MASTER OVER 500 FIGURES, LIST INCOMPLETE"
                   TO STMT-RECORD
               PERFORM put-statement-line
           END-IF.
           MOVE stm-fig-cnt(STM-SUB) TO STM-CNT-DISPLAY.
           MOVE stm-fig-total(STM-SUB) TO STM-AMT-DISPLAY.
           MOVE SPACES TO STMT-RECORD.
           STRING "  FIGURES ACCEPTED: " STM-CNT-DISPLAY
               "   SUBTOTAL: " STM-AMT-DISPLAY
               DELIMITED BY SIZE INTO STMT-RECORD.
           PERFORM put-statement-line.
           MOVE SPACES TO STMT-RECORD.
           PERFORM put-statement-line.

       put-statement-suspense.
           MOVE "ITEMS IN SUSPENSE" TO STMT-RECORD.
           PERFORM put-statement-line.
           MOVE "  DATE     POSN  VALUE REASON" TO STMT-RECORD.
           PERFORM put-statement-line.
           MOVE 0 TO STM-SHOWN.
           MOVE 1 TO SUSP-SUB.
           PERFORM UNTIL SUSP-SUB > SUSP-COUNT
               MOVE susp-branch(SUSP-SUB) TO STM-CODE-IN
               IF STM-CODE-IN = SPACES
                   MOVE "UNK" TO STM-CODE-IN
               END-IF
               IF susp-flag(SUSP-SUB) = "O"
                       AND STM-CODE-IN = stm-code(STM-SUB)
                   ADD 1 TO STM-SHOWN
                   MOVE SPACES TO STMT-RECORD
                   STRING "  " susp-date(SUSP-SUB)
                       " " susp-pos(SUSP-SUB)
                       " " susp-raw(SUSP-SUB)
                       " " susp-reason-code(SUSP-SUB)
                       DELIMITED BY SIZE INTO STMT-RECORD
                   PERFORM put-statement-line
               END-IF
               ADD 1 TO SUSP-SUB
           END-PERFORM.
           IF STM-SHOWN = 0
               MOVE "  NONE" TO STMT-RECORD
               PERFORM put-statement-line
           END-IF.
           IF SUSP-TRUNC = 1
               MOVE "  SUSPENSE OVER 200 ITEMS, LIST INCOMPLETE"
                   TO STMT-RECORD
               PERFORM put-statement-line
           END-IF.
           MOVE SPACES TO STMT-RECORD.
           PERFORM put-statement-line.

       put-statement-balance.
           MOVE "BALANCE TO TRAILER" TO STMT-RECORD.
           PERFORM put-statement-line.
           IF STM-DAILY-OK = 0
               MOVE "  DAILY FILE NOT ON HAND, TRAILER NOT CHECKED"
                   TO STMT-RECORD
               PERFORM put-statement-line
           ELSE
               MOVE SPACES TO STMT-RECORD
               IF stm-trailer(STM-SUB) IS NUMERIC
                   STRING "  TRAILER COUNT SENT:   "
                       stm-trailer(STM-SUB)
                       DELIMITED BY SIZE INTO STMT-RECORD
               ELSE
                   MOVE "  TRAILER COUNT SENT:   NOT GIVEN"
                       TO STMT-RECORD
               END-IF
               PERFORM put-statement-line
               MOVE SPACES TO STMT-RECORD
               STRING "  RECORDS RECEIVED:     " stm-sent(STM-SUB)
                   DELIMITED BY SIZE INTO STMT-RECORD
               PERFORM put-statement-line
               MOVE SPACES TO STMT-RECORD
               STRING "  FIGURES ACCEPTED:     " stm-fig-cnt(STM-SUB)
                   DELIMITED BY SIZE INTO STMT-RECORD
               PERFORM put-statement-line
               IF stm-trailer(STM-SUB) IS NUMERIC
                   MOVE stm-trailer(STM-SUB) TO TBR-CNT-X
                   COMPUTE STM-NOT-ACC = TBR-CNT-NUM
                       - stm-fig-cnt(STM-SUB)
                   IF TBR-CNT-NUM NOT = stm-sent(STM-SUB)
                       MOVE "  RECEIVED DIFFERS FROM TRAILER COUNT"
                           TO STMT-RECORD
                       PERFORM put-statement-line
                   END-IF
               ELSE
                   COMPUTE STM-NOT-ACC = stm-sent(STM-SUB)
                       - stm-fig-cnt(STM-SUB)
               END-IF
               MOVE SPACES TO STMT-RECORD
               EVALUATE TRUE
                   WHEN STM-NOT-ACC = 0
                       MOVE "  ALL FIGURES SENT WERE ACCEPTED"
                           TO STMT-RECORD
                   WHEN STM-NOT-ACC > 0
                       MOVE STM-NOT-ACC TO STM-CNT-DISPLAY
                       STRING "  " STM-CNT-DISPLAY
                           " FIGURE(S) NOT ACCEPTED, SEE SUSPENSE"
                           DELIMITED BY SIZE INTO STMT-RECORD
                   WHEN OTHER
                       COMPUTE STM-NOT-ACC = 0 - STM-NOT-ACC
                       MOVE STM-NOT-ACC TO STM-CNT-DISPLAY
                       STRING "  " STM-CNT-DISPLAY
                           " FIGURE(S) ADDED BY CORRECTION"
                           " OR ADJUSTMENT"
                           DELIMITED BY SIZE INTO STMT-RECORD
               END-EVALUATE
               PERFORM put-statement-line
           END-IF.
           MOVE SPACES TO STMT-RECORD.
           PERFORM put-statement-line.

       put-statement-change.
           MOVE "DAY-OVER-DAY CHANGE" TO STMT-RECORD.
           PERFORM put-statement-line.
           IF STM-PREV-DATE = SPACES
               MOVE "  NO PRIOR DAY ON HISTORY FILE" TO STMT-RECORD
               PERFORM put-statement-line
           ELSE
               MOVE STM-PREV-DATE TO STM-DATE-NUM
               MOVE STM-DATE-NUM TO STM-DATE-DISPLAY
               MOVE stm-prev-cnt(STM-SUB) TO STM-CNT-DISPLAY
               MOVE stm-prev-total(STM-SUB) TO STM-AMT-DISPLAY
               MOVE SPACES TO STMT-RECORD
               STRING "  PRIOR DAY " STM-DATE-DISPLAY
                   "  FIGURES " STM-CNT-DISPLAY
                   "  TOTAL " STM-AMT-DISPLAY
                   DELIMITED BY SIZE INTO STMT-RECORD
               PERFORM put-statement-line
               MOVE STM-LOAD-DATE TO STM-DATE-DISPLAY
               MOVE stm-fig-cnt(STM-SUB) TO STM-CNT-DISPLAY
               MOVE stm-fig-total(STM-SUB) TO STM-AMT-DISPLAY
               MOVE SPACES TO STMT-RECORD
               STRING "  THIS DAY  " STM-DATE-DISPLAY
                   "  FIGURES " STM-CNT-DISPLAY
                   "  TOTAL " STM-AMT-DISPLAY
                   DELIMITED BY SIZE INTO STMT-RECORD
               PERFORM put-statement-line
               COMPUTE STM-DIFF = stm-fig-total(STM-SUB)
                   - stm-prev-total(STM-SUB)
               MOVE STM-DIFF TO STM-DIFF-DISPLAY
               MOVE SPACES TO STMT-RECORD
               IF stm-prev-total(STM-SUB) > 0
                   COMPUTE STM-PCT ROUNDED = STM-DIFF * 100
                       / stm-prev-total(STM-SUB)
                   MOVE STM-PCT TO STM-PCT-DISPLAY
                   STRING "  CHANGE " STM-DIFF-DISPLAY
                       "  (" STM-PCT-DISPLAY "%)"
                       DELIMITED BY SIZE INTO STMT-RECORD
               ELSE
                   STRING "  CHANGE " STM-DIFF-DISPLAY
                       "  (NO PRIOR DAY FIGURES)"
                       DELIMITED BY SIZE INTO STMT-RECORD
               END-IF
               PERFORM put-statement-line
           END-IF.

       write-statement-trigger.
           MOVE SPACES TO TRIGGER-FILE-NAME.
           STRING "BRSTMT-" stm-code(STM-SUB) "-" STM-DATE ".TRG"
               DELIMITED BY SIZE INTO TRIGGER-FILE-NAME.
           OPEN OUTPUT TRIGGER-FILE.
           IF TRG-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN TRIGGER FILE " TRIGGER-FILE-NAME
               MOVE "NO TRG" TO STM-REASON
           ELSE
               MOVE SPACES TO TRIGGER-RECORD
               STRING "COMPLETE " STM-DATE " " STM-LINES
                   DELIMITED BY SIZE INTO TRIGGER-RECORD
               WRITE TRIGGER-RECORD
               CLOSE TRIGGER-FILE
               MOVE 1 TO STM-OK
               DISPLAY " STATEMENT WRITTEN: " STMT-FILE-NAME
           END-IF.

       log-distribution.
           OPEN EXTEND DIST-LOG-FILE.
           IF DLOG-STATUS NOT = "00"
               OPEN OUTPUT DIST-LOG-FILE
           END-IF.
           IF DLOG-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN DISTLOG.DAT "
           ELSE
               MOVE SPACES TO DIST-LOG-RECORD
               MOVE RUN-DATE TO DIST-LOG-RECORD(1:8)
               MOVE STM-TIME(1:6) TO DIST-LOG-RECORD(10:6)
               MOVE stm-code(STM-SUB) TO DIST-LOG-RECORD(17:3)
               MOVE STM-DATE TO DIST-LOG-RECORD(21:8)
               MOVE stm-result(STM-SUB) TO DIST-LOG-RECORD(30:1)
               MOVE STMT-FILE-NAME TO DIST-LOG-RECORD(32:30)
               MOVE stm-fig-cnt(STM-SUB) TO DIST-LOG-RECORD(63:5)
               MOVE stm-susp-cnt(STM-SUB) TO DIST-LOG-RECORD(69:3)
               MOVE stm-why(STM-SUB) TO DIST-LOG-RECORD(73:8)
               WRITE DIST-LOG-RECORD
               CLOSE DIST-LOG-FILE
           END-IF.

       log-overflow-distribution.
           OPEN EXTEND DIST-LOG-FILE.
           IF DLOG-STATUS NOT = "00"
               OPEN OUTPUT DIST-LOG-FILE
           END-IF.
           IF DLOG-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN DISTLOG.DAT "
           ELSE
               MOVE SPACES TO DIST-LOG-RECORD
               MOVE RUN-DATE TO DIST-LOG-RECORD(1:8)
               MOVE STM-TIME(1:6) TO DIST-LOG-RECORD(10:6)
               MOVE stm-over-code(STM-OVER-SUB)
                   TO DIST-LOG-RECORD(17:3)
               MOVE STM-DATE TO DIST-LOG-RECORD(21:8)
               MOVE "F" TO DIST-LOG-RECORD(30:1)
               MOVE ZEROS TO DIST-LOG-RECORD(63:5)
               MOVE ZEROS TO DIST-LOG-RECORD(69:3)
               MOVE "TABLEFUL" TO DIST-LOG-RECORD(73:8)
               WRITE DIST-LOG-RECORD
               CLOSE DIST-LOG-FILE
           END-IF.

       print-distribution-report.
           MOVE "DISTRIB" TO RPT-ID.
           MOVE "BRANCH STATEMENT DISTRIBUTION REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           END-IF.
           MOVE "BRANCH STATEMENT DISTRIBUTION REPORT" TO PRINT-RECORD.
           PERFORM put-distribution-line.
           MOVE STM-DATE TO STM-DATE-NUM.
           MOVE STM-DATE-NUM TO STM-DATE-DISPLAY.
           MOVE SPACES TO PRINT-RECORD.
           STRING "RUN DATE: " RUN-DATE-DISPLAY
               "  BUSINESS DATE: " STM-DATE-DISPLAY
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-distribution-line.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-distribution-line.
           MOVE "BR  NAME                 STATUS   FIGS SUSP FILE"
               TO PRINT-RECORD.
           PERFORM put-distribution-line.
           MOVE 1 TO STM-SUB.
           PERFORM UNTIL STM-SUB > STM-COUNT
               MOVE stm-code(STM-SUB) TO BRN-CHECK-CODE
               PERFORM lookup-branch-name
               MOVE SPACES TO STMT-FILE-NAME
               STRING "BRSTMT-" stm-code(STM-SUB) "-" STM-DATE ".TXT"
                   DELIMITED BY SIZE INTO STMT-FILE-NAME
               MOVE SPACES TO PRINT-RECORD
               MOVE stm-code(STM-SUB) TO PRINT-RECORD(1:3)
               MOVE BRN-NAME-OUT TO PRINT-RECORD(5:20)
               IF stm-result(STM-SUB) = "P"
                   MOVE "PRODUCED" TO PRINT-RECORD(26:8)
               ELSE
                   MOVE stm-why(STM-SUB) TO PRINT-RECORD(26:8)
               END-IF
               MOVE stm-fig-cnt(STM-SUB) TO PRINT-RECORD(35:5)
               MOVE stm-susp-cnt(STM-SUB) TO PRINT-RECORD(41:3)
               MOVE STMT-FILE-NAME TO PRINT-RECORD(46:30)
               PERFORM put-distribution-line
               ADD 1 TO STM-SUB
           END-PERFORM.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM put-distribution-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "STATEMENTS PRODUCED: " STM-PRODUCED
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-distribution-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "STATEMENTS FAILED:   " STM-FAILED
               DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM put-distribution-line.
           IF STM-OVER > 0
               MOVE SPACES TO PRINT-RECORD
               STRING "BRANCHES OVER TABLE LIMIT, NOT PRODUCED: "
                   STM-OVER DELIMITED BY SIZE INTO PRINT-RECORD
               PERFORM put-distribution-line
               MOVE 1 TO STM-OVER-SUB
               PERFORM UNTIL STM-OVER-SUB > STM-OVER
                   MOVE stm-over-code(STM-OVER-SUB) TO BRN-CHECK-CODE
                   PERFORM lookup-branch-name
                   MOVE SPACES TO PRINT-RECORD
                   MOVE stm-over-code(STM-OVER-SUB)
                       TO PRINT-RECORD(1:3)
                   MOVE BRN-NAME-OUT TO PRINT-RECORD(5:20)
                   MOVE "TABLEFUL" TO PRINT-RECORD(26:8)
                   PERFORM put-distribution-line
                   ADD 1 TO STM-OVER-SUB
               END-PERFORM
           END-IF.
           IF PRT-STATUS = "00"
               PERFORM close-print-file
           END-IF.

       put-distribution-line.
           DISPLAY " " PRINT-RECORD(1:72).
           IF PRT-STATUS = "00"
               PERFORM write-print-line
           END-IF.

       printarray.
       printarray-to-file.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           MOVE "DAILYFIG" TO RPT-ID.
           MOVE "DAILY FIGURES REPORT" TO RPT-TITLE.
           PERFORM open-print-file.
           IF PRT-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN REPORT FILE " RPT-FILE-NAME
           ELSE
               MOVE "DAILY FIGURES REPORT" TO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               STRING "RUN DATE: " RUN-DATE-DISPLAY DELIMITED BY SIZE
                   INTO PRINT-RECORD
               PERFORM write-print-line
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               MOVE 1 TO idx
               PERFORM UNTIL idx > ARRAY-COUNT
                   MOVE SPACES TO PRINT-RECORD
                   STRING "ELEMENT " ELEMENT-NO-DISPLAY " : "
                       elements(idx)
                       DELIMITED BY SIZE INTO PRINT-RECORD
                   PERFORM write-print-line
                   ADD 1 TO idx
               END-PERFORM
               MOVE SPACES TO PRINT-RECORD
               PERFORM write-print-line
               PERFORM close-print-file
           END-IF.

       open-print-file.
           ACCEPT RPT-DATE FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME FROM TIME.
           MOVE SPACES TO RPT-FILE-NAME.
           STRING "RPT-" DELIMITED BY SIZE
               RPT-ID DELIMITED BY SPACE
               "-" RPT-DATE "-" RPT-TIME(1:6) ".PRT"
               DELIMITED BY SIZE INTO RPT-FILE-NAME.
           MOVE 0 TO RPT-PAGE.
           MOVE 0 TO RPT-LINES.
           OPEN EXTEND PRINT-FILE.
           IF PRT-STATUS NOT = "00"
               OPEN OUTPUT PRINT-FILE
           END-IF.

       write-print-line.
           IF RPT-PAGE = 0 OR RPT-LINES >= RPT-PAGE-LEN
               PERFORM print-page-heading
           END-IF.
           WRITE PRINT-RECORD.
           ADD 1 TO RPT-LINES.

       print-page-heading.
           MOVE PRINT-RECORD TO RPT-HOLD.
           ADD 1 TO RPT-PAGE.
           MOVE SPACES TO PRINT-RECORD.
           MOVE RPT-TITLE TO PRINT-RECORD(1:40).
           MOVE "PAGE" TO PRINT-RECORD(70:4).
           MOVE RPT-PAGE TO PRINT-RECORD(75:4).
           IF RPT-PAGE > 1
               WRITE PRINT-RECORD AFTER ADVANCING PAGE
           ELSE
               WRITE PRINT-RECORD
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           STRING "RUN " RPT-DATE(1:4) "-" RPT-DATE(5:2) "-"
               RPT-DATE(7:2) " " RPT-TIME(1:2) ":" RPT-TIME(3:2)
               ":" RPT-TIME(5:2) "  OPERATOR: " SIGNON-USER
               "  REPORT: " RPT-ID
               DELIMITED BY SIZE INTO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE ALL "-" TO PRINT-RECORD(1:78).
           WRITE PRINT-RECORD.
           MOVE 3 TO RPT-LINES.
           MOVE RPT-HOLD TO PRINT-RECORD.

       close-print-file.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM write-print-line.
           MOVE SPACES TO PRINT-RECORD.
           STRING "*** END OF REPORT " RPT-TITLE DELIMITED BY "  "
               " ***" DELIMITED BY SIZE INTO PRINT-RECORD.
           PERFORM write-print-line.
           CLOSE PRINT-FILE.
           DISPLAY " REPORT WRITTEN TO " RPT-FILE-NAME.
           OPEN EXTEND RPT-INDEX-FILE.
           IF RIX-STATUS NOT = "00"
               OPEN OUTPUT RPT-INDEX-FILE
           END-IF.
           IF RIX-STATUS NOT = "00"
               DISPLAY "! CANNOT WRITE RPTINDEX.DAT "
           ELSE
               MOVE SPACES TO RPT-INDEX-RECORD
               MOVE RPT-ID TO RPT-INDEX-RECORD(1:8)
               MOVE RPT-DATE TO RPT-INDEX-RECORD(10:8)
               MOVE RPT-TIME(1:6) TO RPT-INDEX-RECORD(19:6)
               MOVE SIGNON-USER TO RPT-INDEX-RECORD(26:8)
               MOVE RPT-PAGE TO RPT-INDEX-RECORD(35:4)
               MOVE BATCH-STEP-NO TO RPT-INDEX-RECORD(40:3)
               MOVE RPT-FILE-NAME TO RPT-INDEX-RECORD(44:37)
               WRITE RPT-INDEX-RECORD
               CLOSE RPT-INDEX-FILE
           END-IF.

       load-report-index.
           MOVE 0 TO RIX-COUNT.
           MOVE 0 TO RIX-TOTAL.
           OPEN INPUT RPT-INDEX-FILE.
           IF RIX-STATUS = "00"
               MOVE 0 TO RIX-EOF-SW
               PERFORM UNTIL RIX-EOF-SW = 1
                   READ RPT-INDEX-FILE
                       AT END
                           MOVE 1 TO RIX-EOF-SW
                       NOT AT END
                           ADD 1 TO RIX-TOTAL
                   END-READ
               END-PERFORM
               CLOSE RPT-INDEX-FILE
           END-IF.
           IF RIX-TOTAL > 500
               COMPUTE RIX-SKIP = RIX-TOTAL - 500
               DISPLAY "! RPTINDEX.DAT HAS " RIX-TOTAL
                   " ENTRIES, LATEST 500 SHOWN "
           ELSE
               MOVE 0 TO RIX-SKIP
           END-IF.
           IF RIX-TOTAL > 0
               OPEN INPUT RPT-INDEX-FILE
               MOVE 0 TO RIX-EOF-SW
               PERFORM UNTIL RIX-EOF-SW = 1
                   READ RPT-INDEX-FILE
                       AT END
                           MOVE 1 TO RIX-EOF-SW
                       NOT AT END
                           IF RIX-SKIP > 0
                               SUBTRACT 1 FROM RIX-SKIP
                           ELSE
                               ADD 1 TO RIX-COUNT
                               MOVE RPT-INDEX-RECORD
                                   TO rix-entries(RIX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RPT-INDEX-FILE
           END-IF.

       report-browse.
           PERFORM load-report-index.
           IF RIX-COUNT = 0
               DISPLAY "! NO REPORTS IN RPTINDEX.DAT "
               MOVE "NO REPORTS" TO OUTCOME-TEXT
           ELSE
               DISPLAY " TYPES: DAILYFIG EXCEPT TREND MONTHEND YTD "
                   "HISTGRAM LEDGER"
               DISPLAY "        OUTSTAND PROOF RECON ADJUST DEVIATN "
                   "VARIANCE DISTRIB"
               DISPLAY "REPORT DATE (CCYYMMDD, BLANK = ALL): "
                   WITH NO ADVANCING
               ACCEPT RIX-DATE-IN
               DISPLAY "REPORT TYPE (BLANK = ALL): " WITH NO ADVANCING
               ACCEPT RIX-ID-IN
               PERFORM list-report-index
               MOVE SPACES TO OUTCOME-TEXT
               STRING "REPORTS LISTED=" RIX-SHOWN
                   DELIMITED BY SIZE INTO OUTCOME-TEXT
               IF RIX-SHOWN > 0
                   DISPLAY "ENTRY TO REPRINT (0 = NONE): "
                       WITH NO ADVANCING
                   ACCEPT RIX-PICK
                   IF RIX-PICK > 0
                       IF RIX-PICK > RIX-COUNT
                           DISPLAY "! ENTRY NOT LISTED "
                       ELSE
                           IF rix-listed(RIX-PICK) = 1
                               PERFORM reprint-report
                           ELSE
                               DISPLAY "! ENTRY NOT LISTED "
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       list-report-index.
           MOVE 0 TO RIX-SHOWN.
           DISPLAY " NO.  TYPE     DATE     TIME   OPERATOR PAGE STP "
               "FILE".
           MOVE RIX-COUNT TO RIX-SUB.
           PERFORM UNTIL RIX-SUB = 0
               IF (RIX-DATE-IN = SPACES
                       OR rix-entries(RIX-SUB)(10:8) = RIX-DATE-IN)
                   AND (RIX-ID-IN = SPACES
                       OR rix-entries(RIX-SUB)(1:8) = RIX-ID-IN)
                   ADD 1 TO RIX-SHOWN
                   MOVE 1 TO rix-listed(RIX-SUB)
                   DISPLAY " " RIX-SUB "  " rix-entries(RIX-SUB)(1:8)
                       " " rix-entries(RIX-SUB)(10:8)
                       " " rix-entries(RIX-SUB)(19:6)
                       " " rix-entries(RIX-SUB)(26:8)
                       " " rix-entries(RIX-SUB)(35:4)
                       " " rix-entries(RIX-SUB)(40:3)
                       " " rix-entries(RIX-SUB)(44:37)
               ELSE
                   MOVE 0 TO rix-listed(RIX-SUB)
               END-IF
               SUBTRACT 1 FROM RIX-SUB
           END-PERFORM.
           IF RIX-SHOWN = 0
               DISPLAY "! NO REPORTS MATCH "
           END-IF.

       reprint-report.
           MOVE rix-entries(RIX-PICK)(44:37) TO RPT-BROWSE-NAME.
           OPEN INPUT REPRINT-FILE.
           IF RPB-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN " RPT-BROWSE-NAME
           ELSE
               MOVE 0 TO RPB-LINES
               MOVE 0 TO RPB-EOF-SW
               PERFORM UNTIL RPB-EOF-SW = 1
                   READ REPRINT-FILE
                       AT END
                           MOVE 1 TO RPB-EOF-SW
                       NOT AT END
                           ADD 1 TO RPB-LINES
                           DISPLAY REPRINT-RECORD(1:79)
                   END-READ
               END-PERFORM
               CLOSE REPRINT-FILE
               DISPLAY " " RPB-LINES " LINES REPRINTED FROM "
                   RPT-BROWSE-NAME
               MOVE SPACES TO OUTCOME-TEXT
               STRING "REPRINTED " rix-entries(RIX-PICK)(1:8)
                   " " rix-entries(RIX-PICK)(10:8)
                   DELIMITED BY SIZE INTO OUTCOME-TEXT
           END-IF.

       smolnonrep.
           MOVE 99999 TO SMALLEST
           MOVE 1 TO idx
