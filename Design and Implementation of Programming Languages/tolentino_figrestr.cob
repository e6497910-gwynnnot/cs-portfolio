       IDENTIFICATION DIVISION.
       PROGRAM-ID. figrestr.
       AUTHOR. gwy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIGURE-MASTER ASSIGN "FIGMASTER.DAT"
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY IS FM-FIGURE-ID
               FILE STATUS IS FM-STATUS.
           SELECT JOURNAL-FILE ASSIGN "FIGJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUS.
           SELECT OPERATOR-FILE ASSIGN "OPERATOR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.
           SELECT AUDIT-FILE ASSIGN "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT PARAM-FILE ASSIGN "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT REPORT-FILE ASSIGN "FIGRESTR.PRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIGURE-MASTER.
       01 FM-RECORD.
           02 FM-FIGURE-ID PIC 9(5).
           02 FM-BRANCH PIC X(3).
           02 FM-ENTRY-DATE PIC 9(8).
           02 FM-VALUE PIC 9(5).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD PIC X(80).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD PIC X(80).

       FD AUDIT-FILE.
       01 AUDIT-RECORD PIC X(80).

       FD PARAM-FILE.
       01 PARAM-RECORD PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           77 FM-STATUS PIC XX.
           77 JRNL-STATUS PIC XX.
           77 OPER-STATUS PIC XX.
           77 AUDIT-STATUS PIC XX.
           77 RPT-STATUS PIC XX.
           77 RPT-OPEN PIC 9 VALUE 0.
           77 DETAIL-LINE PIC X(79).

           77 RUN-DATE PIC 9(8).
           77 RUN-DATE-DISPLAY PIC 9999/99/99.
           77 AUDIT-DATE PIC 9(8).
           77 AUDIT-TIME PIC 9(8).
           77 OUTCOME-TEXT PIC X(40).

           77 OPER-EOF-SW PIC 9.
           77 OPER-FOUND PIC 9.
           77 SIGNON-USER PIC X(8) VALUE SPACES.
           77 SIGNON-LEVEL PIC 9 VALUE 0.
           77 SIGNON-OK PIC 9 VALUE 0.
           77 SIGNON-TRIES PIC 9 VALUE 0.
           77 USERID-IN PIC X(8).
           77 PASSWORD-IN PIC X(8).
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
           77 PARM-STATUS PIC XX.
           77 PARM-EOF-SW PIC 9.
           77 PARM-KEYWORD PIC X(12).
           77 PARM-VAL PIC X(12).
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

           77 RST-MODE PIC X.
           77 RST-APPLY PIC 9 VALUE 0.
           77 RST-CONFIRM PIC X.
           77 POINT-DATE PIC X(8).
           77 POINT-TIME PIC X(4).
           77 POINT-STAMP PIC X(16).
           77 POINT-DATE-NUM PIC 9(8).
           77 POINT-DATE-DISPLAY PIC 9999/99/99.
           77 BACKOUT-USER PIC X(8).
           77 ENTRY-STAMP PIC X(16).
           77 INQ-KEY-IN PIC X(5).
           77 INQ-KEY-NUM REDEFINES INQ-KEY-IN PIC 9(5).
           77 INQ-ALL PIC 9 VALUE 1.

           77 JRNL-EOF-SW PIC 9.
           77 JRNL-DATE PIC 9(8).
           77 JRNL-TIME PIC 9(8).
           77 JRNL-OPEN PIC 9 VALUE 0.
           77 JE-COUNT PIC 9(4) VALUE 0.
           77 JE-SUB PIC 9(4).
           77 JE-TRUNC PIC 9 VALUE 0.
           77 JE-ACTION PIC X.
           77 JE-SOURCE PIC X(4).
           77 JE-BEFORE PIC X(21).
           77 JE-AFTER PIC X(21).

           77 FM-EOF-SW PIC 9.
           77 MT-COUNT PIC 9(3) VALUE 0.
           77 MT-SUB PIC 9(3).
           77 MT-FOUND PIC 9.
           77 MT-TRUNC PIC 9 VALUE 0.
           77 MT-I PIC 9(3).
           77 MT-J PIC 9(3).
           77 MT-BOUND PIC 9(3).
           77 MT-SWAP PIC X(27).
           77 MT-LISTED PIC 9(3).
           77 MT-SUM PIC 9(9).
           77 MT-VALUE PIC 9(5).

           77 RST-TARGET-ID PIC 9(5).
           77 RST-WANT-ABSENT PIC 9.
           77 RST-IMAGE PIC X(21).
           77 RST-EXPECT-ABSENT PIC 9.
           77 RST-EXPECT-IMAGE PIC X(21).
           77 RST-CONFLICT PIC 9.
           77 RST-BAD-ENTRY PIC 9.
           77 RST-UNDONE PIC 9(5) VALUE 0.
           77 RST-CONFLICTS PIC 9(5) VALUE 0.
           77 RST-FILE-FAILS PIC 9(5) VALUE 0.
           77 RST-WAS-TEXT PIC X(5).
           77 RST-NOW-TEXT PIC X(5).
           77 RST-NOTE PIC X(14).

           01 hash-charset.
               02 filler pic x(33)
                   value " ABCDEFGHIJKLMNOPQRSTUVWXYZ012345".
               02 filler pic x(32)
                   value "6789abcdefghijklmnopqrstuvwxyz-_".
               02 filler pic x(30)
                   value "!""#$%&'()*+,./:;<=>?@[\]^`{|}~".

           01 oper-table.
               02 oper-lines occurs 200 times pic x(80).

           01 jrnl-table.
               02 je-lines occurs 9999 times pic x(80).

           01 master-table.
               02 mt-entries occurs 600 times.
                   03 mt-id pic 9(5).
                   03 mt-image pic x(21).
                   03 mt-present pic 9.

       PROCEDURE DIVISION.
           DISPLAY " FIGURE MASTER RECONSTRUCTION ".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO RUN-DATE-DISPLAY.
           PERFORM read-params.
           PERFORM operator-sign-on.
           IF SIGNON-OK = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "(L)IST MASTER AS AT A POINT IN TIME ".
           DISPLAY "(R)ESTORE MASTER TO A POINT IN TIME ".
           DISPLAY "(B)ACK OUT ONE OPERATOR'S CHANGES ".
           DISPLAY "MODE: " WITH NO ADVANCING.
           ACCEPT RST-MODE.
           EVALUATE RST-MODE
               WHEN "L"
               WHEN "l"
                   MOVE "L" TO RST-MODE
                   PERFORM ask-point-in-time
                   PERFORM ask-figure-id
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO RST-MODE
                   PERFORM ask-point-in-time
               WHEN "B"
               WHEN "b"
                   MOVE "B" TO RST-MODE
                   PERFORM ask-backout-user
               WHEN OTHER
                   DISPLAY "! INVALID MODE "
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF RST-MODE NOT = "L" AND SIGNON-LEVEL < 2
               DISPLAY "! OPERATOR NOT AUTHORIZED TO UPDATE MASTER "
               MOVE "NOT AUTHORIZED" TO OUTCOME-TEXT
               PERFORM log-audit
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM load-master-table.
           PERFORM load-journal-table.
           IF MT-TRUNC = 1 OR JE-TRUNC = 1
               DISPLAY "! TOO MANY RECORDS TO RECONSTRUCT SAFELY, "
                   "NARROW THE POINT IN TIME "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF JE-COUNT = 0
               DISPLAY " NO JOURNAL ENTRIES AFFECTED "
           END-IF.
           IF RST-MODE NOT = "L" AND JE-COUNT > 0
               DISPLAY " JOURNAL ENTRIES TO UNDO: " JE-COUNT
               DISPLAY "APPLY TO FIGMASTER.DAT (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT RST-CONFIRM
               IF RST-CONFIRM = "Y" OR RST-CONFIRM = "y"
                   MOVE 1 TO RST-APPLY
               ELSE
                   DISPLAY " NOTHING APPLIED "
                   STOP RUN
               END-IF
           END-IF.
           PERFORM open-report-file.
           PERFORM print-report-heading.
           IF RST-APPLY = 1
               PERFORM open-master-for-update
           END-IF.
           MOVE JE-COUNT TO JE-SUB.
           PERFORM UNTIL JE-SUB = 0
               PERFORM undo-journal-entry
               SUBTRACT 1 FROM JE-SUB
           END-PERFORM.
           IF RST-APPLY = 1
               CLOSE FIGURE-MASTER
               PERFORM close-journal-file
           END-IF.
           IF RST-MODE = "L"
               PERFORM print-master-as-at
           END-IF.
           PERFORM print-control-totals.
           IF RPT-OPEN = 1
               CLOSE REPORT-FILE
               DISPLAY " REPORT WRITTEN TO FIGRESTR.PRT "
           END-IF.
           IF RST-APPLY = 1
               MOVE SPACES TO OUTCOME-TEXT
               IF RST-MODE = "R"
                   STRING "MASTER RESTORED TO " POINT-STAMP(1:12)
                       " UNDONE=" RST-UNDONE
                       DELIMITED BY SIZE INTO OUTCOME-TEXT
               ELSE
                   STRING "BACKED OUT " BACKOUT-USER
                       " UNDONE=" RST-UNDONE
                       DELIMITED BY SIZE INTO OUTCOME-TEXT
               END-IF
               PERFORM log-audit
           END-IF.
           IF RST-CONFLICTS > 0 OR RST-FILE-FAILS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       operator-sign-on.
           MOVE 0 TO SIGNON-OK.
           MOVE 0 TO SIGNON-TRIES.
           OPEN INPUT OPERATOR-FILE.
           IF OPER-STATUS NOT = "00"
               DISPLAY "! OPERATOR.DAT NOT FOUND, SIGNED ON AS SYSTEM "
               MOVE "SYSTEM" TO SIGNON-USER
               MOVE 3 TO SIGNON-LEVEL
               MOVE 1 TO SIGNON-OK
           ELSE
               CLOSE OPERATOR-FILE
               PERFORM try-sign-on
                   UNTIL SIGNON-OK = 1 OR SIGNON-TRIES >= 3
               IF SIGNON-OK = 0
                   DISPLAY "! SIGN-ON FAILED AFTER 3 ATTEMPTS "
               END-IF
           END-IF.

       try-sign-on.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT USERID-IN.
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
               PERFORM UNTIL OPER-EOF-SW = 1
                   READ OPERATOR-FILE
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

       read-params.
           MOVE 90 TO PARM-PWDAYS.
           MOVE 3 TO PARM-LOCKTRIES.
           OPEN INPUT PARAM-FILE.
           IF PARM-STATUS = "00"
               MOVE 0 TO PARM-EOF-SW
               PERFORM UNTIL PARM-EOF-SW = 1
                   READ PARAM-FILE
                       AT END
                           MOVE 1 TO PARM-EOF-SW
                       NOT AT END
                           PERFORM parse-param-record
                   END-READ
               END-PERFORM
               CLOSE PARAM-FILE
           END-IF.

       parse-param-record.
           MOVE SPACES TO PARM-KEYWORD.
           MOVE SPACES TO PARM-VAL.
           UNSTRING PARAM-RECORD DELIMITED BY "="
               INTO PARM-KEYWORD PARM-VAL
           END-UNSTRING.
           EVALUATE PARM-KEYWORD
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ask-point-in-time.
           DISPLAY "POINT IN TIME DATE (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT POINT-DATE.
           PERFORM UNTIL POINT-DATE IS NUMERIC
               DISPLAY "! INVALID DATE, RE-ENTER (CCYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT POINT-DATE
           END-PERFORM.
           DISPLAY "POINT IN TIME (HHMM, 24-HOUR): " WITH NO ADVANCING.
           ACCEPT POINT-TIME.
           PERFORM UNTIL POINT-TIME IS NUMERIC
                   AND POINT-TIME(1:2) < "24"
                   AND POINT-TIME(3:2) < "60"
               DISPLAY "! INVALID TIME, RE-ENTER (HHMM): "
                   WITH NO ADVANCING
               ACCEPT POINT-TIME
           END-PERFORM.
           MOVE SPACES TO POINT-STAMP.
           STRING POINT-DATE POINT-TIME "5999" DELIMITED BY SIZE
               INTO POINT-STAMP.

       ask-figure-id.
           DISPLAY "FIGURE ID (BLANK FOR WHOLE MASTER): "
               WITH NO ADVANCING.
           ACCEPT INQ-KEY-IN.
           IF INQ-KEY-IN = SPACES
               MOVE 1 TO INQ-ALL
           ELSE
               PERFORM UNTIL INQ-KEY-IN IS NUMERIC
                   DISPLAY "! INVALID FIGURE ID, RE-ENTER: "
                       WITH NO ADVANCING
                   ACCEPT INQ-KEY-IN
               END-PERFORM
               MOVE 0 TO INQ-ALL
           END-IF.

       ask-backout-user.
           DISPLAY "OPERATOR ID TO BACK OUT: " WITH NO ADVANCING.
           ACCEPT BACKOUT-USER.
           PERFORM UNTIL BACKOUT-USER NOT = SPACES
               DISPLAY "! OPERATOR ID REQUIRED, RE-ENTER: "
                   WITH NO ADVANCING
               ACCEPT BACKOUT-USER
           END-PERFORM.
           DISPLAY "CHANGES MADE FROM DATE (CCYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT POINT-DATE.
           PERFORM UNTIL POINT-DATE IS NUMERIC
               DISPLAY "! INVALID DATE, RE-ENTER (CCYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT POINT-DATE
           END-PERFORM.
           DISPLAY "FROM TIME (HHMM, 24-HOUR): " WITH NO ADVANCING.
           ACCEPT POINT-TIME.
           PERFORM UNTIL POINT-TIME IS NUMERIC
                   AND POINT-TIME(1:2) < "24"
                   AND POINT-TIME(3:2) < "60"
               DISPLAY "! INVALID TIME, RE-ENTER (HHMM): "
                   WITH NO ADVANCING
               ACCEPT POINT-TIME
           END-PERFORM.
           MOVE SPACES TO POINT-STAMP.
           STRING POINT-DATE POINT-TIME "0000" DELIMITED BY SIZE
               INTO POINT-STAMP.

       load-master-table.
           MOVE 0 TO MT-COUNT.
           OPEN INPUT FIGURE-MASTER.
           IF FM-STATUS NOT = "00"
               DISPLAY "! FIGMASTER.DAT NOT ON FILE, STARTING EMPTY "
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
                           IF MT-COUNT >= 600
                               MOVE 1 TO MT-TRUNC
                           ELSE
                               ADD 1 TO MT-COUNT
                               MOVE FM-FIGURE-ID TO mt-id(MT-COUNT)
                               MOVE FM-RECORD TO mt-image(MT-COUNT)
                               MOVE 1 TO mt-present(MT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FIGURE-MASTER
           END-IF.

       load-journal-table.
           MOVE 0 TO JE-COUNT.
           OPEN INPUT JOURNAL-FILE.
           IF JRNL-STATUS NOT = "00"
               DISPLAY "! FIGJRNL.DAT NOT ON FILE "
           ELSE
               MOVE 0 TO JRNL-EOF-SW
               PERFORM UNTIL JRNL-EOF-SW = 1
                   READ JOURNAL-FILE
                       AT END
                           MOVE 1 TO JRNL-EOF-SW
                       NOT AT END
                           PERFORM select-journal-entry
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       select-journal-entry.
           IF JOURNAL-RECORD(1:8) IS NUMERIC
               MOVE SPACES TO ENTRY-STAMP
               STRING JOURNAL-RECORD(1:8) JOURNAL-RECORD(10:8)
                   DELIMITED BY SIZE INTO ENTRY-STAMP
               IF RST-MODE = "B"
                   IF JOURNAL-RECORD(19:8) = BACKOUT-USER
                           AND ENTRY-STAMP >= POINT-STAMP
                           AND JOURNAL-RECORD(30:4) NOT = "LOAD"
                           AND JOURNAL-RECORD(30:4) NOT = "REST"
                           AND JOURNAL-RECORD(30:4) NOT = "BACK"
                       PERFORM keep-journal-entry
                   END-IF
               ELSE
                   IF ENTRY-STAMP > POINT-STAMP
                       PERFORM keep-journal-entry
                   END-IF
               END-IF
           END-IF.

       keep-journal-entry.
           IF JE-COUNT >= 9999
               MOVE 1 TO JE-TRUNC
           ELSE
               ADD 1 TO JE-COUNT
               MOVE JOURNAL-RECORD TO je-lines(JE-COUNT)
           END-IF.

       open-master-for-update.
           OPEN I-O FIGURE-MASTER.
           IF FM-STATUS NOT = "00"
               OPEN OUTPUT FIGURE-MASTER
           END-IF.
           IF FM-STATUS NOT = "00"
               DISPLAY "! CANNOT OPEN FIGMASTER.DAT FOR UPDATE "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JRNL-STATUS = "00"
               MOVE 1 TO JRNL-OPEN
           ELSE
               DISPLAY "! CANNOT OPEN FIGJRNL.DAT, "
                   "CHANGES NOT JOURNALED "
           END-IF.

       undo-journal-entry.
           MOVE je-lines(JE-SUB)(28:1) TO JE-ACTION.
           MOVE je-lines(JE-SUB)(30:4) TO JE-SOURCE.
           MOVE je-lines(JE-SUB)(35:21) TO JE-BEFORE.
           MOVE je-lines(JE-SUB)(57:21) TO JE-AFTER.
           MOVE 0 TO RST-BAD-ENTRY.
           EVALUATE JE-ACTION
               WHEN "A"
                   MOVE JE-AFTER(1:5) TO RST-TARGET-ID
                   MOVE 1 TO RST-WANT-ABSENT
                   MOVE SPACES TO RST-IMAGE
                   MOVE 0 TO RST-EXPECT-ABSENT
                   MOVE JE-AFTER TO RST-EXPECT-IMAGE
               WHEN "C"
                   MOVE JE-BEFORE(1:5) TO RST-TARGET-ID
                   MOVE 0 TO RST-WANT-ABSENT
                   MOVE JE-BEFORE TO RST-IMAGE
                   MOVE 0 TO RST-EXPECT-ABSENT
                   MOVE JE-AFTER TO RST-EXPECT-IMAGE
               WHEN "D"
                   MOVE JE-BEFORE(1:5) TO RST-TARGET-ID
                   MOVE 0 TO RST-WANT-ABSENT
                   MOVE JE-BEFORE TO RST-IMAGE
                   MOVE 1 TO RST-EXPECT-ABSENT
                   MOVE SPACES TO RST-EXPECT-IMAGE
               WHEN OTHER
                   MOVE 1 TO RST-BAD-ENTRY
                   MOVE SPACES TO RST-IMAGE
                   MOVE ZEROS TO RST-TARGET-ID
           END-EVALUATE.
           IF RST-BAD-ENTRY = 1
               MOVE "BAD ENTRY" TO RST-NOTE
               PERFORM print-undo-line
           ELSE
               PERFORM undo-checked-entry
           END-IF.

       undo-checked-entry.
           PERFORM find-master-entry.
           MOVE 0 TO RST-CONFLICT.
           IF RST-EXPECT-ABSENT = 1
               IF MT-FOUND = 1
                   MOVE 1 TO RST-CONFLICT
               END-IF
           ELSE
               IF MT-FOUND = 0
                   MOVE 1 TO RST-CONFLICT
               ELSE
                   IF mt-image(MT-SUB) NOT = RST-EXPECT-IMAGE
                       MOVE 1 TO RST-CONFLICT
                   END-IF
               END-IF
           END-IF.
           IF RST-CONFLICT = 1
               ADD 1 TO RST-CONFLICTS
           END-IF.
           IF RST-CONFLICT = 1 AND RST-MODE = "B"
               MOVE "CONFLICT, KEPT" TO RST-NOTE
           ELSE
               IF RST-CONFLICT = 1
                   MOVE "CONFLICT" TO RST-NOTE
               ELSE
                   MOVE SPACES TO RST-NOTE
               END-IF
               PERFORM apply-undo-to-table
               IF RST-APPLY = 1
                   PERFORM apply-undo-to-file
               END-IF
               ADD 1 TO RST-UNDONE
           END-IF.
           PERFORM print-undo-line.

       find-master-entry.
           MOVE 0 TO MT-FOUND.
           MOVE 1 TO MT-SUB.
           PERFORM UNTIL MT-SUB > MT-COUNT OR MT-FOUND = 1
               IF mt-id(MT-SUB) = RST-TARGET-ID
                       AND mt-present(MT-SUB) = 1
                   MOVE 1 TO MT-FOUND
               ELSE
                   ADD 1 TO MT-SUB
               END-IF
           END-PERFORM.

       apply-undo-to-table.
           IF RST-WANT-ABSENT = 1
               IF MT-FOUND = 1
                   MOVE 0 TO mt-present(MT-SUB)
               END-IF
           ELSE
               IF MT-FOUND = 1
                   MOVE RST-IMAGE TO mt-image(MT-SUB)
               ELSE
                   IF MT-COUNT < 600
                       ADD 1 TO MT-COUNT
                       MOVE RST-TARGET-ID TO mt-id(MT-COUNT)
                       MOVE RST-IMAGE TO mt-image(MT-COUNT)
                       MOVE 1 TO mt-present(MT-COUNT)
                   ELSE
                       MOVE 1 TO MT-TRUNC
                   END-IF
               END-IF
           END-IF.

       apply-undo-to-file.
           MOVE RST-TARGET-ID TO FM-FIGURE-ID.
           READ FIGURE-MASTER
               INVALID KEY
                   MOVE 0 TO MT-FOUND
               NOT INVALID KEY
                   MOVE 1 TO MT-FOUND
           END-READ.
           IF RST-WANT-ABSENT = 1
               IF MT-FOUND = 1
                   MOVE FM-RECORD TO JE-BEFORE
                   DELETE FIGURE-MASTER RECORD
                       INVALID KEY
                           ADD 1 TO RST-FILE-FAILS
                           MOVE "DELETE FAILED" TO RST-NOTE
                       NOT INVALID KEY
                           MOVE SPACES TO JE-AFTER
                           MOVE "D" TO JE-ACTION
                           PERFORM write-journal-record
                   END-DELETE
               END-IF
           ELSE
               IF MT-FOUND = 1
                   MOVE FM-RECORD TO JE-BEFORE
                   MOVE RST-IMAGE TO FM-RECORD
                   REWRITE FM-RECORD
                       INVALID KEY
                           ADD 1 TO RST-FILE-FAILS
                           MOVE "REWRITE FAILED" TO RST-NOTE
                       NOT INVALID KEY
                           MOVE RST-IMAGE TO JE-AFTER
                           MOVE "C" TO JE-ACTION
                           PERFORM write-journal-record
                   END-REWRITE
               ELSE
                   MOVE RST-IMAGE TO FM-RECORD
                   WRITE FM-RECORD
                       INVALID KEY
                           ADD 1 TO RST-FILE-FAILS
                           MOVE "WRITE FAILED" TO RST-NOTE
                       NOT INVALID KEY
                           MOVE SPACES TO JE-BEFORE
                           MOVE RST-IMAGE TO JE-AFTER
                           MOVE "A" TO JE-ACTION
                           PERFORM write-journal-record
                   END-WRITE
               END-IF
           END-IF.

       write-journal-record.
           IF JRNL-OPEN = 1
               ACCEPT JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT JRNL-TIME FROM TIME
               MOVE SPACES TO JOURNAL-RECORD
               MOVE JRNL-DATE TO JOURNAL-RECORD(1:8)
               MOVE JRNL-TIME TO JOURNAL-RECORD(10:8)
               MOVE SIGNON-USER TO JOURNAL-RECORD(19:8)
               MOVE JE-ACTION TO JOURNAL-RECORD(28:1)
               IF RST-MODE = "R"
                   MOVE "REST" TO JOURNAL-RECORD(30:4)
               ELSE
                   MOVE "BACK" TO JOURNAL-RECORD(30:4)
               END-IF
               MOVE JE-BEFORE TO JOURNAL-RECORD(35:21)
               MOVE JE-AFTER TO JOURNAL-RECORD(57:21)
               WRITE JOURNAL-RECORD
           END-IF.

       close-journal-file.
           IF JRNL-OPEN = 1
               CLOSE JOURNAL-FILE
               MOVE 0 TO JRNL-OPEN
           END-IF.

       open-report-file.
           OPEN OUTPUT REPORT-FILE.
           IF RPT-STATUS = "00"
               MOVE 1 TO RPT-OPEN
           ELSE
               DISPLAY "! CANNOT OPEN FIGRESTR.PRT, CONSOLE ONLY "
           END-IF.

       print-report-heading.
           EVALUATE RST-MODE
               WHEN "L"
                   MOVE "FIGURE MASTER AS AT POINT IN TIME"
                       TO DETAIL-LINE
               WHEN "R"
                   MOVE "FIGURE MASTER RESTORE TO POINT IN TIME"
                       TO DETAIL-LINE
               WHEN OTHER
                   MOVE "FIGURE MASTER OPERATOR BACK-OUT"
                       TO DETAIL-LINE
           END-EVALUATE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "RUN DATE: " RUN-DATE-DISPLAY
               "  OPERATOR: " SIGNON-USER
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           MOVE POINT-DATE TO POINT-DATE-NUM.
           MOVE POINT-DATE-NUM TO POINT-DATE-DISPLAY.
           MOVE SPACES TO DETAIL-LINE.
           IF RST-MODE = "B"
               STRING "BACKING OUT: " BACKOUT-USER
                   "  CHANGES FROM " POINT-DATE-DISPLAY " "
                   POINT-TIME(1:2) ":" POINT-TIME(3:2)
                   DELIMITED BY SIZE INTO DETAIL-LINE
           ELSE
               STRING "POINT IN TIME: " POINT-DATE-DISPLAY " "
                   POINT-TIME(1:2) ":" POINT-TIME(3:2)
                   DELIMITED BY SIZE INTO DETAIL-LINE
           END-IF.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM put-line.
           MOVE "JOURNAL ENTRIES UNDONE, LATEST FIRST" TO DETAIL-LINE.
           PERFORM put-line.
           MOVE "DATE     TIME OPERATOR A SRC  FIGURE WAS   NOW   NOTE"
               TO DETAIL-LINE.
           PERFORM put-line.

       print-undo-line.
           IF je-lines(JE-SUB)(57:21) = SPACES
               MOVE "-----" TO RST-WAS-TEXT
           ELSE
               MOVE je-lines(JE-SUB)(73:5) TO RST-WAS-TEXT
           END-IF.
           IF RST-IMAGE = SPACES
               MOVE "-----" TO RST-NOW-TEXT
           ELSE
               MOVE RST-IMAGE(17:5) TO RST-NOW-TEXT
           END-IF.
           MOVE SPACES TO DETAIL-LINE.
           STRING je-lines(JE-SUB)(1:8) " "
               je-lines(JE-SUB)(10:4) " "
               je-lines(JE-SUB)(19:8) " "
               je-lines(JE-SUB)(28:1) " "
               je-lines(JE-SUB)(30:4) " "
               RST-TARGET-ID "  "
               RST-WAS-TEXT " "
               RST-NOW-TEXT " "
               RST-NOTE
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.

       print-master-as-at.
           PERFORM sort-master-table.
           MOVE 0 TO MT-LISTED.
           MOVE 0 TO MT-SUM.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM put-line.
           MOVE "FIGURE BRANCH ENTRY DATE VALUE" TO DETAIL-LINE.
           PERFORM put-line.
           MOVE 1 TO MT-SUB.
           PERFORM UNTIL MT-SUB > MT-COUNT
               IF mt-present(MT-SUB) = 1
                   IF INQ-ALL = 1 OR mt-id(MT-SUB) = INQ-KEY-NUM
                       ADD 1 TO MT-LISTED
                       MOVE mt-image(MT-SUB)(17:5) TO MT-VALUE
                       ADD MT-VALUE TO MT-SUM
                       MOVE SPACES TO DETAIL-LINE
                       STRING mt-image(MT-SUB)(1:5) "  "
                           mt-image(MT-SUB)(6:3) "    "
                           mt-image(MT-SUB)(9:8) "   "
                           mt-image(MT-SUB)(17:5)
                           DELIMITED BY SIZE INTO DETAIL-LINE
                       PERFORM put-line
                   END-IF
               END-IF
               ADD 1 TO MT-SUB
           END-PERFORM.
           IF MT-LISTED = 0
               IF INQ-ALL = 1
                   MOVE "MASTER WAS EMPTY AT THAT TIME" TO DETAIL-LINE
               ELSE
                   MOVE SPACES TO DETAIL-LINE
                   STRING "FIGURE " INQ-KEY-IN
                       " WAS NOT ON MASTER AT THAT TIME"
                       DELIMITED BY SIZE INTO DETAIL-LINE
               END-IF
               PERFORM put-line
           END-IF.

       sort-master-table.
           IF MT-COUNT > 1
               COMPUTE MT-BOUND = MT-COUNT - 1
               MOVE 1 TO MT-I
               PERFORM UNTIL MT-I > MT-COUNT
                   MOVE 1 TO MT-J
                   PERFORM UNTIL MT-J > MT-BOUND
                       IF mt-id(MT-J) > mt-id(MT-J + 1)
                           MOVE mt-entries(MT-J) TO MT-SWAP
                           MOVE mt-entries(MT-J + 1)
                               TO mt-entries(MT-J)
                           MOVE MT-SWAP TO mt-entries(MT-J + 1)
                       END-IF
                       ADD 1 TO MT-J
                   END-PERFORM
                   ADD 1 TO MT-I
               END-PERFORM
           END-IF.

       print-control-totals.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "JOURNAL ENTRIES SELECTED: " JE-COUNT
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "ENTRIES UNDONE:           " RST-UNDONE
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           MOVE SPACES TO DETAIL-LINE.
           STRING "CONFLICTS:                " RST-CONFLICTS
               DELIMITED BY SIZE INTO DETAIL-LINE.
           PERFORM put-line.
           IF RST-MODE = "L"
               MOVE SPACES TO DETAIL-LINE
               STRING "FIGURES LISTED:           " MT-LISTED
                   "  TOTAL VALUE: " MT-SUM
                   DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
               MOVE "LISTING ONLY, FIGMASTER.DAT NOT CHANGED"
                   TO DETAIL-LINE
               PERFORM put-line
           ELSE
               MOVE SPACES TO DETAIL-LINE
               STRING "MASTER UPDATE FAILURES:   " RST-FILE-FAILS
                   DELIMITED BY SIZE INTO DETAIL-LINE
               PERFORM put-line
           END-IF.

       log-audit.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AUDIT-DATE " " AUDIT-TIME " " SIGNON-USER
               " CHOICE=00"
               " " OUTCOME-TEXT DELIMITED BY SIZE INTO AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF AUDIT-STATUS = "00"
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.

       put-line.
           DISPLAY " " DETAIL-LINE.
           IF RPT-OPEN = 1
               MOVE DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
