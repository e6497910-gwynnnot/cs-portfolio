       IDENTIFICATION DIVISION.
       PROGRAM-ID. opermaint.
       AUTHOR. gwy.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN "OPERATOR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.
           SELECT AUDIT-FILE ASSIGN "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT PARAM-FILE ASSIGN "PARAMS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD PIC X(80).

       FD AUDIT-FILE.
       01 AUDIT-RECORD PIC X(80).

       FD PARAM-FILE.
       01 PARAM-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           77 OPER-STATUS PIC XX.
           77 AUDIT-STATUS PIC XX.
           77 PARM-STATUS PIC XX.
           77 PARM-EOF-SW PIC 9.
           77 PARM-KEYWORD PIC X(12).
           77 PARM-VAL PIC X(12).
           77 PARM-PWDAYS PIC 9(3) VALUE 90.
           77 PARM-LOCKTRIES PIC 9(2) VALUE 3.

           77 AUDIT-DATE PIC 9(8).
           77 AUDIT-TIME PIC 9(8).
           77 OUTCOME-TEXT PIC X(40).

           77 OPER-EOF-SW PIC 9.
           77 OPER-FOUND PIC 9.
           77 OPER-COUNT PIC 9(3) VALUE 0.
           77 OPER-SUB PIC 9(3).
           77 OPER-MATCH PIC 9(3).
           77 OPER-TRUNC PIC 9 VALUE 0.
           77 OPER-FAILS PIC 9(2).
           77 SIGNON-USER PIC X(8) VALUE SPACES.
           77 SIGNON-LEVEL PIC 9 VALUE 0.
           77 SIGNON-OK PIC 9 VALUE 0.
           77 SIGNON-TRIES PIC 9 VALUE 0.
           77 USERID-IN PIC X(8).
           77 PASSWORD-IN PIC X(8).
           77 NEW-PASSWORD-IN PIC X(8).
           77 NEW-PASSWORD-AGAIN PIC X(8).
           77 PWD-OK PIC 9.
           77 PWD-EXPIRED PIC 9.
           77 PWD-CHANGED PIC 9.
           77 PWD-TRIES PIC 9.

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

           77 MAINT-CHOICE PIC X.
           77 MAINT-DONE PIC 9 VALUE 0.
           77 TARGET-USER PIC X(8).
           77 LEVEL-IN PIC X.
           77 OLD-LEVEL PIC X.
           77 CONFIRM-IN PIC X.
           77 STATUS-TEXT PIC X(9).
           77 LIST-COUNT PIC 9(3).

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
           DISPLAY " OPERATOR FILE MAINTENANCE ".
           PERFORM read-params.
           PERFORM operator-sign-on.
           IF SIGNON-OK = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SIGNON-LEVEL < 3
               DISPLAY "! OPERATOR MAINTENANCE NEEDS LEVEL 3 "
               MOVE "OPER DENIED, NOT LEVEL 3" TO OUTCOME-TEXT
               PERFORM log-audit
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM maint-menu UNTIL MAINT-DONE = 1.
           STOP RUN.

       maint-menu.
           DISPLAY " ".
           DISPLAY "1 LIST OPERATORS ".
           DISPLAY "2 ADD OPERATOR ".
           DISPLAY "3 CHANGE AUTHORITY LEVEL ".
           DISPLAY "4 SUSPEND OPERATOR ".
           DISPLAY "5 REINSTATE OPERATOR ".
           DISPLAY "6 REVOKE OPERATOR ".
           DISPLAY "7 RESET PASSWORD / UNLOCK ".
           DISPLAY "8 EXIT ".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT MAINT-CHOICE.
           PERFORM load-operator-table.
           IF OPER-TRUNC = 1 AND MAINT-CHOICE NOT = "1"
                   AND MAINT-CHOICE NOT = "8"
               DISPLAY "! OPERATOR.DAT HAS MORE THAN 200 LINES, "
                   "CANNOT MAINTAIN "
           ELSE
               EVALUATE MAINT-CHOICE
                   WHEN "1"
                       PERFORM list-operators
                   WHEN "2"
                       PERFORM add-operator
                   WHEN "3"
                       PERFORM change-operator-level
                   WHEN "4"
                       PERFORM suspend-operator
                   WHEN "5"
                       PERFORM reinstate-operator
                   WHEN "6"
                       PERFORM revoke-operator
                   WHEN "7"
                       PERFORM reset-operator-password
                   WHEN "8"
                       MOVE 1 TO MAINT-DONE
                   WHEN OTHER
                       DISPLAY "! INVALID CHOICE "
               END-EVALUATE
           END-IF.

       list-operators.
           MOVE 0 TO LIST-COUNT.
           DISPLAY " OPERATOR LVL STATUS    LOCK PW SET   "
               " LAST SIGN-ON FAILS".
           MOVE 1 TO OPER-SUB.
           PERFORM UNTIL OPER-SUB > OPER-COUNT
               MOVE oper-lines(OPER-SUB) TO OPERATOR-RECORD
               IF OPERATOR-RECORD(1:8) NOT = SPACES
                   ADD 1 TO LIST-COUNT
                   PERFORM set-status-text
                   DISPLAY " " OPERATOR-RECORD(1:8) "  "
                       OPERATOR-RECORD(19:1) "  "
                       STATUS-TEXT " "
                       OPERATOR-RECORD(37:1) "    "
                       OPERATOR-RECORD(25:8) " "
                       OPERATOR-RECORD(39:8) "     "
                       OPERATOR-RECORD(34:2)
               END-IF
               ADD 1 TO OPER-SUB
           END-PERFORM.
           DISPLAY " OPERATORS ON FILE: " LIST-COUNT.

       set-status-text.
           EVALUATE OPERATOR-RECORD(23:1)
               WHEN "S"
                   MOVE "SUSPENDED" TO STATUS-TEXT
               WHEN "R"
                   MOVE "REVOKED" TO STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO STATUS-TEXT
           END-EVALUATE.

       add-operator.
           DISPLAY "NEW OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT TARGET-USER.
           PERFORM find-target-operator.
           EVALUATE TRUE
               WHEN TARGET-USER = SPACES
                   DISPLAY "! OPERATOR ID REQUIRED "
               WHEN TARGET-USER = "SYSTEM"
                   DISPLAY "! SYSTEM IS RESERVED "
               WHEN OPER-MATCH > 0
                   DISPLAY "! OPERATOR ID ALREADY ON FILE "
               WHEN OPER-COUNT >= 200
                   DISPLAY "! OPERATOR FILE FULL "
               WHEN OTHER
                   PERFORM ask-level
                   PERFORM ask-new-password
                   IF PWD-CHANGED = 1
                       MOVE SPACES TO OPERATOR-RECORD
                       MOVE TARGET-USER TO OPERATOR-RECORD(1:8)
                       MOVE HASH-RESULT TO OPERATOR-RECORD(10:8)
                       MOVE LEVEL-IN TO OPERATOR-RECORD(19:1)
                       MOVE "H" TO OPERATOR-RECORD(21:1)
                       MOVE "A" TO OPERATOR-RECORD(23:1)
                       MOVE "00000000" TO OPERATOR-RECORD(25:8)
                       MOVE "00" TO OPERATOR-RECORD(34:2)
                       ADD 1 TO OPER-COUNT
                       MOVE OPERATOR-RECORD TO oper-lines(OPER-COUNT)
                       PERFORM save-operator-table
                       DISPLAY " OPERATOR ADDED, PASSWORD MUST BE "
                           "CHANGED AT FIRST SIGN-ON "
                       MOVE SPACES TO OUTCOME-TEXT
                       STRING "OPER ADD " TARGET-USER " LEVEL="
                           LEVEL-IN DELIMITED BY SIZE INTO OUTCOME-TEXT
                       PERFORM log-audit
                   END-IF
           END-EVALUATE.

       change-operator-level.
           PERFORM ask-target-operator.
           IF OPER-MATCH > 0
               EVALUATE TRUE
                   WHEN TARGET-USER = SIGNON-USER
                       DISPLAY "! CANNOT CHANGE YOUR OWN LEVEL "
                   WHEN OPERATOR-RECORD(23:1) = "R"
                       DISPLAY "! OPERATOR IS REVOKED "
                   WHEN OTHER
                       MOVE OPERATOR-RECORD(19:1) TO OLD-LEVEL
                       DISPLAY " CURRENT LEVEL: " OLD-LEVEL
                       PERFORM ask-level
                       IF LEVEL-IN = OLD-LEVEL
                           DISPLAY " LEVEL UNCHANGED "
                       ELSE
                           MOVE LEVEL-IN TO OPERATOR-RECORD(19:1)
                           MOVE OPERATOR-RECORD
                               TO oper-lines(OPER-MATCH)
                           PERFORM save-operator-table
                           MOVE SPACES TO OUTCOME-TEXT
                           STRING "OPER LEVEL " TARGET-USER " "
                               OLD-LEVEL " TO " LEVEL-IN
                               DELIMITED BY SIZE INTO OUTCOME-TEXT
                           PERFORM log-audit
                           DISPLAY " LEVEL CHANGED "
                       END-IF
               END-EVALUATE
           END-IF.

       suspend-operator.
           PERFORM ask-target-operator.
           IF OPER-MATCH > 0
               EVALUATE TRUE
                   WHEN TARGET-USER = SIGNON-USER
                       DISPLAY "! CANNOT SUSPEND YOURSELF "
                   WHEN OPERATOR-RECORD(23:1) = "R"
                       DISPLAY "! OPERATOR IS REVOKED "
                   WHEN OPERATOR-RECORD(23:1) = "S"
                       DISPLAY "! OPERATOR ALREADY SUSPENDED "
                   WHEN OTHER
                       MOVE "S" TO OPERATOR-RECORD(23:1)
                       MOVE OPERATOR-RECORD TO oper-lines(OPER-MATCH)
                       PERFORM save-operator-table
                       MOVE SPACES TO OUTCOME-TEXT
                       STRING "OPER SUSPEND " TARGET-USER
                           DELIMITED BY SIZE INTO OUTCOME-TEXT
                       PERFORM log-audit
                       DISPLAY " OPERATOR SUSPENDED "
               END-EVALUATE
           END-IF.

       reinstate-operator.
           PERFORM ask-target-operator.
           IF OPER-MATCH > 0
               EVALUATE TRUE
                   WHEN OPERATOR-RECORD(23:1) = "R"
                       DISPLAY "! REVOKED OPERATORS CANNOT BE "
                           "REINSTATED "
                   WHEN OPERATOR-RECORD(23:1) NOT = "S"
                       DISPLAY "! OPERATOR IS NOT SUSPENDED "
                   WHEN OTHER
                       MOVE "A" TO OPERATOR-RECORD(23:1)
                       MOVE OPERATOR-RECORD TO oper-lines(OPER-MATCH)
                       PERFORM save-operator-table
                       MOVE SPACES TO OUTCOME-TEXT
                       STRING "OPER REINSTATE " TARGET-USER
                           DELIMITED BY SIZE INTO OUTCOME-TEXT
                       PERFORM log-audit
                       DISPLAY " OPERATOR REINSTATED "
               END-EVALUATE
           END-IF.

       revoke-operator.
           PERFORM ask-target-operator.
           IF OPER-MATCH > 0
               EVALUATE TRUE
                   WHEN TARGET-USER = SIGNON-USER
                       DISPLAY "! CANNOT REVOKE YOURSELF "
                   WHEN OPERATOR-RECORD(23:1) = "R"
                       DISPLAY "! OPERATOR ALREADY REVOKED "
                   WHEN OTHER
                       DISPLAY "REVOKE " TARGET-USER
                           " PERMANENTLY (Y/N)? " WITH NO ADVANCING
                       ACCEPT CONFIRM-IN
                       IF CONFIRM-IN = "Y" OR CONFIRM-IN = "y"
                           MOVE "R" TO OPERATOR-RECORD(23:1)
                           MOVE OPERATOR-RECORD
                               TO oper-lines(OPER-MATCH)
                           PERFORM save-operator-table
                           MOVE SPACES TO OUTCOME-TEXT
                           STRING "OPER REVOKE " TARGET-USER
                               DELIMITED BY SIZE INTO OUTCOME-TEXT
                           PERFORM log-audit
                           DISPLAY " OPERATOR REVOKED "
                       ELSE
                           DISPLAY " NOT REVOKED "
                       END-IF
               END-EVALUATE
           END-IF.

       reset-operator-password.
           PERFORM ask-target-operator.
           IF OPER-MATCH > 0
               IF OPERATOR-RECORD(23:1) = "R"
                   DISPLAY "! OPERATOR IS REVOKED "
               ELSE
                   PERFORM ask-new-password
                   IF PWD-CHANGED = 1
                       MOVE HASH-RESULT TO OPERATOR-RECORD(10:8)
                       MOVE "H" TO OPERATOR-RECORD(21:1)
                       MOVE "00000000" TO OPERATOR-RECORD(25:8)
                       MOVE "00" TO OPERATOR-RECORD(34:2)
                       MOVE SPACE TO OPERATOR-RECORD(37:1)
                       MOVE OPERATOR-RECORD TO oper-lines(OPER-MATCH)
                       PERFORM save-operator-table
                       MOVE SPACES TO OUTCOME-TEXT
                       STRING "OPER RESET PW " TARGET-USER
                           DELIMITED BY SIZE INTO OUTCOME-TEXT
                       PERFORM log-audit
                       DISPLAY " PASSWORD RESET AND ID UNLOCKED, "
                           "MUST BE CHANGED AT NEXT SIGN-ON "
                   END-IF
               END-IF
           END-IF.

       ask-target-operator.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT TARGET-USER.
           PERFORM find-target-operator.
           IF OPER-MATCH = 0
               DISPLAY "! OPERATOR NOT ON FILE "
           ELSE
               MOVE oper-lines(OPER-MATCH) TO OPERATOR-RECORD
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

       ask-level.
           DISPLAY "AUTHORITY LEVEL (1-3): " WITH NO ADVANCING.
           ACCEPT LEVEL-IN.
           PERFORM UNTIL LEVEL-IN = "1" OR LEVEL-IN = "2"
                   OR LEVEL-IN = "3"
               DISPLAY "! INVALID LEVEL, RE-ENTER (1-3): "
                   WITH NO ADVANCING
               ACCEPT LEVEL-IN
           END-PERFORM.

       ask-new-password.
           MOVE 0 TO PWD-CHANGED.
           DISPLAY "INITIAL PASSWORD: " WITH NO ADVANCING.
           ACCEPT NEW-PASSWORD-IN.
           DISPLAY "CONFIRM PASSWORD: " WITH NO ADVANCING.
           ACCEPT NEW-PASSWORD-AGAIN.
           EVALUATE TRUE
               WHEN NEW-PASSWORD-IN = SPACES
                   DISPLAY "! PASSWORD CANNOT BE BLANK "
               WHEN NEW-PASSWORD-IN NOT = NEW-PASSWORD-AGAIN
                   DISPLAY "! PASSWORDS DO NOT MATCH "
               WHEN OTHER
                   MOVE TARGET-USER TO HASH-INPUT(1:8)
                   MOVE NEW-PASSWORD-IN TO HASH-INPUT(9:8)
                   PERFORM hash-password
                   MOVE 1 TO PWD-CHANGED
           END-EVALUATE.

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
