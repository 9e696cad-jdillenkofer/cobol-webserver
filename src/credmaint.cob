       IDENTIFICATION DIVISION.
       PROGRAM-ID. credmaint.
      * Maintenance for the credential master the server checks
      * HTTP Basic auth against (CREDENTIALS_FILE in webserver.conf,
      * webserver.htpasswd by default), run from the document root
      * like the other batch jobs. One fixed-layout record per user;
      * see the server's WS-CREDENTIALS-RECORD for the layout.
      *   credmaint list                     every account
      *   credmaint add <user> [YYYYMMDD]    new active account,
      *                                      optionally expiring
      *   credmaint reset <user> [YYYYMMDD]  new password (and
      *                                      expiry), clears a lock
      *   credmaint disable <user>           refuse all sign-ins
      *   credmaint enable <user>            undo a disable
      *   credmaint unlock <user>            clear a lockout after
      *                                      too many bad passwords
      *   credmaint import <file>            take over the accounts
      *                                      of an old user:pass file
      * The master's name is read from webserver.conf, which the
      * server reads in the directory it is started from; with a
      * separate document root its path follows the action's own
      * words (credmaint add <user> [YYYYMMDD] <conf>). A
      * webserver.conf that cannot be read refuses every action
      * with return code 8 rather than work on a default master the
      * server may not be using.
      * add and reset read the password from the first line of
      * standard input, so it stays out of the process list and the
      * shell history. Passwords are stored as the hex SHA-256 of a
      * random salt followed by the password, using the same
      * libcrypto the server's TLS support loads. The master is
      * rewritten under the same lock file the server takes, so a
      * sign-in counting a failure cannot interleave with a change
      * made here. Any refused action ends with return code 8; a
      * list of a master holding more accounts than fit the table
      * ends with 4, and no change is made to such a master
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-SERVER-CONFIG-FILE
               ASSIGN TO WS-SERVER-CONFIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SERVER-CONFIG-FILE-STATUS.
           SELECT WS-CREDENTIALS-FILE ASSIGN TO WS-CREDENTIALS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CREDENTIALS-FILE-STATUS.
           SELECT WS-CREDENTIALS-NEW-FILE ASSIGN TO
               WS-CREDENTIALS-NEW-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CREDENTIALS-FILE-STATUS.
           SELECT WS-IMPORT-FILE ASSIGN TO WS-IMPORT-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-SERVER-CONFIG-FILE.
       01 WS-SERVER-CONFIG-RECORD PIC X(256).
       FD WS-CREDENTIALS-FILE.
      * Mirrors the server's WS-CREDENTIALS-RECORD
       01 WS-CREDENTIALS-RECORD.
           05 CREDENTIAL-USER-NAME PIC X(32).
           05 CREDENTIAL-STATUS PIC X.
           05 CREDENTIAL-SALT PIC X(16).
           05 CREDENTIAL-HASH PIC X(64).
           05 CREDENTIAL-EXPIRY-DATE PIC X(8).
           05 CREDENTIAL-FAILED-ATTEMPTS PIC 9(4).
           05 CREDENTIAL-CHANGED PIC X(14).
           05 CREDENTIAL-LAST-FAILURE PIC X(14).
      * The rewritten master goes here and is renamed over it, as
      * the server does
       FD WS-CREDENTIALS-NEW-FILE.
       01 WS-CREDENTIALS-NEW-RECORD PIC X(153).
       FD WS-IMPORT-FILE
           RECORD IS VARYING IN SIZE FROM 0 TO 256
           DEPENDING ON WS-IMPORT-RECORD-LEN.
       01 WS-IMPORT-RECORD PIC X(256).
       WORKING-STORAGE SECTION.
       01 WS-SERVER-CONFIG-FILENAME PIC X(256) VALUE "webserver.conf".
       01 WS-SERVER-CONFIG-FILE-STATUS PIC XX.
       01 WS-CONFIG-KEY PIC X(64).
       01 WS-CONFIG-VALUE PIC X(256).
      * Same default as the server's WS-CONFIG-CREDENTIALS-FILENAME
       01 WS-CREDENTIALS-FILENAME PIC X(256)
           VALUE "webserver.htpasswd".
       01 WS-CREDENTIALS-FILE-STATUS PIC XX.
       01 WS-IMPORT-FILENAME PIC X(256) VALUE SPACES.
       01 WS-IMPORT-FILE-STATUS PIC XX.
       01 WS-COMMAND-LINE PIC X(256) VALUE SPACES.
       01 WS-COMMAND-ACTION PIC X(16) VALUE SPACES.
       01 WS-COMMAND-USER PIC X(256) VALUE SPACES.
       01 WS-COMMAND-EXPIRY PIC X(256) VALUE SPACES.
       01 WS-COMMAND-EXTRA PIC X(256) VALUE SPACES.
       01 WS-RUN-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-CREDENTIALS-STORE.
           05 WS-CREDENTIALS-STORE-LEN PIC 9(4) VALUE 0.
           05 WS-CREDENTIALS-STORE-SIZE PIC 9(4) VALUE 256.
           05 WS-CREDENTIALS-ENTRY OCCURS 256 TIMES.
               10 WS-CREDENTIALS-ENTRY-USER-NAME PIC X(32).
               10 WS-CREDENTIALS-ENTRY-STATUS PIC X.
               10 WS-CREDENTIALS-ENTRY-SALT PIC X(16).
               10 WS-CREDENTIALS-ENTRY-HASH PIC X(64).
               10 WS-CREDENTIALS-ENTRY-EXPIRY-DATE PIC X(8).
               10 WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS PIC 9(4).
               10 WS-CREDENTIALS-ENTRY-CHANGED PIC X(14).
               10 WS-CREDENTIALS-ENTRY-LAST-FAILURE PIC X(14).
       01 WS-CREDENTIALS-ENTRY-I PIC 9(4) VALUE 0.
       01 WS-CREDENTIALS-CHANGED PIC X VALUE 'N'.
       01 WS-CREDENTIALS-LOCK-NAME PIC X(280).
       01 WS-CREDENTIALS-LOCK-NAME-NULLTERMINATED PIC X(280).
       01 WS-CREDENTIALS-LOCK-FD PIC S9(4) VALUE -1.
       01 WS-CREDENTIALS-NAME-NULLTERMINATED PIC X(280).
       01 WS-CREDENTIALS-NEW-FILENAME PIC X(280).
       01 WS-CREDENTIALS-NEW-NAME-NULLTERMINATED PIC X(280).
       01 WS-USER-NAME PIC X(32) VALUE SPACES.
       01 WS-EXPIRY-DATE PIC X(8) VALUE "00000000".
       01 WS-NEW-PASSWORD PIC X(256) VALUE SPACES.
       01 WS-NEW-PASSWORD-LEN PIC 9(8) VALUE 0.
       01 WS-ACTION-REFUSED PIC X VALUE 'N'.
      * Hashing, as in the server's COMPUTE-PASSWORD-HASH
       01 WS-HASH-AVAILABLE PIC X VALUE 'Y'.
       01 WS-HASH-INPUT PIC X(272).
       01 WS-HASH-INPUT-LEN PIC 9(18) COMP-5 VALUE 0.
       01 WS-HASH-DIGEST PIC X(32).
       01 WS-HASH-RESULT-PTR USAGE POINTER.
       01 WS-HEX-SOURCE PIC X(32).
       01 WS-HEX-SOURCE-LEN PIC 9(4) VALUE 0.
       01 WS-HEX-RESULT PIC X(64).
       01 WS-HEX-DIGITS PIC X(16) VALUE "0123456789abcdef".
       01 WS-HEX-I PIC 9(4) VALUE 0.
       01 WS-BYTE-VALUE PIC 9(4) VALUE 0.
      * Eight bytes of /dev/urandom make the sixteen hex digit salt
       01 WS-RANDOM-DEVICE PIC X(16) VALUE "/dev/urandom".
       01 WS-RANDOM-DEVICE-NULLTERMINATED PIC X(16).
       01 WS-RANDOM-FD PIC S9(4).
       01 WS-RANDOM-BYTES PIC X(8).
       01 WS-RANDOM-READ-LEN PIC S9(9) VALUE 0.
       01 WS-NEW-SALT PIC X(16).
       01 WS-SALT-PID PIC 9(8) VALUE 0.
       01 WS-IMPORT-ADDED PIC 9(8) VALUE 0.
       01 WS-IMPORT-SKIPPED PIC 9(8) VALUE 0.
       01 WS-IMPORT-USER-LEN PIC 9(8) VALUE 0.
      * The length of the line as read, trailing spaces included
       01 WS-IMPORT-RECORD-LEN PIC 9(4) VALUE 0.
       01 WS-IMPORT-LEADING-SPACES PIC 9(4) VALUE 0.
       01 WS-IMPORT-LINE PIC X(256).
      * The password is read from standard input a byte at a time,
      * so that trailing spaces are kept
       01 WS-STDIN-BYTE PIC X.
       01 WS-STDIN-READ-LEN PIC S9(9) VALUE 0.
       01 WS-STDIN-AT-END PIC X VALUE 'N'.
      * 'Y' when the master holds more accounts than the table; it
      * is then never rewritten, or the rest would be lost
       01 WS-CREDENTIALS-OVERFLOW PIC X VALUE 'N'.
       01 WS-STATUS-TEXT PIC X(8).
       01 WS-EXPIRY-TEXT PIC X(10).
       01 WS-LIST-COUNT PIC 9(8) VALUE 0.
       01 WS-LOCKED-COUNT PIC 9(8) VALUE 0.
       01 WS-DISABLED-COUNT PIC 9(8) VALUE 0.
       01 WS-TEMP PIC S9(8).
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-FAILED-DISPLAY PIC Z(3)9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE
           DELIMITED BY ALL SPACES
           INTO WS-COMMAND-ACTION, WS-COMMAND-USER, WS-COMMAND-EXPIRY,
           WS-COMMAND-EXTRA
           END-UNSTRING.
           IF FUNCTION TRIM(WS-COMMAND-ACTION) = SPACES
           THEN
               MOVE "list" TO WS-COMMAND-ACTION
           END-IF.
           PERFORM TAKE-SERVER-CONFIG-ARGUMENT.
           PERFORM LOAD-SERVER-CREDENTIALS-SETTING.

           IF FUNCTION TRIM(WS-COMMAND-ACTION) = "list"
           THEN
               PERFORM LOAD-CREDENTIALS-MASTER
               PERFORM LIST-ACCOUNTS
               IF WS-CREDENTIALS-OVERFLOW = 'Y'
               THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF.

           PERFORM CHECK-COMMAND-ARGUMENTS.
           IF WS-ACTION-REFUSED = 'Y'
           THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Everything from here changes the master: lock, load, change,
      * write back, unlock - the server's order
           PERFORM LOCK-CREDENTIALS-MASTER.
           PERFORM LOAD-CREDENTIALS-MASTER.
           IF WS-CREDENTIALS-OVERFLOW = 'Y'
           THEN
               MOVE WS-CREDENTIALS-STORE-SIZE TO WS-COUNT-DISPLAY
               DISPLAY FUNCTION TRIM(WS-COMMAND-ACTION),
               " refused: ", FUNCTION TRIM(WS-CREDENTIALS-FILENAME),
               " holds more than ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               " accounts and cannot be rewritten whole"
               END-DISPLAY
               PERFORM UNLOCK-CREDENTIALS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-CREDENTIALS-CHANGED.
           EVALUATE FUNCTION TRIM(WS-COMMAND-ACTION)
               WHEN "add"
                   PERFORM ADD-ACCOUNT
               WHEN "reset"
                   PERFORM RESET-ACCOUNT-PASSWORD
               WHEN "disable"
                   PERFORM DISABLE-ACCOUNT
               WHEN "enable"
                   PERFORM ENABLE-ACCOUNT
               WHEN "unlock"
                   PERFORM UNLOCK-ACCOUNT
               WHEN "import"
                   PERFORM IMPORT-LEGACY-PASSWORD-FILE
           END-EVALUATE.
           IF WS-CREDENTIALS-CHANGED = 'Y'
           THEN
               PERFORM WRITE-CREDENTIALS-MASTER
           END-IF.
           PERFORM UNLOCK-CREDENTIALS-MASTER.
           IF WS-ACTION-REFUSED = 'Y'
           THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       TAKE-SERVER-CONFIG-ARGUMENT.
      * The word after the action's own: straight after list, after
      * the expiry date (or in its place) for add and reset, after
      * the user name or file for the rest
           EVALUATE FUNCTION TRIM(WS-COMMAND-ACTION)
               WHEN "list"
                   MOVE WS-COMMAND-USER TO WS-COMMAND-EXTRA
                   MOVE SPACES TO WS-COMMAND-USER
               WHEN "add"
               WHEN "reset"
                   IF WS-COMMAND-EXPIRY(1:8) IS NOT NUMERIC
                   OR WS-COMMAND-EXPIRY(9:1) NOT = SPACE
                   THEN
                       MOVE WS-COMMAND-EXPIRY TO WS-COMMAND-EXTRA
                       MOVE SPACES TO WS-COMMAND-EXPIRY
                   END-IF
               WHEN OTHER
                   MOVE WS-COMMAND-EXPIRY TO WS-COMMAND-EXTRA
                   MOVE SPACES TO WS-COMMAND-EXPIRY
           END-EVALUATE.
           IF FUNCTION TRIM(WS-COMMAND-EXTRA) NOT = SPACES
           THEN
               MOVE SPACES TO WS-SERVER-CONFIG-FILENAME
               MOVE FUNCTION TRIM(WS-COMMAND-EXTRA)
               TO WS-SERVER-CONFIG-FILENAME
           END-IF.

       LOAD-SERVER-CREDENTIALS-SETTING.
      * Only the master's name is wanted; everything else in
      * webserver.conf is the server's business
           OPEN INPUT WS-SERVER-CONFIG-FILE.
           IF WS-SERVER-CONFIG-FILE-STATUS NOT = "00"
           THEN
               DISPLAY FUNCTION TRIM(WS-COMMAND-ACTION),
               " refused: open ",
               FUNCTION TRIM(WS-SERVER-CONFIG-FILENAME),
               " failed: ", WS-SERVER-CONFIG-FILE-STATUS,
               " - give the server's webserver.conf as the last word"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SERVER-CONFIG-FILE-STATUS = "10"
               READ WS-SERVER-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PARSE-SERVER-CONFIG-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-SERVER-CONFIG-FILE.

       PARSE-SERVER-CONFIG-LINE.
           MOVE SPACES TO WS-CONFIG-KEY.
           MOVE SPACES TO WS-CONFIG-VALUE.
           UNSTRING WS-SERVER-CONFIG-RECORD
           DELIMITED BY "="
           INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-CONFIG-KEY) = "CREDENTIALS_FILE"
           THEN
               MOVE SPACES TO WS-CREDENTIALS-FILENAME
               MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
               TO WS-CREDENTIALS-FILENAME
           END-IF.

       CHECK-COMMAND-ARGUMENTS.
           EVALUATE FUNCTION TRIM(WS-COMMAND-ACTION)
               WHEN "add"
                   CONTINUE
               WHEN "reset"
                   CONTINUE
               WHEN "disable"
                   CONTINUE
               WHEN "enable"
                   CONTINUE
               WHEN "unlock"
                   CONTINUE
               WHEN "import"
                   IF FUNCTION TRIM(WS-COMMAND-USER) = SPACES
                   THEN
                       DISPLAY "import needs the old password file"
                       END-DISPLAY
                       MOVE 'Y' TO WS-ACTION-REFUSED
                   ELSE
                       MOVE WS-COMMAND-USER TO WS-IMPORT-FILENAME
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "usage: credmaint list | add <user> ",
                   "[YYYYMMDD] | reset <user> [YYYYMMDD] | ",
                   "disable <user> | enable <user> | unlock <user> | ",
                   "import <file>, each optionally followed by the ",
                   "server's webserver.conf"
                   END-DISPLAY
                   MOVE 'Y' TO WS-ACTION-REFUSED
                   EXIT PARAGRAPH
           END-EVALUATE.

      * User names share the password line with a colon, so a name
      * holding one could never sign in
           IF FUNCTION TRIM(WS-COMMAND-USER) = SPACES
           THEN
               DISPLAY FUNCTION TRIM(WS-COMMAND-ACTION),
               " needs a user name"
               END-DISPLAY
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-TEMP.
           INSPECT WS-COMMAND-USER TALLYING WS-TEMP FOR ALL ":".
           IF WS-TEMP > 0
           OR WS-COMMAND-USER(33:1) NOT = SPACE
           THEN
               DISPLAY "user name must be at most 32 characters ",
               "without a colon"
               END-DISPLAY
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMMAND-USER TO WS-USER-NAME.

           IF FUNCTION TRIM(WS-COMMAND-EXPIRY) NOT = SPACES
           THEN
               IF WS-COMMAND-EXPIRY(1:8) IS NOT NUMERIC
               OR WS-COMMAND-EXPIRY(9:1) NOT = SPACE
               THEN
                   DISPLAY "expiry date must be YYYYMMDD"
                   END-DISPLAY
                   MOVE 'Y' TO WS-ACTION-REFUSED
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-COMMAND-EXPIRY(1:8) TO WS-EXPIRY-DATE
           END-IF.

      * add and reset need the new password before the lock is
      * taken - nobody should hold up sign-ins while typing
           IF FUNCTION TRIM(WS-COMMAND-ACTION) = "add"
           OR FUNCTION TRIM(WS-COMMAND-ACTION) = "reset"
           THEN
               PERFORM READ-PASSWORD-FROM-STANDARD-INPUT
               IF WS-NEW-PASSWORD-LEN = 0
               THEN
                   DISPLAY "no password given on standard input"
                   END-DISPLAY
                   MOVE 'Y' TO WS-ACTION-REFUSED
               END-IF
           END-IF.

       READ-PASSWORD-FROM-STANDARD-INPUT.
      * The first line of standard input exactly as typed - the
      * server hashes every byte the client sends, trailing spaces
      * included, so nothing may be trimmed here. The line ends at
      * the newline (a carriage return before it is dropped too)
           MOVE SPACES TO WS-NEW-PASSWORD.
           MOVE ZERO TO WS-NEW-PASSWORD-LEN.
           MOVE 'N' TO WS-STDIN-AT-END.
           PERFORM UNTIL WS-STDIN-AT-END = 'Y'
               CALL "read"
               USING BY VALUE 0,
               BY REFERENCE WS-STDIN-BYTE,
               BY VALUE 1
               RETURNING WS-STDIN-READ-LEN
               END-CALL
               IF WS-STDIN-READ-LEN NOT = 1
               OR WS-STDIN-BYTE = X"0A"
               THEN
                   MOVE 'Y' TO WS-STDIN-AT-END
               ELSE
                   IF WS-NEW-PASSWORD-LEN <
                      LENGTH OF WS-NEW-PASSWORD
                   THEN
                       ADD 1 TO WS-NEW-PASSWORD-LEN
                       END-ADD
                       MOVE WS-STDIN-BYTE
                       TO WS-NEW-PASSWORD(WS-NEW-PASSWORD-LEN:1)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NEW-PASSWORD-LEN > 0
           THEN
               IF WS-NEW-PASSWORD(WS-NEW-PASSWORD-LEN:1) = X"0D"
               THEN
                   MOVE SPACE
                   TO WS-NEW-PASSWORD(WS-NEW-PASSWORD-LEN:1)
                   SUBTRACT 1 FROM WS-NEW-PASSWORD-LEN
                   END-SUBTRACT
               END-IF
           END-IF.

       FIND-ACCOUNT.
           MOVE ZERO TO WS-CREDENTIALS-ENTRY-I.
           PERFORM VARYING WS-TEMP FROM 1 BY 1
           UNTIL WS-TEMP > WS-CREDENTIALS-STORE-LEN
           OR WS-CREDENTIALS-ENTRY-I > 0
           IF WS-CREDENTIALS-ENTRY-USER-NAME(WS-TEMP) = WS-USER-NAME
           THEN
               MOVE WS-TEMP TO WS-CREDENTIALS-ENTRY-I
           END-IF
           END-PERFORM.

       FIND-EXISTING-ACCOUNT.
           PERFORM FIND-ACCOUNT.
           IF WS-CREDENTIALS-ENTRY-I = 0
           THEN
               DISPLAY "no account ", FUNCTION TRIM(WS-USER-NAME)
               END-DISPLAY
               MOVE 'Y' TO WS-ACTION-REFUSED
           END-IF.

       ADD-ACCOUNT.
           PERFORM FIND-ACCOUNT.
           IF WS-CREDENTIALS-ENTRY-I > 0
           THEN
               DISPLAY "account ", FUNCTION TRIM(WS-USER-NAME),
               " already exists, use reset"
               END-DISPLAY
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPEND-NEW-ACCOUNT.
           IF WS-ACTION-REFUSED = 'N'
           THEN
               DISPLAY "Added ", FUNCTION TRIM(WS-USER-NAME)
               END-DISPLAY
           END-IF.

       APPEND-NEW-ACCOUNT.
      * WS-USER-NAME with WS-NEW-PASSWORD and WS-EXPIRY-DATE
           IF WS-CREDENTIALS-STORE-LEN >= WS-CREDENTIALS-STORE-SIZE
           THEN
               DISPLAY "credential master is full (",
               WS-CREDENTIALS-STORE-SIZE, " accounts)"
               END-DISPLAY
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM GENERATE-SALT.
           PERFORM COMPUTE-PASSWORD-HASH.
           IF WS-HASH-AVAILABLE = 'N'
           THEN
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CREDENTIALS-STORE-LEN
           END-ADD.
           MOVE WS-CREDENTIALS-STORE-LEN TO WS-CREDENTIALS-ENTRY-I.
           MOVE SPACES TO WS-CREDENTIALS-ENTRY(WS-CREDENTIALS-ENTRY-I).
           MOVE WS-USER-NAME
           TO WS-CREDENTIALS-ENTRY-USER-NAME(WS-CREDENTIALS-ENTRY-I).
           MOVE "A"
           TO WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I).
           MOVE WS-NEW-SALT
           TO WS-CREDENTIALS-ENTRY-SALT(WS-CREDENTIALS-ENTRY-I).
           MOVE WS-HEX-RESULT
           TO WS-CREDENTIALS-ENTRY-HASH(WS-CREDENTIALS-ENTRY-I).
           MOVE WS-EXPIRY-DATE
           TO WS-CREDENTIALS-ENTRY-EXPIRY-DATE(WS-CREDENTIALS-ENTRY-I).
           MOVE ZERO TO
           WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS(WS-CREDENTIALS-ENTRY-I).
           MOVE WS-RUN-TIMESTAMP(1:14)
           TO WS-CREDENTIALS-ENTRY-CHANGED(WS-CREDENTIALS-ENTRY-I).
           MOVE 'Y' TO WS-CREDENTIALS-CHANGED.

       RESET-ACCOUNT-PASSWORD.
      * A new password is also the way out of a lockout; a disabled
      * account stays disabled until it is enabled again
           PERFORM FIND-EXISTING-ACCOUNT.
           IF WS-ACTION-REFUSED = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM GENERATE-SALT.
           PERFORM COMPUTE-PASSWORD-HASH.
           IF WS-HASH-AVAILABLE = 'N'
           THEN
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-SALT
           TO WS-CREDENTIALS-ENTRY-SALT(WS-CREDENTIALS-ENTRY-I).
           MOVE WS-HEX-RESULT
           TO WS-CREDENTIALS-ENTRY-HASH(WS-CREDENTIALS-ENTRY-I).
           IF FUNCTION TRIM(WS-COMMAND-EXPIRY) NOT = SPACES
           THEN
               MOVE WS-EXPIRY-DATE TO
               WS-CREDENTIALS-ENTRY-EXPIRY-DATE(WS-CREDENTIALS-ENTRY-I)
           END-IF.
           MOVE ZERO TO
           WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS(WS-CREDENTIALS-ENTRY-I).
           IF WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I) = "L"
           THEN
               MOVE "A" TO
               WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I)
           END-IF.
           MOVE WS-RUN-TIMESTAMP(1:14)
           TO WS-CREDENTIALS-ENTRY-CHANGED(WS-CREDENTIALS-ENTRY-I).
           MOVE 'Y' TO WS-CREDENTIALS-CHANGED.
           DISPLAY "Password reset for ", FUNCTION TRIM(WS-USER-NAME)
           END-DISPLAY.

       DISABLE-ACCOUNT.
           PERFORM FIND-EXISTING-ACCOUNT.
           IF WS-ACTION-REFUSED = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "D"
           TO WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I).
           MOVE 'Y' TO WS-CREDENTIALS-CHANGED.
           DISPLAY "Disabled ", FUNCTION TRIM(WS-USER-NAME)
           END-DISPLAY.

       ENABLE-ACCOUNT.
           PERFORM FIND-EXISTING-ACCOUNT.
           IF WS-ACTION-REFUSED = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I) = "D"
           THEN
               MOVE "A" TO
               WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I)
               MOVE 'Y' TO WS-CREDENTIALS-CHANGED
           END-IF.
           DISPLAY "Enabled ", FUNCTION TRIM(WS-USER-NAME)
           END-DISPLAY.

       UNLOCK-ACCOUNT.
           PERFORM FIND-EXISTING-ACCOUNT.
           IF WS-ACTION-REFUSED = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO
           WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS(WS-CREDENTIALS-ENTRY-I).
           IF WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I) = "L"
           THEN
               MOVE "A" TO
               WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I)
           END-IF.
           MOVE 'Y' TO WS-CREDENTIALS-CHANGED.
           DISPLAY "Unlocked ", FUNCTION TRIM(WS-USER-NAME)
           END-DISPLAY.

       IMPORT-LEGACY-PASSWORD-FILE.
      * Each "user:pass" line of the old plain password file becomes
      * an active account with no expiry; names already in the
      * master are left exactly as they are
           OPEN INPUT WS-IMPORT-FILE.
           IF WS-IMPORT-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-IMPORT-FILENAME),
               " failed: ", WS-IMPORT-FILE-STATUS
               END-DISPLAY
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-IMPORT-FILE-STATUS = "10"
           OR WS-HASH-AVAILABLE = 'N'
               READ WS-IMPORT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM IMPORT-ONE-LEGACY-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-IMPORT-FILE.
           IF WS-HASH-AVAILABLE = 'N'
           THEN
               MOVE 'Y' TO WS-ACTION-REFUSED
           END-IF.
           MOVE WS-IMPORT-ADDED TO WS-COUNT-DISPLAY.
           DISPLAY "Imported ", FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
           " account(s)"
           END-DISPLAY.
           MOVE WS-IMPORT-SKIPPED TO WS-COUNT-DISPLAY.
           DISPLAY "Skipped  ", FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
           " line(s) already present or unusable"
           END-DISPLAY.

       IMPORT-ONE-LEGACY-LINE.
      * Leading blanks go, as the old check ignored them; the
      * password is everything after the first ":" up to the end of
      * the line as read, trailing spaces and all, since the server
      * now hashes exactly the bytes the client sends
           IF WS-IMPORT-RECORD-LEN < LENGTH OF WS-IMPORT-RECORD
           THEN
               MOVE SPACES
               TO WS-IMPORT-RECORD(WS-IMPORT-RECORD-LEN + 1:)
           END-IF.
           MOVE ZERO TO WS-IMPORT-LEADING-SPACES.
           INSPECT WS-IMPORT-RECORD TALLYING WS-IMPORT-LEADING-SPACES
           FOR LEADING SPACES.
           IF WS-IMPORT-LEADING-SPACES >= WS-IMPORT-RECORD-LEN
           THEN
               ADD 1 TO WS-IMPORT-SKIPPED
               END-ADD
               EXIT PARAGRAPH
           END-IF.
           IF WS-IMPORT-LEADING-SPACES > 0
           THEN
               MOVE WS-IMPORT-RECORD(WS-IMPORT-LEADING-SPACES + 1:)
               TO WS-IMPORT-LINE
               MOVE WS-IMPORT-LINE TO WS-IMPORT-RECORD
               SUBTRACT WS-IMPORT-LEADING-SPACES
               FROM WS-IMPORT-RECORD-LEN
               END-SUBTRACT
           END-IF.
           MOVE ZERO TO WS-IMPORT-USER-LEN.
           INSPECT WS-IMPORT-RECORD TALLYING WS-IMPORT-USER-LEN
           FOR CHARACTERS BEFORE INITIAL ":".
           IF WS-IMPORT-RECORD = SPACES
           OR WS-IMPORT-USER-LEN = 0
           OR WS-IMPORT-USER-LEN > 32
           OR WS-IMPORT-RECORD(WS-IMPORT-USER-LEN + 2:) = SPACES
           THEN
               ADD 1 TO WS-IMPORT-SKIPPED
               END-ADD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-USER-NAME.
           MOVE WS-IMPORT-RECORD(1:WS-IMPORT-USER-LEN) TO WS-USER-NAME.
           PERFORM FIND-ACCOUNT.
           IF WS-CREDENTIALS-ENTRY-I > 0
           THEN
               ADD 1 TO WS-IMPORT-SKIPPED
               END-ADD
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NEW-PASSWORD.
           MOVE WS-IMPORT-RECORD(WS-IMPORT-USER-LEN + 2:)
           TO WS-NEW-PASSWORD.
           COMPUTE WS-NEW-PASSWORD-LEN =
           WS-IMPORT-RECORD-LEN - WS-IMPORT-USER-LEN - 1
           END-COMPUTE.
           MOVE "00000000" TO WS-EXPIRY-DATE.
           PERFORM APPEND-NEW-ACCOUNT.
           IF WS-ACTION-REFUSED = 'Y'
           THEN
               ADD 1 TO WS-IMPORT-SKIPPED
               END-ADD
               MOVE 'N' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-IMPORT-ADDED
           END-ADD.

       GENERATE-SALT.
      * Clock and pid stand in when /dev/urandom will not open -
      * still unique per account, just not secret
           MOVE SPACES TO WS-RANDOM-DEVICE-NULLTERMINATED.
           STRING WS-RANDOM-DEVICE DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-RANDOM-DEVICE-NULLTERMINATED
           END-STRING.
           MOVE ZERO TO WS-RANDOM-READ-LEN.
           CALL "open"
           USING BY REFERENCE WS-RANDOM-DEVICE-NULLTERMINATED,
           BY VALUE 0
           RETURNING WS-RANDOM-FD
           END-CALL.
           IF WS-RANDOM-FD NOT = -1
           THEN
               CALL "read"
               USING BY VALUE WS-RANDOM-FD,
               BY REFERENCE WS-RANDOM-BYTES,
               BY VALUE 8
               RETURNING WS-RANDOM-READ-LEN
               END-CALL
               CALL "close"
               USING BY VALUE WS-RANDOM-FD
               RETURNING WS-TEMP
               END-CALL
           END-IF.
           IF WS-RANDOM-READ-LEN = 8
           THEN
               MOVE WS-RANDOM-BYTES TO WS-HEX-SOURCE
               MOVE 8 TO WS-HEX-SOURCE-LEN
               PERFORM ENCODE-HEX-SOURCE
               MOVE WS-HEX-RESULT(1:16) TO WS-NEW-SALT
           ELSE
               CALL "getpid"
               RETURNING WS-TEMP
               END-CALL
               COMPUTE WS-SALT-PID = WS-TEMP + WS-CREDENTIALS-STORE-LEN
               END-COMPUTE
               MOVE SPACES TO WS-NEW-SALT
               STRING WS-RUN-TIMESTAMP(9:8) DELIMITED BY SIZE,
               WS-SALT-PID DELIMITED BY SIZE
               INTO WS-NEW-SALT
               END-STRING
           END-IF.

       COMPUTE-PASSWORD-HASH.
      * Hex SHA-256 of WS-NEW-SALT followed by the password, into
      * WS-HEX-RESULT - the recipe the server checks against
           MOVE SPACES TO WS-HASH-INPUT.
           MOVE WS-NEW-SALT TO WS-HASH-INPUT(1:16).
           MOVE WS-NEW-PASSWORD(1:WS-NEW-PASSWORD-LEN)
           TO WS-HASH-INPUT(17:WS-NEW-PASSWORD-LEN).
           COMPUTE WS-HASH-INPUT-LEN = 16 + WS-NEW-PASSWORD-LEN
           END-COMPUTE.
           CALL "SHA256"
           USING BY REFERENCE WS-HASH-INPUT,
           BY VALUE WS-HASH-INPUT-LEN,
           BY REFERENCE WS-HASH-DIGEST
           RETURNING WS-HASH-RESULT-PTR
           ON EXCEPTION
               MOVE 'N' TO WS-HASH-AVAILABLE
               DISPLAY "libcrypto not available, passwords cannot ",
               "be hashed"
               END-DISPLAY
               EXIT PARAGRAPH
           END-CALL.
           MOVE WS-HASH-DIGEST TO WS-HEX-SOURCE.
           MOVE 32 TO WS-HEX-SOURCE-LEN.
           PERFORM ENCODE-HEX-SOURCE.

       ENCODE-HEX-SOURCE.
           MOVE SPACES TO WS-HEX-RESULT.
           PERFORM VARYING WS-HEX-I FROM 1 BY 1
           UNTIL WS-HEX-I > WS-HEX-SOURCE-LEN
               COMPUTE WS-BYTE-VALUE =
               FUNCTION ORD(WS-HEX-SOURCE(WS-HEX-I:1)) - 1
               END-COMPUTE
               MOVE WS-HEX-DIGITS(WS-BYTE-VALUE / 16 + 1:1)
               TO WS-HEX-RESULT(WS-HEX-I * 2 - 1:1)
               MOVE WS-HEX-DIGITS(
                   FUNCTION MOD(WS-BYTE-VALUE, 16) + 1:1)
               TO WS-HEX-RESULT(WS-HEX-I * 2:1)
           END-PERFORM.

       LIST-ACCOUNTS.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " CREDENTIAL MASTER - cobol-webserver Basic auth"
           END-DISPLAY.
           DISPLAY " master:    ",
           FUNCTION TRIM(WS-CREDENTIALS-FILENAME)
           END-DISPLAY.
           DISPLAY " generated: ", WS-RUN-TIMESTAMP(1:14)
           END-DISPLAY.
           IF WS-CREDENTIALS-OVERFLOW = 'Y'
           THEN
               MOVE WS-CREDENTIALS-STORE-SIZE TO WS-COUNT-DISPLAY
               DISPLAY " WARNING: more than ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               " accounts - only the first ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               " are listed"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " user                             status   expires",
           "    failed last failure   password set"
           END-DISPLAY.
           PERFORM VARYING WS-CREDENTIALS-ENTRY-I FROM 1 BY 1
           UNTIL WS-CREDENTIALS-ENTRY-I > WS-CREDENTIALS-STORE-LEN
               PERFORM LIST-ONE-ACCOUNT
           END-PERFORM.
           IF WS-CREDENTIALS-STORE-LEN = 0
           THEN
               DISPLAY "   (no accounts)"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.
           MOVE WS-LIST-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " accounts: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-LOCKED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " locked:   ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-DISABLED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " disabled: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           DISPLAY "==================================================="
           END-DISPLAY.

       LIST-ONE-ACCOUNT.
           ADD 1 TO WS-LIST-COUNT
           END-ADD.
           EVALUATE WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I)
               WHEN "A"
                   MOVE "active" TO WS-STATUS-TEXT
               WHEN "D"
                   MOVE "disabled" TO WS-STATUS-TEXT
                   ADD 1 TO WS-DISABLED-COUNT
                   END-ADD
               WHEN "L"
                   MOVE "locked" TO WS-STATUS-TEXT
                   ADD 1 TO WS-LOCKED-COUNT
                   END-ADD
               WHEN OTHER
                   MOVE "unknown" TO WS-STATUS-TEXT
           END-EVALUATE.
           IF WS-CREDENTIALS-ENTRY-EXPIRY-DATE(WS-CREDENTIALS-ENTRY-I)
              = "00000000"
           THEN
               MOVE "never" TO WS-EXPIRY-TEXT
           ELSE
               MOVE WS-CREDENTIALS-ENTRY-EXPIRY-DATE
               (WS-CREDENTIALS-ENTRY-I) TO WS-EXPIRY-TEXT
               IF WS-CREDENTIALS-ENTRY-EXPIRY-DATE
                  (WS-CREDENTIALS-ENTRY-I) < WS-RUN-TIMESTAMP(1:8)
               AND WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I)
                  = "A"
               THEN
                   MOVE "expired" TO WS-STATUS-TEXT
               END-IF
           END-IF.
           MOVE WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS
           (WS-CREDENTIALS-ENTRY-I) TO WS-FAILED-DISPLAY.
           DISPLAY " ",
           WS-CREDENTIALS-ENTRY-USER-NAME(WS-CREDENTIALS-ENTRY-I),
           " ", WS-STATUS-TEXT, " ", WS-EXPIRY-TEXT, " ",
           WS-FAILED-DISPLAY, "   ",
           WS-CREDENTIALS-ENTRY-LAST-FAILURE(WS-CREDENTIALS-ENTRY-I),
           " ", WS-CREDENTIALS-ENTRY-CHANGED(WS-CREDENTIALS-ENTRY-I)
           END-DISPLAY.

       LOAD-CREDENTIALS-MASTER.
      * A missing master (status 35) is an empty one; the first add
      * creates it. Any other failure to open is not - carrying on
      * would rewrite a master that exists as an empty one
           MOVE ZERO TO WS-CREDENTIALS-STORE-LEN.
           MOVE 'N' TO WS-CREDENTIALS-OVERFLOW.
           OPEN INPUT WS-CREDENTIALS-FILE.
           IF WS-CREDENTIALS-FILE-STATUS = "35"
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CREDENTIALS-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-CREDENTIALS-FILENAME),
               " failed: ", WS-CREDENTIALS-FILE-STATUS
               END-DISPLAY
               PERFORM UNLOCK-CREDENTIALS-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CREDENTIALS-FILE-STATUS = "10"
               READ WS-CREDENTIALS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CREDENTIALS-STORE-LEN <
                          WS-CREDENTIALS-STORE-SIZE
                       THEN
                           ADD 1 TO WS-CREDENTIALS-STORE-LEN
                           END-ADD
                           MOVE WS-CREDENTIALS-RECORD TO
                           WS-CREDENTIALS-ENTRY
                           (WS-CREDENTIALS-STORE-LEN)
                           IF WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS
                              (WS-CREDENTIALS-STORE-LEN) IS NOT NUMERIC
                           THEN
                               MOVE ZERO TO
                               WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS
                               (WS-CREDENTIALS-STORE-LEN)
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-CREDENTIALS-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-CREDENTIALS-FILE.

       WRITE-CREDENTIALS-MASTER.
      * Written beside the master and renamed over it, so the
      * server never reads a half-written file
           MOVE SPACES TO WS-CREDENTIALS-NEW-FILENAME.
           STRING FUNCTION TRIM(WS-CREDENTIALS-FILENAME)
               DELIMITED BY SIZE,
           ".new" DELIMITED BY SIZE
           INTO WS-CREDENTIALS-NEW-FILENAME
           END-STRING.
           MOVE SPACES TO WS-CREDENTIALS-NEW-NAME-NULLTERMINATED.
           STRING WS-CREDENTIALS-NEW-FILENAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-CREDENTIALS-NEW-NAME-NULLTERMINATED
           END-STRING.
           MOVE SPACES TO WS-CREDENTIALS-NAME-NULLTERMINATED.
           STRING FUNCTION TRIM(WS-CREDENTIALS-FILENAME)
               DELIMITED BY SIZE,
           X"00" DELIMITED BY SIZE
           INTO WS-CREDENTIALS-NAME-NULLTERMINATED
           END-STRING.

           OPEN OUTPUT WS-CREDENTIALS-NEW-FILE.
           IF WS-CREDENTIALS-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ",
               FUNCTION TRIM(WS-CREDENTIALS-NEW-FILENAME),
               " failed: ", WS-CREDENTIALS-FILE-STATUS
               END-DISPLAY
               MOVE 'Y' TO WS-ACTION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-TEMP FROM 1 BY 1
           UNTIL WS-TEMP > WS-CREDENTIALS-STORE-LEN
               MOVE WS-CREDENTIALS-ENTRY(WS-TEMP)
               TO WS-CREDENTIALS-NEW-RECORD
               WRITE WS-CREDENTIALS-NEW-RECORD
           END-PERFORM.
           CLOSE WS-CREDENTIALS-NEW-FILE.

           CALL "rename"
           USING BY REFERENCE WS-CREDENTIALS-NEW-NAME-NULLTERMINATED,
           BY REFERENCE WS-CREDENTIALS-NAME-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP NOT = ZERO
           THEN
               DISPLAY "rename of ",
               FUNCTION TRIM(WS-CREDENTIALS-NEW-FILENAME), " to ",
               FUNCTION TRIM(WS-CREDENTIALS-FILENAME), " failed: ",
               WS-TEMP
               END-DISPLAY
               MOVE 'Y' TO WS-ACTION-REFUSED
           END-IF.

       LOCK-CREDENTIALS-MASTER.
      * The server's lock file for the master, LOCK_EX (2)
           MOVE -1 TO WS-CREDENTIALS-LOCK-FD.
           MOVE SPACES TO WS-CREDENTIALS-LOCK-NAME.
           STRING FUNCTION TRIM(WS-CREDENTIALS-FILENAME)
               DELIMITED BY SIZE,
           ".lock" DELIMITED BY SIZE
           INTO WS-CREDENTIALS-LOCK-NAME
           END-STRING.
           MOVE SPACES TO WS-CREDENTIALS-LOCK-NAME-NULLTERMINATED.
           STRING WS-CREDENTIALS-LOCK-NAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-CREDENTIALS-LOCK-NAME-NULLTERMINATED
           END-STRING.

      * O_WRONLY + O_CREAT, mode 0644
           CALL "open"
           USING BY REFERENCE WS-CREDENTIALS-LOCK-NAME-NULLTERMINATED,
           BY VALUE 65,
           BY VALUE 420
           RETURNING WS-CREDENTIALS-LOCK-FD
           END-CALL.
           IF WS-CREDENTIALS-LOCK-FD = -1
           THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "flock"
           USING BY VALUE WS-CREDENTIALS-LOCK-FD,
           BY VALUE 2
           RETURNING WS-TEMP
           END-CALL.

       UNLOCK-CREDENTIALS-MASTER.
           IF WS-CREDENTIALS-LOCK-FD NOT = -1
           THEN
               CALL "close"
               USING BY VALUE WS-CREDENTIALS-LOCK-FD
               RETURNING WS-TEMP
               END-CALL
               MOVE -1 TO WS-CREDENTIALS-LOCK-FD
           END-IF.

       END PROGRAM credmaint.
