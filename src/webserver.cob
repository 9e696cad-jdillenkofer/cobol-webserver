       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WS-ACCESS-LOG-FILE
               ASSIGN TO WS-ACCESS-LOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-FILE-STATUS.
           SELECT WS-CONFIG-FILE ASSIGN TO WS-CONFIG-FILENAME
               WS-CONFIG-CREDENTIALS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CREDENTIALS-FILE-STATUS.
           SELECT WS-CREDENTIALS-NEW-FILE ASSIGN TO
               WS-CREDENTIALS-NEW-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CREDENTIALS-FILE-STATUS.
           SELECT WS-ACL-FILE ASSIGN TO WS-CONFIG-ACL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-FILE-STATUS.
           SELECT WS-BLOCKLIST-FILE ASSIGN TO
               WS-CONFIG-BLOCKLIST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKLIST-FILE-STATUS.
           SELECT WS-REDIRECTS-FILE ASSIGN TO
               WS-CONFIG-REDIRECTS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               WS-CONFIG-FORM-CAPTURE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-CAPTURE-FILE-STATUS.
           SELECT WS-FORM-SEQUENCE-FILE ASSIGN TO
               WS-FORM-SEQUENCE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FORM-SEQUENCE-FILE-STATUS.
           SELECT OPTIONAL WS-SESSION-FILE ASSIGN TO
               WS-CONFIG-SESSION-FILENAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SESSION-REC-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.
           SELECT WS-MIME-FILE ASSIGN TO WS-CONFIG-MIME-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MIME-FILE-STATUS.
           SELECT OPTIONAL WS-TRASH-MANIFEST-FILE ASSIGN TO
               WS-TRASH-MANIFEST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRASH-MANIFEST-FILE-STATUS.
           SELECT OPTIONAL WS-RELEASE-LEDGER-FILE ASSIGN TO
               WS-RELEASE-LEDGER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-ACCESS-LOG-FILE.
       FD WS-CONFIG-FILE.
       01 WS-CONFIG-RECORD PIC X(256).
       FD WS-CREDENTIALS-FILE.
      * The credential master, one fixed-layout record per user,
      * kept by credmaint: the user name, A active / D disabled /
      * L locked after too many bad passwords, a random salt and
      * the hex SHA-256 of salt followed by password, the last day
      * the account may sign in (zeros for no expiry), the run of
      * failed attempts since the last good one, when the password
      * was last set and when the last failure happened
       01 WS-CREDENTIALS-RECORD.
           05 CREDENTIAL-USER-NAME PIC X(32).
           05 CREDENTIAL-STATUS PIC X.
           05 CREDENTIAL-SALT PIC X(16).
           05 CREDENTIAL-HASH PIC X(64).
           05 CREDENTIAL-EXPIRY-DATE PIC X(8).
           05 CREDENTIAL-FAILED-ATTEMPTS PIC 9(4).
           05 CREDENTIAL-CHANGED PIC X(14).
           05 CREDENTIAL-LAST-FAILURE PIC X(14).
      * The rewritten master goes here first and is renamed over
      * the real one, so a reader never sees a half-written file
       FD WS-CREDENTIALS-NEW-FILE.
       01 WS-CREDENTIALS-NEW-RECORD PIC X(153).
       FD WS-ACL-FILE.
       01 WS-ACL-RECORD PIC X(256).
       FD WS-BLOCKLIST-FILE.
      * One fixed-layout record per temporary block, appended by
      * logwatch: the client, when the block started and when it
      * expires, why, and the alert line that triggered it
       01 WS-BLOCKLIST-RECORD.
           05 BLOCK-CLIENT PIC X(15).
           05 BLOCK-STARTED PIC X(14).
           05 BLOCK-EXPIRES PIC X(14).
           05 BLOCK-REASON PIC X(32).
           05 BLOCK-ALERT PIC X(256).
       FD WS-REDIRECTS-FILE.
       01 WS-REDIRECTS-RECORD PIC X(512).
       FD WS-FORM-CAPTURE-FILE.
      * One fixed-layout record per accepted form submission, ready
      * for the overnight batch jobs to pick up: when it was
      * received, which form path it came in on, up to eight
      * decoded name/value pairs and the reference number the
      * submitter was given on the confirmation page
       01 WS-FORM-CAPTURE-RECORD.
           05 FORM-CAPTURE-TIMESTAMP PIC X(26).
           05 FORM-CAPTURE-PATH PIC X(128).
           05 FORM-CAPTURE-FIELDS OCCURS 8 TIMES.
               10 FORM-CAPTURE-FIELD-NAME PIC X(32).
               10 FORM-CAPTURE-FIELD-VALUE PIC X(128).
           05 FORM-CAPTURE-REFERENCE PIC 9(10).
       FD WS-FORM-SEQUENCE-FILE.
      * The submission reference control record: the last reference
      * number handed out and when. It sits beside the capture file
      * and, unlike the capture file, is never picked up by the
      * batch, so numbering carries on across nights
       01 WS-FORM-SEQUENCE-RECORD.
           05 FORM-SEQUENCE-LAST-ISSUED PIC X(10).
           05 FORM-SEQUENCE-ISSUED-AT PIC X(14).
       FD WS-MIME-FILE.
       01 WS-MIME-RECORD PIC X(256).
       FD WS-SESSION-FILE.
      * One record per live session, keyed on the cookie id: when
      * the session was last touched (for the idle limit), when it
      * was started (for sessionsweep's age bands) and up to eight
      * name/value fields a dynamic module has stored across
      * requests. The file lives on disk because every connection
      * is served by its own forked child - memory would be
      * forgotten with the child, the file is what survives
       01 WS-SESSION-RECORD.
           05 SESSION-REC-ID PIC X(32).
           05 SESSION-REC-LAST-USED PIC X(26).
           05 SESSION-REC-CREATED PIC X(26).
           05 SESSION-REC-FIELD-COUNT PIC 9(2).
           05 SESSION-REC-FIELDS OCCURS 8 TIMES.
               10 SESSION-REC-FIELD-NAME PIC X(32).
               10 SESSION-REC-FIELD-VALUE PIC X(128).
       FD WS-TRASH-MANIFEST-FILE.
      * One fixed-layout record per DELETE moved into the trash, so
      * trashmaint can list, restore and purge without guessing
      * original paths back out of the flattened names: the action
      * (T trashed here; trashmaint appends R restored and P purged
      * - the file is only ever appended to), when, the client that
      * asked, the size moved, the path it was served under and the
      * name it now has inside .trash-YYYYMMDD
       01 WS-TRASH-MANIFEST-RECORD.
           05 TRASH-MANIFEST-ACTION PIC X.
           05 TRASH-MANIFEST-TIMESTAMP PIC X(14).
           05 TRASH-MANIFEST-CLIENT PIC X(15).
           05 TRASH-MANIFEST-SIZE PIC 9(12).
           05 TRASH-MANIFEST-ORIGINAL-PATH PIC X(256).
           05 TRASH-MANIFEST-TRASHED-NAME PIC X(512).
       FD WS-RELEASE-LEDGER-FILE.
      * One fixed-layout record per file in a staged release, kept
      * for the publish batch: the action (S staged here; publish
      * appends P promoted and R rolled back - the ledger is only
      * ever appended to), when, the release it belongs to, when it
      * is to go live, the client that sent it, its size, the
      * request path and document-root relative file it will
      * replace, where it waits meanwhile, and - on a P record -
      * where the version it replaced was kept
       01 WS-RELEASE-RECORD.
           05 RELEASE-ACTION PIC X.
           05 RELEASE-TIMESTAMP PIC X(14).
           05 RELEASE-NAME PIC X(32).
           05 RELEASE-GO-LIVE PIC X(14).
           05 RELEASE-CLIENT PIC X(15).
           05 RELEASE-SIZE PIC 9(12).
           05 RELEASE-TARGET-PATH PIC X(256).
           05 RELEASE-TARGET-FILE PIC X(256).
           05 RELEASE-STAGED-NAME PIC X(512).
           05 RELEASE-SAVED-NAME PIC X(512).
       WORKING-STORAGE SECTION.
       01 WS-ACCESS-LOG-FILENAME PIC X(256) VALUE "access.log".
       01 WS-ACCESS-LOG-FILE-STATUS PIC XX.
       01 WS-ACCESS-LOG-TIMESTAMP PIC X(26).
      * Every entry ends with elapsed= (milliseconds from the accept,
      * or from the arrival of a kept-alive connection's next
      * request, until the response is out and - for the last
      * request on the connection - the socket closed) and sent=
      * (the bytes that actually went out on the socket, after
      * ranges, gzip and any failed write). The entry is built where
      * the response is decided but only appended once both numbers
      * are final
       01 WS-ACCESS-LOG-PENDING PIC X VALUE 'N'.
       01 WS-ACCESS-LOG-POINTER PIC 9(8) VALUE 0.
       01 WS-ACCESS-LOG-ELAPSED-TEXT PIC Z(11)9.
       01 WS-ACCESS-LOG-SENT-TEXT PIC Z(15)9.
       01 WS-REQUEST-CLOCK-FROM-ACCEPT PIC X VALUE 'N'.
       01 WS-REQUEST-START-MS PIC S9(18) COMP-5 VALUE 0.
       01 WS-REQUEST-ELAPSED-MS PIC S9(12) VALUE 0.
       01 WS-RESPONSE-BYTES-SENT PIC 9(16) VALUE 0.
       01 WS-CLOCK-NOW-MS PIC S9(18) COMP-5 VALUE 0.
       01 WS-CLOCK-TIMEVAL.
           05 CLOCK-TIMEVAL-SEC PIC S9(18) USAGE COMP-5.
           05 CLOCK-TIMEVAL-USEC PIC S9(18) USAGE COMP-5.
      * Config file: port, bind address and document root, so a second
      * instance can be started against a different environment
      * without a recompile. One KEY=VALUE pair per line. The name
       01 WS-CONFIG-PROTECTED-PATH-PREFIX PIC X(256) VALUE SPACES.
       01 WS-CONFIG-CREDENTIALS-FILENAME PIC X(256)
           VALUE "webserver.htpasswd".
      * This many wrong passwords in a row lock the account until
      * credmaint unlocks it; zero never locks
       01 WS-CONFIG-AUTH-MAX-FAILED-ATTEMPTS PIC 9(4) VALUE 5.
      * Virtual hosts: HOST=name,DOCUMENT_ROOT=dir lines map a Host
      * request header to a per-site document root. The per-site
      * roots are directories relative to the main DOCUMENT_ROOT
       01 WS-TRASH-TIME-SUFFIX PIC X(6).
       01 WS-TRASH-SUFFIX-N PIC 9(2) VALUE 0.
       01 WS-TRASH-PROBE-FD PIC S9(4).
       01 WS-TRASH-FILE-SIZE PIC 9(32) VALUE 0.
       01 WS-TRASH-MANIFEST-FILENAME PIC X(256)
           VALUE "webserver.trash".
       01 WS-TRASH-MANIFEST-FILE-STATUS PIC XX.
      * Staged publishing: a PUT under STAGING_PATH_PREFIX (blank
      * switches it off) is not written to the live tree. The rest
      * of its path names the page it is to replace; the body waits
      * in webserver.staging/<release>/ and a release ledger record
      * tells the publish batch when to put it live. The release is
      * named by an X-Release header and timed by X-Go-Live
      * (YYYYMMDDHHMM or YYYYMMDDHHMMSS); without them it goes live
      * on the next publish run, grouped with everything else sent
      * for that same minute. The ledger lock is shared with the
      * publish batch, so a release is never added to while it is
      * being promoted, and never reopened once it has been
       01 WS-CONFIG-STAGING-PATH-PREFIX PIC X(256) VALUE SPACES.
       01 WS-STAGING-PREFIX-LEN PIC 9(8) VALUE 0.
       01 WS-PUT-IS-STAGED PIC X VALUE 'N'.
       01 WS-STAGING-REQUEST-PATH PIC X(2083).
       01 WS-STAGING-TARGET-PATH PIC X(2083).
       01 WS-STAGING-RELEASE-NAME PIC X(32).
       01 WS-STAGING-GO-LIVE PIC X(14).
       01 WS-STAGING-GO-LIVE-DATE PIC 9(8).
       01 WS-STAGING-HEADER-VALUE PIC X(256).
       01 WS-STAGING-HEADERS-VALID PIC X VALUE 'Y'.
       01 WS-STAGING-RELEASE-OPEN PIC X VALUE 'Y'.
       01 WS-STAGING-NAME PIC X(512).
       01 WS-STAGING-NAME-NULLTERMINATED PIC X(512).
       01 WS-STAGING-NAME-LEN PIC 9(4) VALUE 0.
       01 WS-STAGING-I PIC 9(4) VALUE 0.
       01 WS-STAGING-FD PIC S9(4).
       01 WS-RELEASE-LEDGER-FILENAME PIC X(256)
           VALUE "webserver.releases".
       01 WS-RELEASE-LEDGER-FILE-STATUS PIC XX.
       01 WS-RELEASE-LOCK-NAME-NULLTERMINATED PIC X(280).
       01 WS-RELEASE-LOCK-FD PIC S9(4) VALUE -1.
       01 WS-CONNECTION-KEEP-ALIVE PIC X VALUE 'N'.
       01 WS-SOCKFD PIC 9(4).
      * Signed, unlike WS-SOCKFD: accept() returning -1 is a
      * so a vanished or unreadable file keeps the old rules
       01 WS-RELOAD-IN-PROGRESS PIC X VALUE 'N'.
       01 WS-RELOAD-OLD-ACL-LEN PIC 9(4) VALUE 0.
       01 WS-RELOAD-OLD-BLOCKLIST-LEN PIC 9(4) VALUE 0.
       01 WS-RELOAD-OLD-REDIRECT-LEN PIC 9(4) VALUE 0.
       01 WS-RELOAD-OLD-VHOSTS-LEN PIC 9(4) VALUE 0.
       01 WS-RELOAD-OLD-ERROR-PAGES-LEN PIC 9(4) VALUE 0.
       01 WS-ACL-MATCHED PIC X VALUE 'N'.
       01 WS-ACL-SHIFT-DIVISOR PIC 9(10) VALUE 1.
       01 WS-CLIENT-ALLOWED PIC X VALUE 'Y'.
      * Temporary blocks logwatch writes for clients caught in a
      * 404 burst, read from WS-CONFIG-BLOCKLIST-FILENAME together
      * with the ACL at startup and on reload. They are kept out of
      * the ACL so no program ever rewrites the operator's rules,
      * and each only holds until its expiry, checked against the
      * clock per connection. Entries already expired when the file
      * is read are skipped, and a client listed twice keeps its
      * latest expiry. A refusal is logged with the blocklist as
      * its file=, which is how the block report tells it from an
      * ACL denial
       01 WS-CONFIG-BLOCKLIST-FILENAME PIC X(256)
           VALUE "webserver.blocklist".
       01 WS-BLOCKLIST-FILE-STATUS PIC XX.
       01 WS-BLOCKLIST.
           05 WS-BLOCKLIST-LEN PIC 9(4) VALUE 0.
           05 WS-BLOCKLIST-SIZE PIC 9(4) VALUE 128.
           05 WS-BLOCKLIST-ENTRY OCCURS 128 TIMES.
               10 WS-BLOCKLIST-CLIENT PIC X(15).
               10 WS-BLOCKLIST-EXPIRES PIC X(14).
       01 WS-BLOCKLIST-NOW PIC X(26).
       01 WS-BLOCKLIST-ENTRY-I PIC 9(4) VALUE 0.
       01 WS-BLOCKLIST-VALID-LINES PIC 9(4) VALUE 0.
       01 WS-CLIENT-BLOCKED PIC X VALUE 'N'.
       01 WS-CLIENT-BLOCKED-UNTIL PIC X(14).
       01 WS-CLIENT-IP-VALUE PIC 9(10) VALUE 0.
       01 WS-CLIENT-IP-ADDRESS PIC X(15) VALUE "-".
       01 WS-CLIENT-OCTET PIC 9(3) VALUE 0.
           VALUE "forms.dat".
       01 WS-CONFIG-FORM-REQUIRED-FIELDS PIC X(256) VALUE SPACES.
       01 WS-FORM-CAPTURE-FILE-STATUS PIC XX.
      * Reference numbering: the control file and its lock side
      * file are named after the capture file. The lock is held
      * from reading the last number until the capture record and
      * the new last number are both written, so concurrent
      * children can neither share a number nor skip one, and the
      * capture file holds the numbers in issue order
       01 WS-FORM-SEQUENCE-FILENAME PIC X(280).
       01 WS-FORM-SEQUENCE-FILE-STATUS PIC XX.
       01 WS-FORM-LOCK-NAME PIC X(280).
       01 WS-FORM-LOCK-NAME-NULLTERMINATED PIC X(280).
       01 WS-FORM-LOCK-FD PIC S9(4) VALUE -1.
       01 WS-FORM-REFERENCE PIC 9(10) VALUE 0.
       01 WS-PATH-IS-FORM PIC X VALUE 'N'.
       01 WS-FORM-PREFIX-LEN PIC 9(8) VALUE 0.
       01 WS-FORM-PAIRS.
           05 APP-RESPONSE-BODY PIC X(65536).
           05 APP-RESPONSE-BODY-LEN PIC 9(8).
      * Cookie-based sessions for the dynamic modules: the id rides
      * in a COBSESSION cookie, the per-session fields in the
      * indexed store WS-CONFIG-SESSION-FILENAME next to the
      * capture file. Each child reads just its own record with a
      * record lock, hands it to the module and rewrites it after
      * the CALL, so children serving different sessions never
      * wait on each other and two requests on the same session
      * are taken one after the other. A request without a cookie,
      * or with an id the store no longer holds or that has been
      * idle past SESSION_IDLE_MINUTES (0 for no limit), starts a
      * fresh session and is handed its id in a Set-Cookie header
      * on the way out. sessionsweep clears the idle ones out
       01 WS-CONFIG-SESSION-FILENAME PIC X(256)
           VALUE "webserver.sessions".
       01 WS-CONFIG-SESSION-IDLE-MINUTES PIC 9(6) VALUE 60.
       01 WS-SESSION-FILE-STATUS PIC XX.
       01 WS-SESSION-STORE-OPEN PIC X VALUE 'N'.
       01 WS-SESSION-RECORD-FOUND PIC X VALUE 'N'.
       01 WS-SESSION-STORE-BUSY PIC X VALUE 'N'.
      * A record another child has locked answers status 51 at
      * once rather than waiting, so the read is retried every
      * 20ms for up to a second before the request is turned away
       01 WS-SESSION-LOCK-TRIES PIC 9(4) VALUE 0.
       01 WS-SESSION-LOCK-TRIES-LIMIT PIC 9(4) VALUE 50.
       01 WS-SESSION-NOW-SECONDS PIC 9(12) VALUE 0.
       01 WS-SESSION-LAST-SECONDS PIC 9(12) VALUE 0.
       01 WS-SESSION-STAMP PIC X(26).
       01 WS-SESSION-STAMP-SECONDS PIC 9(12) VALUE 0.
       01 WS-SESSION-STAMP-DATE PIC 9(8) VALUE 0.
       01 WS-SESSION-COOKIE-ID PIC X(32) VALUE SPACES.
       01 WS-SESSION-IS-NEW PIC X VALUE 'N'.
       01 WS-SESSION-COOKIE-HEADER PIC X(256) VALUE SPACES.
       01 WS-SESSION-COOKIE-OFFSET PIC 9(8) VALUE 0.
      * COMP-5 for the same reason as WS-EXPIRES-EPOCH: a 9-digit
       01 WS-SESSION-PID-TEXT PIC Z(7)9.
       01 WS-SESSION-COUNTER-TEXT PIC Z(7)9.
       01 WS-SESSION-SET-COOKIE-VALUE PIC X(128) VALUE SPACES.
      * The query string ("?key=value&..." without the "?") split
      * off the request path before any path matching or filename
      * resolution sees it
       01 WS-BASE64-OCTET-2 PIC 9(4) VALUE 0.
       01 WS-BASE64-OCTET-3 PIC 9(4) VALUE 0.
       01 WS-CREDENTIALS-FILE-STATUS PIC XX.
      * The credential master loaded whole, so one user's failed-
      * attempt counter can be updated and the file written back;
      * the lock side file serializes that across children, and
      * credmaint takes the same lock before it rewrites the master
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
      * Set when the master holds more users than the table, so a
      * rewrite would drop the ones past the end - it is refused
       01 WS-CREDENTIALS-OVERFLOW PIC X VALUE 'N'.
       01 WS-CREDENTIALS-NAME-NULLTERMINATED PIC X(280).
       01 WS-CREDENTIALS-NEW-FILENAME PIC X(280).
       01 WS-CREDENTIALS-NEW-NAME-NULLTERMINATED PIC X(280).
       01 WS-CREDENTIALS-LOCK-NAME PIC X(280).
       01 WS-CREDENTIALS-LOCK-NAME-NULLTERMINATED PIC X(280).
       01 WS-CREDENTIALS-LOCK-FD PIC S9(4) VALUE -1.
      * The decoded "user:pass" split at its first colon; the
      * password keeps its exact length, spaces and all, since
      * that is what gets hashed
       01 WS-AUTH-USER-NAME PIC X(32) VALUE SPACES.
       01 WS-AUTH-USER-NAME-LEN PIC 9(8) VALUE 0.
       01 WS-AUTH-PASSWORD PIC X(256) VALUE SPACES.
       01 WS-AUTH-PASSWORD-LEN PIC 9(8) VALUE 0.
      * SHA-256 comes from OpenSSL's libcrypto, resolved on first
      * use like the ssl and gz symbols; without it no password can
      * be checked and protected paths stay shut
       01 WS-AUTH-HASH-AVAILABLE PIC X VALUE 'Y'.
       01 WS-AUTH-HASH-INPUT PIC X(272).
       01 WS-AUTH-HASH-INPUT-LEN PIC 9(18) COMP-5 VALUE 0.
       01 WS-AUTH-HASH-DIGEST PIC X(32).
       01 WS-AUTH-HASH-RESULT-PTR USAGE POINTER.
       01 WS-AUTH-HASH-HEX PIC X(64).
       01 WS-AUTH-HEX-DIGITS PIC X(16) VALUE "0123456789abcdef".
       01 WS-AUTH-HEX-I PIC 9(4) VALUE 0.
       01 WS-AUTH-BYTE-VALUE PIC 9(4) VALUE 0.
       01 WS-AUTH-TODAY PIC X(8).
      * Auto-generated directory listing, used when a requested
      * directory has no index.html of its own
       01 WS-DIRECTORY-NAME PIC X(256).

       MAIN-PROCEDURE.
           PERFORM LOAD-CONFIGURATION.
           PERFORM BUILD-CREDENTIALS-SIDE-FILENAMES.
           PERFORM LOAD-ACCESS-CONTROL-LIST.
           PERFORM LOAD-BLOCKLIST.
           PERFORM LOAD-REDIRECT-MAP.
           PERFORM LOAD-CONTENT-TYPE-MAP.
           PERFORM INITIALIZE-BASE64-ALPHABET.
                   MOVE SPACES TO WS-CONFIG-CREDENTIALS-FILENAME
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-CREDENTIALS-FILENAME
               WHEN "AUTH_MAX_FAILED_ATTEMPTS"
                   COMPUTE WS-CONFIG-AUTH-MAX-FAILED-ATTEMPTS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   END-COMPUTE
               WHEN "ERROR_PAGE"
                   PERFORM ADD-ERROR-PAGE-FROM-CONFIG
               WHEN "REDIRECTS_FILE"
                   MOVE SPACES TO WS-CONFIG-ACL-FILENAME
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-ACL-FILENAME
               WHEN "BLOCKLIST_FILE"
                   MOVE SPACES TO WS-CONFIG-BLOCKLIST-FILENAME
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-BLOCKLIST-FILENAME
               WHEN "MAX_REQUESTS_PER_MINUTE"
                   COMPUTE WS-CONFIG-MAX-REQUESTS-PER-MINUTE =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   MOVE SPACES TO WS-CONFIG-FORM-CAPTURE-FILENAME
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-FORM-CAPTURE-FILENAME
               WHEN "STAGING_PATH_PREFIX"
                   MOVE SPACES TO WS-CONFIG-STAGING-PATH-PREFIX
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-STAGING-PATH-PREFIX
               WHEN "FORM_REQUIRED_FIELDS"
                   MOVE SPACES TO WS-CONFIG-FORM-REQUIRED-FIELDS
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-FORM-REQUIRED-FIELDS
               WHEN "SESSION_IDLE_MINUTES"
                   COMPUTE WS-CONFIG-SESSION-IDLE-MINUTES =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   END-COMPUTE
               WHEN "APP_PATH_PREFIX"
                   MOVE SPACES TO WS-CONFIG-APP-PATH-PREFIX
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
               MOVE WS-RELOAD-OLD-ACL-LEN TO WS-ACL-RULES-LEN
           END-IF.

       LOAD-BLOCKLIST.
      * Same rules as the ACL: a missing file means no blocks, and
      * on a reload the table is only cleared once the file opened
      * and only replaced when it held at least one well-formed
      * record, expired or not. An operator lifting every block by
      * hand empties the file rather than removing it
           OPEN INPUT WS-BLOCKLIST-FILE.
           IF WS-BLOCKLIST-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-RELOAD-IN-PROGRESS = 'Y'
           THEN
               MOVE ZERO TO WS-BLOCKLIST-LEN
           END-IF.
           MOVE ZERO TO WS-RELOAD-CANDIDATE-LINES.
           MOVE ZERO TO WS-BLOCKLIST-VALID-LINES.
           MOVE FUNCTION CURRENT-DATE TO WS-BLOCKLIST-NOW.

           PERFORM UNTIL WS-BLOCKLIST-FILE-STATUS = "10"
               READ WS-BLOCKLIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PARSE-BLOCKLIST-RECORD
               END-READ
           END-PERFORM.

           CLOSE WS-BLOCKLIST-FILE.

           IF WS-RELOAD-IN-PROGRESS = 'Y'
           AND WS-RELOAD-CANDIDATE-LINES > 0
           AND WS-BLOCKLIST-VALID-LINES = 0
           THEN
               DISPLAY "Reload of ",
               FUNCTION TRIM(WS-CONFIG-BLOCKLIST-FILENAME),
               " rejected, no valid records - keeping the old ones"
               END-DISPLAY
               MOVE WS-RELOAD-OLD-BLOCKLIST-LEN TO WS-BLOCKLIST-LEN
           END-IF.

       PARSE-BLOCKLIST-RECORD.
           IF WS-BLOCKLIST-RECORD = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RELOAD-CANDIDATE-LINES
           END-ADD.

           IF BLOCK-CLIENT = SPACES
           OR BLOCK-EXPIRES IS NOT NUMERIC
           THEN
               DISPLAY "Ignoring malformed blocklist record: ",
               FUNCTION TRIM(WS-BLOCKLIST-RECORD)
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BLOCKLIST-VALID-LINES
           END-ADD.
           IF BLOCK-EXPIRES <= WS-BLOCKLIST-NOW(1:14)
           THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-BLOCKLIST-ENTRY-I.
           PERFORM VARYING WS-TEMP FROM 1 BY 1
           UNTIL WS-TEMP > WS-BLOCKLIST-LEN
           OR WS-BLOCKLIST-ENTRY-I > 0
           IF WS-BLOCKLIST-CLIENT(WS-TEMP) = BLOCK-CLIENT
           THEN
               MOVE WS-TEMP TO WS-BLOCKLIST-ENTRY-I
           END-IF
           END-PERFORM.
           IF WS-BLOCKLIST-ENTRY-I > 0
           THEN
               IF BLOCK-EXPIRES >
                  WS-BLOCKLIST-EXPIRES(WS-BLOCKLIST-ENTRY-I)
               THEN
                   MOVE BLOCK-EXPIRES
                   TO WS-BLOCKLIST-EXPIRES(WS-BLOCKLIST-ENTRY-I)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-BLOCKLIST-LEN = WS-BLOCKLIST-SIZE
           THEN
               DISPLAY "Ignoring blocklist record, table is full: ",
               FUNCTION TRIM(WS-BLOCKLIST-RECORD)
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BLOCKLIST-LEN
           END-ADD.
           MOVE BLOCK-CLIENT TO WS-BLOCKLIST-CLIENT(WS-BLOCKLIST-LEN).
           MOVE BLOCK-EXPIRES TO WS-BLOCKLIST-EXPIRES(WS-BLOCKLIST-LEN).

       PARSE-ACL-RULE-LINE.
      * One rule per line: "allow 10.0.0.0/8" or "deny 192.168.1.5"
      * (no /bits means the single address). Anything else - blank
      * addresses by integer division - COBOL has no bitwise AND,
      * but dividing by 2**(32-bits) shifts them right just as well
           MOVE 'Y' TO WS-CLIENT-ALLOWED.
           MOVE 'N' TO WS-CLIENT-BLOCKED.
           MOVE 'N' TO WS-ACL-MATCHED.
           PERFORM VARYING WS-TEMP FROM 1 BY 1
           UNTIL WS-TEMP > WS-ACL-RULES-LEN
               END-IF
           END-PERFORM.

      * A client the rules let in may still be under a temporary
      * block; one the rules already deny stays an ACL denial, so
      * every blocklist refusal is a connection the ACL alone would
      * have served
           IF WS-CLIENT-ALLOWED = 'Y'
           AND WS-BLOCKLIST-LEN > 0
           THEN
               MOVE FUNCTION CURRENT-DATE TO WS-BLOCKLIST-NOW
               PERFORM VARYING WS-BLOCKLIST-ENTRY-I FROM 1 BY 1
               UNTIL WS-BLOCKLIST-ENTRY-I > WS-BLOCKLIST-LEN
               OR WS-CLIENT-BLOCKED = 'Y'
               IF WS-BLOCKLIST-CLIENT(WS-BLOCKLIST-ENTRY-I) =
                  WS-CLIENT-IP-ADDRESS
               AND WS-BLOCKLIST-EXPIRES(WS-BLOCKLIST-ENTRY-I) >
                   WS-BLOCKLIST-NOW(1:14)
               THEN
                   MOVE 'Y' TO WS-CLIENT-BLOCKED
                   MOVE 'N' TO WS-CLIENT-ALLOWED
                   MOVE WS-BLOCKLIST-EXPIRES(WS-BLOCKLIST-ENTRY-I)
                   TO WS-CLIENT-BLOCKED-UNTIL
               END-IF
               END-PERFORM
           END-IF.

       CHECK-CLIENT-RATE-LIMIT.
      * Counts this connection against the client's current
      * 60-second window and flags it once the ceiling is passed.
      * restart
           MOVE 'N' TO WS-HUP-WAS-RAISED.
           MOVE WS-ACL-RULES-LEN TO WS-RELOAD-OLD-ACL-LEN.
           MOVE WS-BLOCKLIST-LEN TO WS-RELOAD-OLD-BLOCKLIST-LEN.
           MOVE WS-REDIRECT-MAP-LEN TO WS-RELOAD-OLD-REDIRECT-LEN.
           MOVE WS-CONFIG-VHOSTS-LEN TO WS-RELOAD-OLD-VHOSTS-LEN.
           MOVE WS-CONFIG-ERROR-PAGES-LEN
           DISPLAY "Reload requested, re-reading ",
           FUNCTION TRIM(WS-CONFIG-FILENAME), ", ",
           FUNCTION TRIM(WS-CONFIG-ACL-FILENAME), ", ",
           FUNCTION TRIM(WS-CONFIG-BLOCKLIST-FILENAME), ", ",
           FUNCTION TRIM(WS-CONFIG-REDIRECTS-FILENAME), " and ",
           FUNCTION TRIM(WS-CONFIG-MIME-FILENAME)
           END-DISPLAY.

           MOVE 'Y' TO WS-RELOAD-IN-PROGRESS.
           PERFORM LOAD-CONFIGURATION.
           PERFORM BUILD-CREDENTIALS-SIDE-FILENAMES.
           PERFORM LOAD-ACCESS-CONTROL-LIST.
           PERFORM LOAD-BLOCKLIST.
           PERFORM LOAD-REDIRECT-MAP.
           PERFORM LOAD-CONTENT-TYPE-MAP.
           MOVE 'N' TO WS-RELOAD-IN-PROGRESS.

           DISPLAY "Reload complete: ACL rules ",
           WS-RELOAD-OLD-ACL-LEN, " -> ", WS-ACL-RULES-LEN,
           ", blocked clients ",
           WS-RELOAD-OLD-BLOCKLIST-LEN, " -> ", WS-BLOCKLIST-LEN,
           ", redirects ",
           WS-RELOAD-OLD-REDIRECT-LEN, " -> ", WS-REDIRECT-MAP-LEN,
           ", virtual hosts ",
             EXIT PARAGRAPH
           END-IF.

           PERFORM READ-MILLISECOND-CLOCK.
           MOVE WS-CLOCK-NOW-MS TO WS-REQUEST-START-MS.
           MOVE 'Y' TO WS-REQUEST-CLOCK-FROM-ACCEPT.
           MOVE ZERO TO WS-RESPONSE-BYTES-SENT.

      * The caller's address decides whether it gets served at all -
      * a denied source is turned away with 403 and a flooding one
      * with 429, both straight from the master before any fork, so
           PERFORM CHECK-CLIENT-AGAINST-ACL.
           IF WS-CLIENT-ALLOWED = 'N'
           THEN
               IF WS-CLIENT-BLOCKED = 'Y'
               THEN
                   DISPLAY "Rejecting blocklisted source ",
                   FUNCTION TRIM(WS-CLIENT-IP-ADDRESS), " until ",
                   WS-CLIENT-BLOCKED-UNTIL
                   END-DISPLAY
               ELSE
                   DISPLAY "Rejecting denied source ",
                   FUNCTION TRIM(WS-CLIENT-IP-ADDRESS)
                   END-DISPLAY
               END-IF
               MOVE "-" TO HTTP-METHOD OF WS-HTTP-REQUEST
               MOVE "-" TO PATH OF WS-HTTP-REQUEST
               MOVE "-" TO WS-REQUEST-HOST
           MOVE 'Y' TO WS-CONNECTION-KEEP-ALIVE.
           PERFORM UNTIL WS-CONNECTION-KEEP-ALIVE = 'N'
               PERFORM PROCESS-HTTP-REQUEST
               PERFORM FINISH-ACCESS-LOG-ENTRY
           END-PERFORM.

           GOBACK.
      * a TLS client expects a handshake the master cannot run
      * without blocking its one accept loop - so a rejected TLS
      * connection is logged and closed without a response
      * No file is served on a rejection, so whatever the last
      * child-bound request left in the filename and size is cleared
      * before the log line is written
           PERFORM COMPUTE-STATUSTEXT-FROM-STATUS.
           MOVE SPACES TO WS-FILENAME.
           MOVE ZERO TO WS-FILESIZE.
           IF WS-CLIENT-BLOCKED = 'Y'
           THEN
               MOVE WS-CONFIG-BLOCKLIST-FILENAME TO WS-FILENAME
           END-IF.
           IF WS-TLS-ACTIVE = 'Y'
           THEN
               PERFORM WRITE-ACCESS-LOG-ENTRY
               PERFORM CLOSE-CLIENT-SOCKET
           ELSE
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
           END-IF.
           PERFORM FINISH-ACCESS-LOG-ENTRY.

       SETUP-TLS-ON-CLIENT-SOCKET.
      * Runs the server side of the handshake on the just-accepted
           PERFORM WRITE-RAW-BUFFER-TO-CLIENT-SOCKET.

           PERFORM CLOSE-CLIENT-SOCKET.
           PERFORM FINISH-ACCESS-LOG-ENTRY.

       PROCESS-HTTP-REQUEST.
      * WS-FILENAME/WS-FILESIZE are only ever set again once a file is
               EXIT PARAGRAPH
           END-IF.

      * The first request on a connection is timed from the accept;
      * a kept-alive connection's later ones from the moment their
      * bytes arrived, so the client's idle time between requests
      * is not charged to the server
           IF WS-REQUEST-CLOCK-FROM-ACCEPT = 'Y'
           THEN
               MOVE 'N' TO WS-REQUEST-CLOCK-FROM-ACCEPT
           ELSE
               PERFORM READ-MILLISECOND-CLOCK
               MOVE WS-CLOCK-NOW-MS TO WS-REQUEST-START-MS
           END-IF.
           MOVE ZERO TO WS-RESPONSE-BYTES-SENT.

           PERFORM READ-HTTP-LINE.

           UNSTRING WS-HTTP-LINE
      * buffer the body - for WRITE-PUT-BODY-TO-FILE on a PUT, for
      * the dispatched module on a POST - instead of discarding it
           MOVE 'N' TO WS-IS-PUT-REQUEST.
           MOVE 'N' TO WS-PUT-IS-STAGED.
           MOVE 'N' TO WS-IS-DELETE-REQUEST.
           MOVE 'N' TO WS-BUFFER-REQUEST-BODY.
           MOVE ZERO TO WS-PUT-BODY-LEN.
               EXIT PARAGRAPH
           END-IF.

      * A staged page goes live under its target path, so it needs
      * whatever sign-in a PUT straight to that path would, as well
      * as any the staging prefix itself asks for
           PERFORM CHECK-PATH-MATCHES-STAGING-PREFIX.
           PERFORM CHECK-PATH-IS-PROTECTED.
           IF WS-PUT-IS-STAGED = 'Y'
           AND WS-PATH-IS-PROTECTED = 'N'
           THEN
               MOVE WS-STAGING-TARGET-PATH TO PATH OF WS-HTTP-REQUEST
               PERFORM CHECK-PATH-IS-PROTECTED
               MOVE WS-STAGING-REQUEST-PATH TO PATH OF WS-HTTP-REQUEST
           END-IF.
           IF WS-PATH-IS-PROTECTED = 'Y'
           THEN
               PERFORM VALIDATE-BASIC-AUTHENTICATION
               EXIT PARAGRAPH
           END-IF.

      * A staged PUT is resolved and walled as the page it will
      * replace; the request path goes back afterwards, so the
      * access log still shows the staging path it came in on
           IF WS-PUT-IS-STAGED = 'Y'
           THEN
               MOVE WS-STAGING-TARGET-PATH TO PATH OF WS-HTTP-REQUEST
           END-IF.

      * FIXME: This is vulnerable to path traversal
           IF PATH OF WS-HTTP-REQUEST = "/"
           THEN
               INTO WS-FILENAME
               END-STRING
           END-IF.
           IF WS-PUT-IS-STAGED = 'Y'
           THEN
               MOVE WS-STAGING-REQUEST-PATH TO PATH OF WS-HTTP-REQUEST
           END-IF.

      * The access log, credentials file and form capture file live
      * inside the served document root (LOAD-CONFIGURATION chdir's
              FUNCTION TRIM(WS-CONFIG-SESSION-FILENAME)
           OR FUNCTION TRIM(WS-FILENAME) =
              FUNCTION TRIM(WS-CONFIG-MIME-FILENAME)
           OR FUNCTION TRIM(WS-FILENAME) =
              FUNCTION TRIM(WS-CONFIG-BLOCKLIST-FILENAME)
           OR FUNCTION TRIM(WS-FILENAME) =
              FUNCTION TRIM(WS-CREDENTIALS-NEW-FILENAME)
           OR FUNCTION TRIM(WS-FILENAME) =
              FUNCTION TRIM(WS-CREDENTIALS-LOCK-NAME)
           OR (FUNCTION TRIM(WS-CONFIG-TLS-CERTIFICATE-FILE)
               NOT = SPACES
           AND FUNCTION TRIM(WS-FILENAME) =

           IF WS-IS-PUT-REQUEST = 'Y'
           THEN
               IF WS-PUT-IS-STAGED = 'Y'
               THEN
                   PERFORM STAGE-PUT-BODY-FOR-RELEASE
               ELSE
                   PERFORM WRITE-PUT-BODY-TO-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM COMPUTE-STATUSTEXT-FROM-STATUS.
           PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE.

       STAGE-PUT-BODY-FOR-RELEASE.
      * WS-FILENAME is the page the body is to replace, walled and
      * resolved like a live PUT; the same traversal guard runs on
      * it here before anything is written. The body goes to
      * webserver.staging/<release>/<that file> and a ledger record
      * says when it goes live. 202, not 201: nothing is live yet
           CALL "is_filepath_subpath_of_cwd"
           USING BY REFERENCE WS-FILENAME-NULLTERMINATED
           RETURNING WS-TEMP
               EXIT PARAGRAPH
           END-IF.

           PERFORM PARSE-RELEASE-HEADERS-FROM-REQUEST-HEADERS.
           IF WS-STAGING-HEADERS-VALID = 'N'
           THEN
               MOVE 400 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               EXIT PARAGRAPH
           END-IF.

      * A release that has been promoted or rolled back is closed;
      * adding to it now would leave a file no publish run picks up
           PERFORM LOCK-RELEASE-LEDGER.
           PERFORM CHECK-STAGING-RELEASE-IS-OPEN.
           IF WS-STAGING-RELEASE-OPEN = 'N'
           THEN
               PERFORM UNLOCK-RELEASE-LEDGER
               DISPLAY "release ",
               FUNCTION TRIM(WS-STAGING-RELEASE-NAME),
               " is already published, staging refused"
               END-DISPLAY
               MOVE 409 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-STAGING-NAME.
           STRING "webserver.staging/" DELIMITED BY SIZE,
           FUNCTION TRIM(WS-STAGING-RELEASE-NAME) DELIMITED BY SIZE,
           "/" DELIMITED BY SIZE,
           FUNCTION TRIM(WS-FILENAME TRAILING) DELIMITED BY SIZE
           INTO WS-STAGING-NAME
           END-STRING.
           PERFORM MAKE-STAGING-PARENT-DIRECTORIES.

           MOVE SPACES TO WS-STAGING-NAME-NULLTERMINATED.
           STRING WS-STAGING-NAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-STAGING-NAME-NULLTERMINATED
           END-STRING.

      * O_WRONLY + O_CREAT + O_TRUNC, mode 0644; sending the same
      * page again into an open release replaces the staged copy
           CALL "open"
           USING BY REFERENCE WS-STAGING-NAME-NULLTERMINATED,
           BY VALUE 577,
           BY VALUE 420
           RETURNING WS-STAGING-FD
           END-CALL.
           IF WS-STAGING-FD = -1
           THEN
               PERFORM UNLOCK-RELEASE-LEDGER
               DISPLAY "open of staged file ",
               FUNCTION TRIM(WS-STAGING-NAME), " failed"
               END-DISPLAY
               MOVE 500 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               EXIT PARAGRAPH
           END-IF.

           CALL "write"
           USING BY VALUE WS-STAGING-FD,
           BY REFERENCE WS-PUT-BODY,
           BY VALUE WS-PUT-BODY-LEN
           RETURNING WS-TEMP
           END-CALL.
           CALL "close"
           USING BY VALUE WS-STAGING-FD
           RETURNING WS-TEMP2
           END-CALL.

      * Unlike a live PUT, a short write is refused: the staged
      * copy is what goes live later, unattended
           IF WS-TEMP NOT = WS-PUT-BODY-LEN
           THEN
               PERFORM UNLOCK-RELEASE-LEDGER
               DISPLAY "write to ", FUNCTION TRIM(WS-STAGING-NAME),
               " failed: ", WS-TEMP
               END-DISPLAY
               MOVE 500 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM APPEND-RELEASE-STAGED-RECORD.
           PERFORM UNLOCK-RELEASE-LEDGER.
           IF WS-RELEASE-LEDGER-FILE-STATUS NOT = "00"
           THEN
               MOVE 500 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Staged ", FUNCTION TRIM(WS-FILENAME),
           " for release ", FUNCTION TRIM(WS-STAGING-RELEASE-NAME),
           " going live ", WS-STAGING-GO-LIVE
           END-DISPLAY.
           MOVE WS-PUT-BODY-LEN TO WS-FILESIZE.
           MOVE 202 TO HTTP-STATUS OF WS-HTTP-RESPONSE.
           PERFORM COMPUTE-STATUSTEXT-FROM-STATUS.
           PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE.

       PARSE-RELEASE-HEADERS-FROM-REQUEST-HEADERS.
      * X-Go-Live is YYYYMMDDHHMM or YYYYMMDDHHMMSS and defaults to
      * now; X-Release defaults to the go-live minute. A release
      * name becomes a directory name, so it is held to letters,
      * digits, "-", "_" and "." and may not start with a dot
           MOVE 'Y' TO WS-STAGING-HEADERS-VALID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAGING-GO-LIVE.
           MOVE SPACES TO WS-STAGING-RELEASE-NAME.
           PERFORM VARYING WS-TEMP FROM 1 BY 1
           UNTIL WS-TEMP > HEADERS-LEN OF WS-HTTP-REQUEST
           IF HEADER-KEY OF HEADERS OF WS-HTTP-REQUEST (WS-TEMP)
                   = "X-Go-Live"
           THEN
               MOVE SPACES TO WS-STAGING-HEADER-VALUE
               MOVE FUNCTION TRIM(HEADER-VALUE OF HEADERS OF
               WS-HTTP-REQUEST(WS-TEMP)) TO WS-STAGING-HEADER-VALUE
               EVALUATE TRUE
                   WHEN WS-STAGING-HEADER-VALUE(1:12) IS NUMERIC
                   AND WS-STAGING-HEADER-VALUE(13:) = SPACES
                       MOVE WS-STAGING-HEADER-VALUE(1:12)
                       TO WS-STAGING-GO-LIVE(1:12)
                       MOVE "00" TO WS-STAGING-GO-LIVE(13:2)
                   WHEN WS-STAGING-HEADER-VALUE(1:14) IS NUMERIC
                   AND WS-STAGING-HEADER-VALUE(15:) = SPACES
                       MOVE WS-STAGING-HEADER-VALUE(1:14)
                       TO WS-STAGING-GO-LIVE
                   WHEN OTHER
                       MOVE 'N' TO WS-STAGING-HEADERS-VALID
               END-EVALUATE
           END-IF
           IF HEADER-KEY OF HEADERS OF WS-HTTP-REQUEST (WS-TEMP)
                   = "X-Release"
           THEN
               MOVE SPACES TO WS-STAGING-HEADER-VALUE
               MOVE FUNCTION TRIM(HEADER-VALUE OF HEADERS OF
               WS-HTTP-REQUEST(WS-TEMP)) TO WS-STAGING-HEADER-VALUE
               IF WS-STAGING-HEADER-VALUE(33:) NOT = SPACES
               THEN
                   MOVE 'N' TO WS-STAGING-HEADERS-VALID
               ELSE
                   MOVE WS-STAGING-HEADER-VALUE(1:32)
                   TO WS-STAGING-RELEASE-NAME
               END-IF
           END-IF
           END-PERFORM.
           IF WS-STAGING-HEADERS-VALID = 'N'
           THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STAGING-GO-LIVE(1:8) TO WS-STAGING-GO-LIVE-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAGING-GO-LIVE-DATE)
              NOT = 0
           OR WS-STAGING-GO-LIVE(9:2) > "23"
           OR WS-STAGING-GO-LIVE(11:2) > "59"
           OR WS-STAGING-GO-LIVE(13:2) > "59"
           THEN
               MOVE 'N' TO WS-STAGING-HEADERS-VALID
               EXIT PARAGRAPH
           END-IF.

           IF WS-STAGING-RELEASE-NAME = SPACES
           THEN
               MOVE WS-STAGING-GO-LIVE(1:12) TO WS-STAGING-RELEASE-NAME
           END-IF.
           MOVE ZERO TO WS-STAGING-NAME-LEN.
           INSPECT WS-STAGING-RELEASE-NAME
           TALLYING WS-STAGING-NAME-LEN FOR CHARACTERS
           BEFORE INITIAL SPACE.
           IF WS-STAGING-RELEASE-NAME(1:1) = "."
           THEN
               MOVE 'N' TO WS-STAGING-HEADERS-VALID
               EXIT PARAGRAPH
           END-IF.
           IF WS-STAGING-NAME-LEN < 32
           THEN
               IF WS-STAGING-RELEASE-NAME(WS-STAGING-NAME-LEN + 1:)
                  NOT = SPACES
               THEN
                   MOVE 'N' TO WS-STAGING-HEADERS-VALID
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM VARYING WS-STAGING-I FROM 1 BY 1
           UNTIL WS-STAGING-I > WS-STAGING-NAME-LEN
           IF (WS-STAGING-RELEASE-NAME(WS-STAGING-I:1) < "A"
               OR WS-STAGING-RELEASE-NAME(WS-STAGING-I:1) > "Z")
           AND (WS-STAGING-RELEASE-NAME(WS-STAGING-I:1) < "a"
               OR WS-STAGING-RELEASE-NAME(WS-STAGING-I:1) > "z")
           AND (WS-STAGING-RELEASE-NAME(WS-STAGING-I:1) < "0"
               OR WS-STAGING-RELEASE-NAME(WS-STAGING-I:1) > "9")
           AND WS-STAGING-RELEASE-NAME(WS-STAGING-I:1) NOT = "-"
           AND WS-STAGING-RELEASE-NAME(WS-STAGING-I:1) NOT = "_"
           AND WS-STAGING-RELEASE-NAME(WS-STAGING-I:1) NOT = "."
           THEN
               MOVE 'N' TO WS-STAGING-HEADERS-VALID
           END-IF
           END-PERFORM.

       CHECK-STAGING-RELEASE-IS-OPEN.
      * No ledger yet means no release has ever been published
           MOVE 'Y' TO WS-STAGING-RELEASE-OPEN.
           OPEN INPUT WS-RELEASE-LEDGER-FILE.
           IF WS-RELEASE-LEDGER-FILE-STATUS NOT = "00"
           AND WS-RELEASE-LEDGER-FILE-STATUS NOT = "05"
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RELEASE-LEDGER-FILE-STATUS = "10"
               READ WS-RELEASE-LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RELEASE-NAME = WS-STAGING-RELEASE-NAME
                       AND (RELEASE-ACTION = "P"
                            OR RELEASE-ACTION = "R")
                       THEN
                           MOVE 'N' TO WS-STAGING-RELEASE-OPEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-RELEASE-LEDGER-FILE.

       MAKE-STAGING-PARENT-DIRECTORIES.
      * Every directory on the way to WS-STAGING-NAME, mode 0755;
      * the ones already there just fail the mkdir, as the trash
      * directory does
           MOVE ZERO TO WS-STAGING-NAME-LEN.
           INSPECT WS-STAGING-NAME
           TALLYING WS-STAGING-NAME-LEN FOR CHARACTERS
           BEFORE INITIAL SPACE.
           PERFORM VARYING WS-STAGING-I FROM 2 BY 1
           UNTIL WS-STAGING-I > WS-STAGING-NAME-LEN
           IF WS-STAGING-NAME(WS-STAGING-I:1) = "/"
           THEN
               MOVE SPACES TO WS-STAGING-NAME-NULLTERMINATED
               STRING WS-STAGING-NAME(1:WS-STAGING-I - 1)
                   DELIMITED BY SIZE,
               X"00" DELIMITED BY SIZE
               INTO WS-STAGING-NAME-NULLTERMINATED
               END-STRING
               CALL "mkdir"
               USING BY REFERENCE WS-STAGING-NAME-NULLTERMINATED,
               BY VALUE 493
               RETURNING WS-TEMP
               END-CALL
           END-IF
           END-PERFORM.

       APPEND-RELEASE-STAGED-RECORD.
      * Written under the ledger lock; a failure leaves the status
      * set for STAGE-PUT-BODY-FOR-RELEASE to answer 500 with, since
      * a staged file the ledger does not know would never go live
           OPEN EXTEND WS-RELEASE-LEDGER-FILE.
           IF WS-RELEASE-LEDGER-FILE-STATUS NOT = "00"
           AND WS-RELEASE-LEDGER-FILE-STATUS NOT = "05"
           THEN
               DISPLAY "open release ledger failed: ",
               WS-RELEASE-LEDGER-FILE-STATUS
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RELEASE-RECORD.
           MOVE "S" TO RELEASE-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RELEASE-TIMESTAMP.
           MOVE WS-STAGING-RELEASE-NAME TO RELEASE-NAME.
           MOVE WS-STAGING-GO-LIVE TO RELEASE-GO-LIVE.
           MOVE WS-CLIENT-IP-ADDRESS TO RELEASE-CLIENT.
           MOVE WS-PUT-BODY-LEN TO RELEASE-SIZE.
           MOVE WS-STAGING-TARGET-PATH TO RELEASE-TARGET-PATH.
           MOVE WS-FILENAME TO RELEASE-TARGET-FILE.
           MOVE WS-STAGING-NAME TO RELEASE-STAGED-NAME.
           WRITE WS-RELEASE-RECORD.
           IF WS-RELEASE-LEDGER-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "write release ledger record failed: ",
               WS-RELEASE-LEDGER-FILE-STATUS
               END-DISPLAY
               CLOSE WS-RELEASE-LEDGER-FILE
               MOVE "30" TO WS-RELEASE-LEDGER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           CLOSE WS-RELEASE-LEDGER-FILE.

       LOCK-RELEASE-LEDGER.
      * LOCK_EX is 2, on webserver.releases.lock - the same side
      * file the publish batch holds for its whole run. As with the
      * form sequence, a lock file that will not open means running
      * unlocked
           MOVE -1 TO WS-RELEASE-LOCK-FD.
           MOVE SPACES TO WS-RELEASE-LOCK-NAME-NULLTERMINATED.
           STRING WS-RELEASE-LEDGER-FILENAME DELIMITED BY SPACE,
           ".lock" DELIMITED BY SIZE,
           X"00" DELIMITED BY SIZE
           INTO WS-RELEASE-LOCK-NAME-NULLTERMINATED
           END-STRING.

      * O_WRONLY + O_CREAT, mode 0644
           CALL "open"
           USING BY REFERENCE WS-RELEASE-LOCK-NAME-NULLTERMINATED,
           BY VALUE 65,
           BY VALUE 420
           RETURNING WS-RELEASE-LOCK-FD
           END-CALL.
           IF WS-RELEASE-LOCK-FD = -1
           THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "flock"
           USING BY VALUE WS-RELEASE-LOCK-FD,
           BY VALUE 2
           RETURNING WS-TEMP
           END-CALL.

       UNLOCK-RELEASE-LEDGER.
           IF WS-RELEASE-LOCK-FD NOT = -1
           THEN
               CALL "close"
               USING BY VALUE WS-RELEASE-LOCK-FD
               RETURNING WS-TEMP
               END-CALL
               MOVE -1 TO WS-RELEASE-LOCK-FD
           END-IF.

       MOVE-FILE-TO-TRASH.
      * Like WRITE-PUT-BODY-TO-FILE, the traversal guard runs
      * before the filesystem is touched. The file is renamed into
      * .trash-YYYYMMDD (created on first use) with its slashes
      * flattened to dashes, so sub/dir/page.html is recoverable as
      * .trash-YYYYMMDD/sub-dir-page.html
           CALL "is_filepath_subpath_of_cwd"
           USING BY REFERENCE WS-FILENAME-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.

           IF WS-TEMP = 0
           THEN
               MOVE 404 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               EXIT PARAGRAPH
           END-IF.

           CALL "open"
           USING BY REFERENCE WS-FILENAME-NULLTERMINATED,
           BY VALUE 0
           RETURNING WS-TRASH-FILE-FD
           END-CALL.
           IF WS-TRASH-FILE-FD = -1
           THEN
               MOVE 404 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               EXIT PARAGRAPH
           END-IF.

      * Whole directories stay where they are - the editors remove
      * pages one at a time, and a recursive move would make the
      * trash unreadable
           CALL "is_directory"
           USING BY VALUE WS-TRASH-FILE-FD
           RETURNING WS-TEMP
           END-CALL.
           CALL "lseek"
           USING BY VALUE WS-TRASH-FILE-FD,
           BY VALUE 0,
           BY VALUE 2
           RETURNING WS-TRASH-FILE-SIZE
           END-CALL.
           CALL "close"
           USING BY VALUE WS-TRASH-FILE-FD
           RETURNING WS-TEMP2
           END-CALL.
           IF WS-TEMP NOT = 0
           THEN
               MOVE 403 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-TRASH-DIRECTORY-NAME.
           STRING ".trash-" DELIMITED BY SIZE,
           FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
           INTO WS-TRASH-DIRECTORY-NAME
           END-STRING.
           MOVE SPACES TO WS-TRASH-DIRECTORY-NAME-NULLTERMINATED.
           STRING WS-TRASH-DIRECTORY-NAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-TRASH-DIRECTORY-NAME-NULLTERMINATED
           END-STRING.

      * mode 0755; an already-existing trash directory just fails
      * the mkdir and that is fine
           CALL "mkdir"
           USING BY REFERENCE WS-TRASH-DIRECTORY-NAME-NULLTERMINATED,
           BY VALUE 493
           RETURNING WS-TEMP
           END-CALL.

           MOVE SPACES TO WS-TRASH-FLATTENED-NAME.
           MOVE FUNCTION TRIM(WS-FILENAME TRAILING)
           TO WS-TRASH-FLATTENED-NAME.
           INSPECT WS-TRASH-FLATTENED-NAME REPLACING ALL "/" BY "-".

           MOVE SPACES TO WS-TRASH-BASE-NAME.
           STRING FUNCTION TRIM(WS-TRASH-DIRECTORY-NAME)
               DELIMITED BY SIZE,
           "/" DELIMITED BY SIZE,
           FUNCTION TRIM(WS-TRASH-FLATTENED-NAME TRAILING)
               DELIMITED BY SIZE
           INTO WS-TRASH-BASE-NAME
           END-STRING.

           PERFORM CHOOSE-FREE-TRASH-TARGET-NAME.
           IF WS-TRASH-TARGET-FREE = 'N'
           THEN
               DISPLAY "no free trash name for ",
               FUNCTION TRIM(WS-FILENAME)
               END-DISPLAY
               MOVE 500 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               EXIT PARAGRAPH
           END-IF.

           CALL "rename"
           USING BY REFERENCE WS-FILENAME-NULLTERMINATED,
           BY REFERENCE WS-TRASH-TARGET-NAME-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP NOT = ZERO
           THEN
               DISPLAY "move of ", FUNCTION TRIM(WS-FILENAME),
               " to trash failed: ", WS-TEMP
               END-DISPLAY
               MOVE 500 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Moved ", FUNCTION TRIM(WS-FILENAME), " to ",
           FUNCTION TRIM(WS-TRASH-TARGET-NAME)
           END-DISPLAY.
           PERFORM APPEND-TRASH-MANIFEST-RECORD.

           MOVE ZERO TO WS-FILESIZE.
           MOVE 204 TO HTTP-STATUS OF WS-HTTP-RESPONSE.
           PERFORM COMPUTE-STATUSTEXT-FROM-STATUS.
           PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE.

       APPEND-TRASH-MANIFEST-RECORD.
      * The file is already safe in the trash by now, so a manifest
      * that cannot be written only costs trashmaint its record of
      * it - the DELETE itself still succeeds
           OPEN EXTEND WS-TRASH-MANIFEST-FILE.
           IF WS-TRASH-MANIFEST-FILE-STATUS NOT = "00"
           AND WS-TRASH-MANIFEST-FILE-STATUS NOT = "05"
           THEN
               DISPLAY "open trash manifest failed: ",
               WS-TRASH-MANIFEST-FILE-STATUS
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TRASH-MANIFEST-RECORD.
           MOVE "T" TO TRASH-MANIFEST-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRASH-MANIFEST-TIMESTAMP.
           MOVE WS-CLIENT-IP-ADDRESS TO TRASH-MANIFEST-CLIENT.
           MOVE WS-TRASH-FILE-SIZE TO TRASH-MANIFEST-SIZE.
           MOVE WS-FILENAME TO TRASH-MANIFEST-ORIGINAL-PATH.
           MOVE WS-TRASH-TARGET-NAME TO TRASH-MANIFEST-TRASHED-NAME.
           WRITE WS-TRASH-MANIFEST-RECORD.
           IF WS-TRASH-MANIFEST-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "write trash manifest record failed: ",
               WS-TRASH-MANIFEST-FILE-STATUS
               END-DISPLAY
           END-IF.
           CLOSE WS-TRASH-MANIFEST-FILE.

       CHOOSE-FREE-TRASH-TARGET-NAME.
      * The flattened name is taken as-is when nothing in the
      * trash holds it yet; on a collision - a second deletion of
      * the same page today, or two paths flattening alike - the
      * time of day is appended, and then a two-digit counter for
      * the same-second case, so an earlier trash copy is never
      * renamed over
           MOVE WS-TRASH-BASE-NAME TO WS-TRASH-TARGET-NAME.
           PERFORM CHECK-TRASH-TARGET-IS-FREE.
           IF WS-TRASH-TARGET-FREE = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TRASH-TIME-SUFFIX.
           MOVE SPACES TO WS-TRASH-TARGET-NAME.
           STRING FUNCTION TRIM(WS-TRASH-BASE-NAME TRAILING)
               DELIMITED BY SIZE,
           "-" DELIMITED BY SIZE,
           WS-TRASH-TIME-SUFFIX DELIMITED BY SIZE
           INTO WS-TRASH-TARGET-NAME
           END-STRING.
           PERFORM CHECK-TRASH-TARGET-IS-FREE.
           IF WS-TRASH-TARGET-FREE = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-TRASH-SUFFIX-N FROM 1 BY 1
           UNTIL WS-TRASH-SUFFIX-N > 99
           OR WS-TRASH-TARGET-FREE = 'Y'
               MOVE SPACES TO WS-TRASH-TARGET-NAME
               STRING FUNCTION TRIM(WS-TRASH-BASE-NAME TRAILING)
                   DELIMITED BY SIZE,
               "-" DELIMITED BY SIZE,
               WS-TRASH-TIME-SUFFIX DELIMITED BY SIZE,
               "-" DELIMITED BY SIZE,
               WS-TRASH-SUFFIX-N DELIMITED BY SIZE
               INTO WS-TRASH-TARGET-NAME
               END-STRING
               PERFORM CHECK-TRASH-TARGET-IS-FREE
           END-PERFORM.

       CHECK-TRASH-TARGET-IS-FREE.
      * A name that opens is taken; one that does not is free.
      * The probe also fills the null-terminated form the rename
      * uses, so the name checked is exactly the name renamed to
           MOVE SPACES TO WS-TRASH-TARGET-NAME-NULLTERMINATED.
           STRING WS-TRASH-TARGET-NAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE

       CHECK-FILENAME-IS-OPERATIONAL.
      * The overnight jobs keep their working files at the top of
      * the document root, next to access.log: the log's own dated
      * archives and rotation control files (access.log.), the
      * renamed capture file with its dated archives and rejects
      * (forms., forms-), the per-form extracts (extract-), the
      * inventory baseline (inventory.), the webserver. family
      * (alerts, sessions, the trash manifest, the release ledger
      * with its staging and rollback areas, and whatever else
      * adopts the name), the watcher's and the trash keeper's
      * settings, the daily summary history and the latency
      * report's settings and history (latencyreport.). None of it
      * is content - it is captured submissions or the operational
      * state the other features depend on - so none of it may be
      * fetched or overwritten from the wire
           MOVE 'N' TO WS-FILENAME-IS-OPERATIONAL.
           IF WS-FILENAME(1:6) = "forms."
           OR WS-FILENAME(1:6) = "forms-"
           OR WS-FILENAME(1:8) = "extract-"
           OR WS-FILENAME(1:10) = "inventory."
           OR WS-FILENAME(1:10) = "webserver."
           OR WS-FILENAME(1:11) = "access.log."
           OR WS-FILENAME(1:14) = "latencyreport."
           OR FUNCTION TRIM(WS-FILENAME) = "logwatch.conf"
           OR FUNCTION TRIM(WS-FILENAME) = "trashmaint.conf"
           OR FUNCTION TRIM(WS-FILENAME) = "accessreport.history"
           THEN
               MOVE 'Y' TO WS-FILENAME-IS-OPERATIONAL
               END-IF
           END-IF.

       CHECK-PATH-MATCHES-STAGING-PREFIX.
      * Only a PUT is ever staged, and a blank prefix means staging
      * is switched off. The target is the rest of the path under a
      * single leading "/", so /staging/docs/a.html is staged for
      * /docs/a.html whether or not the prefix ends in "/". The
      * prefix must end on a whole path segment - /staging stages
      * /staging and /staging/... but never /staging-area/...
           MOVE 'N' TO WS-PUT-IS-STAGED.
           MOVE ZERO TO WS-STAGING-PREFIX-LEN.
           IF WS-IS-PUT-REQUEST = 'N'
           OR FUNCTION TRIM(WS-CONFIG-STAGING-PATH-PREFIX) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TEMP-BUFFER.
           MOVE FUNCTION TRIM(WS-CONFIG-STAGING-PATH-PREFIX)
           TO WS-TEMP-BUFFER.
           INSPECT WS-TEMP-BUFFER
           TALLYING WS-STAGING-PREFIX-LEN FOR CHARACTERS
           BEFORE SPACE.
           IF PATH OF WS-HTTP-REQUEST(1:WS-STAGING-PREFIX-LEN) NOT =
              WS-TEMP-BUFFER(1:WS-STAGING-PREFIX-LEN)
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-TEMP-BUFFER(WS-STAGING-PREFIX-LEN:1) NOT = "/"
           AND PATH OF WS-HTTP-REQUEST(WS-STAGING-PREFIX-LEN + 1:1)
               NOT = "/"
           AND PATH OF WS-HTTP-REQUEST(WS-STAGING-PREFIX-LEN + 1:1)
               NOT = SPACE
           THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-PUT-IS-STAGED.
           MOVE PATH OF WS-HTTP-REQUEST TO WS-STAGING-REQUEST-PATH.
           MOVE SPACES TO WS-STAGING-TARGET-PATH.
           IF WS-STAGING-REQUEST-PATH(WS-STAGING-PREFIX-LEN + 1:1) = "/"
           THEN
               MOVE WS-STAGING-REQUEST-PATH(WS-STAGING-PREFIX-LEN + 1:)
               TO WS-STAGING-TARGET-PATH
           ELSE
               STRING "/" DELIMITED BY SIZE,
               WS-STAGING-REQUEST-PATH(WS-STAGING-PREFIX-LEN + 1:)
                   DELIMITED BY SPACE
               INTO WS-STAGING-TARGET-PATH
               END-STRING
           END-IF.

       HANDLE-PROXY-REQUEST.
      * Opens a fresh connection to the backend, forwards the
      * request (HTTP/1.0 with Connection: close, so end-of-body is
           END-IF
           END-PERFORM.

       APPEND-FORM-SUBMISSION-TO-CAPTURE-FILE.
      * The reference number is only taken for good once the
      * capture record carrying it has been written: a failed write
      * leaves the control file alone and the next submission gets
      * the same number, so the sequence has no holes
           PERFORM LOCK-FORM-SEQUENCE.
           PERFORM READ-FORM-SEQUENCE-CONTROL.
           IF WS-FORM-CAPTURE-FILE-STATUS = "00"
           THEN
               PERFORM WRITE-FORM-CAPTURE-RECORD
           END-IF.
           IF WS-FORM-CAPTURE-FILE-STATUS = "00"
           THEN
               PERFORM WRITE-FORM-SEQUENCE-CONTROL
           END-IF.
           PERFORM UNLOCK-FORM-SEQUENCE.

       READ-FORM-SEQUENCE-CONTROL.
      * No control file yet means no reference has ever been
      * issued. One that is there but unreadable must not be
      * guessed at - restarting from 1 would hand out numbers that
      * are already on earlier submissions - so the submission is
      * refused with the same 500 as a failed capture write
           MOVE "00" TO WS-FORM-CAPTURE-FILE-STATUS.
           MOVE ZERO TO WS-FORM-REFERENCE.
           MOVE SPACES TO WS-FORM-SEQUENCE-FILENAME.
           STRING FUNCTION TRIM(WS-CONFIG-FORM-CAPTURE-FILENAME)
               DELIMITED BY SIZE,
           ".seq" DELIMITED BY SIZE
           INTO WS-FORM-SEQUENCE-FILENAME
           END-STRING.

           OPEN INPUT WS-FORM-SEQUENCE-FILE.
           IF WS-FORM-SEQUENCE-FILE-STATUS = "35"
           THEN
               MOVE 1 TO WS-FORM-REFERENCE
               EXIT PARAGRAPH
           END-IF.
           IF WS-FORM-SEQUENCE-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open form sequence file failed: ",
               WS-FORM-SEQUENCE-FILE-STATUS
               END-DISPLAY
               MOVE "30" TO WS-FORM-CAPTURE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           READ WS-FORM-SEQUENCE-FILE
               AT END
                   MOVE SPACES TO WS-FORM-SEQUENCE-RECORD
           END-READ.
           CLOSE WS-FORM-SEQUENCE-FILE.
           IF FORM-SEQUENCE-LAST-ISSUED IS NOT NUMERIC
           OR FORM-SEQUENCE-LAST-ISSUED = "9999999999"
           THEN
               DISPLAY "form sequence file ",
               FUNCTION TRIM(WS-FORM-SEQUENCE-FILENAME),
               " is damaged or exhausted: ", WS-FORM-SEQUENCE-RECORD
               END-DISPLAY
               MOVE "30" TO WS-FORM-CAPTURE-FILE-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE FORM-SEQUENCE-LAST-ISSUED TO WS-FORM-REFERENCE.
           ADD 1 TO WS-FORM-REFERENCE
           END-ADD.

       WRITE-FORM-SEQUENCE-CONTROL.
      * The capture record is already on disk by now, so a failure
      * here still confirms the submission; the next one will reuse
      * this number and formsextract reports the duplicate
           OPEN OUTPUT WS-FORM-SEQUENCE-FILE.
           IF WS-FORM-SEQUENCE-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "rewrite form sequence file failed: ",
               WS-FORM-SEQUENCE-FILE-STATUS
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FORM-SEQUENCE-RECORD.
           MOVE WS-FORM-REFERENCE TO FORM-SEQUENCE-LAST-ISSUED.
           MOVE FORM-CAPTURE-TIMESTAMP(1:14)
           TO FORM-SEQUENCE-ISSUED-AT.
           WRITE WS-FORM-SEQUENCE-RECORD.
           CLOSE WS-FORM-SEQUENCE-FILE.

       LOCK-FORM-SEQUENCE.
      * LOCK_EX is 2. As with the credential master, a lock file
      * that will not open means running unlocked
           MOVE -1 TO WS-FORM-LOCK-FD.
           MOVE SPACES TO WS-FORM-LOCK-NAME.
           STRING FUNCTION TRIM(WS-CONFIG-FORM-CAPTURE-FILENAME)
               DELIMITED BY SIZE,
           ".lock" DELIMITED BY SIZE
           INTO WS-FORM-LOCK-NAME
           END-STRING.
           MOVE SPACES TO WS-FORM-LOCK-NAME-NULLTERMINATED.
           STRING WS-FORM-LOCK-NAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-FORM-LOCK-NAME-NULLTERMINATED
           END-STRING.

      * O_WRONLY + O_CREAT, mode 0644
           CALL "open"
           USING BY REFERENCE WS-FORM-LOCK-NAME-NULLTERMINATED,
           BY VALUE 65,
           BY VALUE 420
           RETURNING WS-FORM-LOCK-FD
           END-CALL.
           IF WS-FORM-LOCK-FD = -1
           THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "flock"
           USING BY VALUE WS-FORM-LOCK-FD,
           BY VALUE 2
           RETURNING WS-TEMP
           END-CALL.

       UNLOCK-FORM-SEQUENCE.
           IF WS-FORM-LOCK-FD NOT = -1
           THEN
               CALL "close"
               USING BY VALUE WS-FORM-LOCK-FD
               RETURNING WS-TEMP
               END-CALL
               MOVE -1 TO WS-FORM-LOCK-FD
           END-IF.

       WRITE-FORM-CAPTURE-RECORD.
      * The very first submission after a batch pickup has renamed
      * the capture file away finds no file to extend (status 35);
      * creating it fresh is the normal case then, not an error
               MOVE WS-FORM-FIELD-VALUE(WS-FORM-I)
               TO FORM-CAPTURE-FIELD-VALUE(WS-FORM-I)
           END-PERFORM.
           MOVE WS-FORM-REFERENCE TO FORM-CAPTURE-REFERENCE.

           WRITE WS-FORM-CAPTURE-RECORD.
           IF WS-FORM-CAPTURE-FILE-STATUS NOT = "00"
                   DELIMITED BY SIZE,
               " field(s) captured. Your request will be picked up "
                   DELIMITED BY SIZE,
               "by the next overnight processing run.</p>"
                   DELIMITED BY SIZE,
               "<p>Your reference number is <strong>"
                   DELIMITED BY SIZE,
               WS-FORM-REFERENCE DELIMITED BY SIZE,
               "</strong>. Please quote it if you contact us about "
                   DELIMITED BY SIZE,
               "this submission.</p></body></html>" DELIMITED BY SIZE
               INTO WS-FORM-CONFIRMATION-BODY
               WITH POINTER WS-FORM-CONFIRMATION-POINTER
           END-STRING.
      * request without one starts fresh and is told its new id in
      * a Set-Cookie header by SEND-APP-RESPONSE
           PERFORM PREPARE-APP-SESSION.
           IF WS-SESSION-STORE-BUSY = 'Y'
           THEN
               PERFORM CLOSE-SESSION-STORE
               MOVE 503 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               EXIT PARAGRAPH
           END-IF.

      * Defaults the module may leave alone; a module that returns
      * without touching the response area answers a plain empty 200
           CALL WS-APP-MODULE-NAME
           USING WS-APP-REQUEST, WS-APP-RESPONSE
           ON EXCEPTION
               PERFORM CLOSE-SESSION-STORE
               MOVE 404 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
      * Fills the session tail of WS-APP-REQUEST before the module
      * runs: the fields stored under the client's cookie id, or a
      * fresh empty session (with a newly generated id) when there
      * is no cookie or the store no longer knows the id. A store
      * that will not open still lets the module run, just without
      * anything remembered
           MOVE 'N' TO WS-SESSION-IS-NEW.
           MOVE 'N' TO WS-SESSION-RECORD-FOUND.
           MOVE 'N' TO WS-SESSION-STORE-BUSY.
           PERFORM PARSE-SESSION-COOKIE-FROM-REQUEST-HEADERS.
           PERFORM OPEN-SESSION-STORE.

      * The record lock taken here is held until SAVE-APP-SESSION
      * has rewritten the record (or the CALL's exception path
      * closes the store), so a second request on the same session
      * cannot read fields the first is about to change
           IF WS-SESSION-STORE-OPEN = 'Y'
           AND FUNCTION TRIM(WS-SESSION-COOKIE-ID) NOT = SPACES
           THEN
               PERFORM READ-AND-LOCK-SESSION-RECORD
           END-IF.
           IF WS-SESSION-STORE-BUSY = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-SESSION-RECORD-FOUND = 'Y'
           THEN
               PERFORM EXPIRE-IDLE-SESSION-RECORD
           END-IF.

           IF WS-SESSION-RECORD-FOUND = 'Y'
           THEN
               MOVE WS-SESSION-COOKIE-ID TO APP-SESSION-ID
               MOVE SESSION-REC-FIELD-COUNT TO APP-SESSION-FIELDS-LEN
               PERFORM VARYING WS-TEMP FROM 1 BY 1 UNTIL WS-TEMP > 8
                   MOVE SESSION-REC-FIELD-NAME(WS-TEMP)
                   TO APP-SESSION-FIELD-NAME(WS-TEMP)
                   MOVE SESSION-REC-FIELD-VALUE(WS-TEMP)
                   TO APP-SESSION-FIELD-VALUE(WS-TEMP)
               END-PERFORM
           ELSE
           INTO APP-SESSION-ID
           END-STRING.

       OPEN-SESSION-STORE.
      * OPTIONAL on the SELECT lets the first session ever create
      * the store here (status 05). Other children keep it open at
      * the same time, so the open shares it and leaves the locking
      * to the record reads
           MOVE 'N' TO WS-SESSION-STORE-OPEN.
           OPEN I-O SHARING WITH ALL OTHER WS-SESSION-FILE.
           IF WS-SESSION-FILE-STATUS NOT = "00"
           AND WS-SESSION-FILE-STATUS NOT = "05"
           THEN
               DISPLAY "open session store failed: ",
               WS-SESSION-FILE-STATUS
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-SESSION-STORE-OPEN.

       CLOSE-SESSION-STORE.
      * Closing releases whatever record lock is still held
           IF WS-SESSION-STORE-OPEN = 'Y'
           THEN
               CLOSE WS-SESSION-FILE
               MOVE 'N' TO WS-SESSION-STORE-OPEN
           END-IF.

       READ-AND-LOCK-SESSION-RECORD.
           MOVE "51" TO WS-SESSION-FILE-STATUS.
           MOVE ZERO TO WS-SESSION-LOCK-TRIES.
           PERFORM UNTIL WS-SESSION-FILE-STATUS NOT = "51"
           OR WS-SESSION-LOCK-TRIES >= WS-SESSION-LOCK-TRIES-LIMIT
               IF WS-SESSION-LOCK-TRIES > 0
               THEN
                   CALL "usleep"
                   USING BY VALUE 20000
                   RETURNING WS-TEMP
                   END-CALL
               END-IF
               ADD 1 TO WS-SESSION-LOCK-TRIES
               END-ADD
               MOVE WS-SESSION-COOKIE-ID TO SESSION-REC-ID
               READ WS-SESSION-FILE WITH LOCK
                   KEY IS SESSION-REC-ID
                   INVALID KEY
                       CONTINUE
               END-READ
           END-PERFORM.

           EVALUATE WS-SESSION-FILE-STATUS
               WHEN "00"
               WHEN "02"
                   MOVE 'Y' TO WS-SESSION-RECORD-FOUND
               WHEN "23"
                   CONTINUE
               WHEN "51"
                   DISPLAY "session ",
                   FUNCTION TRIM(WS-SESSION-COOKIE-ID),
                   " still locked by another request"
                   END-DISPLAY
                   MOVE 'Y' TO WS-SESSION-STORE-BUSY
               WHEN OTHER
                   DISPLAY "read session store failed: ",
                   WS-SESSION-FILE-STATUS
                   END-DISPLAY
           END-EVALUATE.

       EXPIRE-IDLE-SESSION-RECORD.
      * A session idle past the limit is gone even if the nightly
      * sweep has not got to it yet: the record is deleted under
      * the lock already held and the request starts afresh
           IF WS-CONFIG-SESSION-IDLE-MINUTES = 0
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-SESSION-STAMP.
           PERFORM COMPUTE-SESSION-STAMP-SECONDS.
           MOVE WS-SESSION-STAMP-SECONDS TO WS-SESSION-NOW-SECONDS.
           MOVE SESSION-REC-LAST-USED TO WS-SESSION-STAMP.
           PERFORM COMPUTE-SESSION-STAMP-SECONDS.
           MOVE WS-SESSION-STAMP-SECONDS TO WS-SESSION-LAST-SECONDS.

           IF WS-SESSION-NOW-SECONDS - WS-SESSION-LAST-SECONDS >
              WS-CONFIG-SESSION-IDLE-MINUTES * 60
           THEN
               DELETE WS-SESSION-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE 'N' TO WS-SESSION-RECORD-FOUND
           END-IF.

       COMPUTE-SESSION-STAMP-SECONDS.
      * CURRENT-DATE's YYYYMMDDhhmmss flattened to seconds so idle
      * time is measured across midnight too; a stamp that is not
      * a date at all counts as the distant past
           MOVE ZERO TO WS-SESSION-STAMP-SECONDS.
           IF WS-SESSION-STAMP(1:14) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SESSION-STAMP(1:8) TO WS-SESSION-STAMP-DATE.
           COMPUTE WS-SESSION-STAMP-SECONDS =
           FUNCTION INTEGER-OF-DATE(WS-SESSION-STAMP-DATE) * 86400 +
           FUNCTION NUMVAL(WS-SESSION-STAMP(9:2)) * 3600 +
           FUNCTION NUMVAL(WS-SESSION-STAMP(11:2)) * 60 +
           FUNCTION NUMVAL(WS-SESSION-STAMP(13:2))
           END-COMPUTE.

       SAVE-APP-SESSION.
      * Writes the module's view of the session back: a rewrite of
      * the record read and locked in PREPARE-APP-SESSION, or a new
      * record for a new session. Either way the store is closed
      * afterwards, which lets the lock go
           IF WS-SESSION-STORE-OPEN = 'N'
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF APP-SESSION-FIELDS-LEN > 8
           THEN
               MOVE 8 TO APP-SESSION-FIELDS-LEN
           END-IF.

           IF WS-SESSION-RECORD-FOUND = 'N'
           THEN
               MOVE SPACES TO WS-SESSION-RECORD
               MOVE APP-SESSION-ID TO SESSION-REC-ID
               MOVE FUNCTION CURRENT-DATE TO SESSION-REC-CREATED
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO SESSION-REC-LAST-USED.
           MOVE APP-SESSION-FIELDS-LEN TO SESSION-REC-FIELD-COUNT.
           PERFORM VARYING WS-TEMP FROM 1 BY 1 UNTIL WS-TEMP > 8
               MOVE APP-SESSION-FIELD-NAME(WS-TEMP)
               TO SESSION-REC-FIELD-NAME(WS-TEMP)
               MOVE APP-SESSION-FIELD-VALUE(WS-TEMP)
               TO SESSION-REC-FIELD-VALUE(WS-TEMP)
           END-PERFORM.

           IF WS-SESSION-RECORD-FOUND = 'Y'
           THEN
               REWRITE WS-SESSION-RECORD
                   INVALID KEY
                       DISPLAY "rewrite session ",
                       FUNCTION TRIM(SESSION-REC-ID), " failed: ",
                       WS-SESSION-FILE-STATUS
                       END-DISPLAY
               END-REWRITE
           ELSE
               WRITE WS-SESSION-RECORD
                   INVALID KEY
                       DISPLAY "write session ",
                       FUNCTION TRIM(SESSION-REC-ID), " failed: ",
                       WS-SESSION-FILE-STATUS
                       END-DISPLAY
               END-WRITE
           END-IF.
           PERFORM CLOSE-SESSION-STORE.

       SEND-APP-RESPONSE.
           IF APP-RESPONSE-BODY-LEN > LENGTH OF APP-RESPONSE-BODY
       VALIDATE-BASIC-AUTHENTICATION.
      * Leaves WS-AUTH-IS-VALID = 'Y' only when the caller sent a
      * well-formed "Authorization: Basic <base64(user:pass)>" header
      * for an active, unexpired account in the credential master
      * (WS-CONFIG-CREDENTIALS-FILENAME) whose salted hash matches
           MOVE 'N' TO WS-AUTH-IS-VALID.
           PERFORM PARSE-AUTHORIZATION-HEADER-FROM-REQUEST-HEADERS.

           MOVE FUNCTION TRIM(WS-AUTH-HEADER-VALUE(7:)) TO
           WS-AUTH-BASE64-PAYLOAD.
           PERFORM DECODE-BASE64-CREDENTIALS.
           PERFORM SPLIT-DECODED-CREDENTIALS.
           IF WS-AUTH-USER-NAME = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCK-CREDENTIALS-MASTER.
           PERFORM LOAD-CREDENTIALS-MASTER.
           MOVE 'N' TO WS-CREDENTIALS-CHANGED.
           PERFORM CHECK-PASSWORD-AGAINST-MASTER.
           IF WS-CREDENTIALS-CHANGED = 'Y'
           THEN
               PERFORM WRITE-CREDENTIALS-MASTER
           END-IF.
           PERFORM UNLOCK-CREDENTIALS-MASTER.

       SPLIT-DECODED-CREDENTIALS.
      * A user name longer than the master's column can never match
      * and is treated like no user name at all
           MOVE SPACES TO WS-AUTH-USER-NAME.
           MOVE SPACES TO WS-AUTH-PASSWORD.
           MOVE ZERO TO WS-AUTH-PASSWORD-LEN.
           MOVE ZERO TO WS-AUTH-USER-NAME-LEN.
           IF WS-AUTH-DECODED-LEN = 0
           THEN
               EXIT PARAGRAPH
           END-IF.
           INSPECT WS-AUTH-DECODED-CREDENTIALS(1:WS-AUTH-DECODED-LEN)
           TALLYING WS-AUTH-USER-NAME-LEN
           FOR CHARACTERS BEFORE INITIAL ":".
           IF WS-AUTH-USER-NAME-LEN = 0
           OR WS-AUTH-USER-NAME-LEN >= WS-AUTH-DECODED-LEN
           OR WS-AUTH-USER-NAME-LEN > LENGTH OF WS-AUTH-USER-NAME
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AUTH-DECODED-CREDENTIALS(1:WS-AUTH-USER-NAME-LEN)
           TO WS-AUTH-USER-NAME.
           COMPUTE WS-AUTH-PASSWORD-LEN =
           WS-AUTH-DECODED-LEN - WS-AUTH-USER-NAME-LEN - 1
           END-COMPUTE.
           IF WS-AUTH-PASSWORD-LEN > 0
           THEN
               MOVE WS-AUTH-DECODED-CREDENTIALS
               (WS-AUTH-USER-NAME-LEN + 2:WS-AUTH-PASSWORD-LEN)
               TO WS-AUTH-PASSWORD
           END-IF.

       CHECK-PASSWORD-AGAINST-MASTER.
      * Unknown, disabled, locked and expired accounts are turned
      * away before any password is looked at; only a wrong
      * password for a live account counts towards the lock
           MOVE ZERO TO WS-CREDENTIALS-ENTRY-I.
           PERFORM VARYING WS-TEMP FROM 1 BY 1
           UNTIL WS-TEMP > WS-CREDENTIALS-STORE-LEN
           OR WS-CREDENTIALS-ENTRY-I > 0
           IF WS-CREDENTIALS-ENTRY-USER-NAME(WS-TEMP) =
              WS-AUTH-USER-NAME
           THEN
               MOVE WS-TEMP TO WS-CREDENTIALS-ENTRY-I
           END-IF
           END-PERFORM.
           IF WS-CREDENTIALS-ENTRY-I = 0
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I)
              NOT = "A"
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUTH-TODAY.
           IF WS-CREDENTIALS-ENTRY-EXPIRY-DATE(WS-CREDENTIALS-ENTRY-I)
              NOT = "00000000"
           AND WS-CREDENTIALS-ENTRY-EXPIRY-DATE(WS-CREDENTIALS-ENTRY-I)
              < WS-AUTH-TODAY
           THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM COMPUTE-PASSWORD-HASH.
           IF WS-AUTH-HASH-AVAILABLE = 'N'
           THEN
               EXIT PARAGRAPH
           END-IF.

           IF WS-AUTH-HASH-HEX =
              WS-CREDENTIALS-ENTRY-HASH(WS-CREDENTIALS-ENTRY-I)
           THEN
               MOVE 'Y' TO WS-AUTH-IS-VALID
               IF WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS
                  (WS-CREDENTIALS-ENTRY-I) > 0
               THEN
                   MOVE ZERO TO WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS
                   (WS-CREDENTIALS-ENTRY-I)
                   MOVE 'Y' TO WS-CREDENTIALS-CHANGED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS
              (WS-CREDENTIALS-ENTRY-I) < 9999
           THEN
               ADD 1 TO WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS
               (WS-CREDENTIALS-ENTRY-I)
               END-ADD
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO
           WS-CREDENTIALS-ENTRY-LAST-FAILURE(WS-CREDENTIALS-ENTRY-I).
           MOVE 'Y' TO WS-CREDENTIALS-CHANGED.
           IF WS-CONFIG-AUTH-MAX-FAILED-ATTEMPTS > 0
           AND WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS
               (WS-CREDENTIALS-ENTRY-I) >=
               WS-CONFIG-AUTH-MAX-FAILED-ATTEMPTS
           THEN
               MOVE "L" TO
               WS-CREDENTIALS-ENTRY-STATUS(WS-CREDENTIALS-ENTRY-I)
               DISPLAY "Account ", FUNCTION TRIM(WS-AUTH-USER-NAME),
               " locked after ",
               WS-CREDENTIALS-ENTRY-FAILED-ATTEMPTS
               (WS-CREDENTIALS-ENTRY-I), " failed attempts"
               END-DISPLAY
           END-IF.

       COMPUTE-PASSWORD-HASH.
      * Hex SHA-256 of the entry's salt followed by the password,
      * the same recipe credmaint stores
           MOVE SPACES TO WS-AUTH-HASH-INPUT.
           MOVE WS-CREDENTIALS-ENTRY-SALT(WS-CREDENTIALS-ENTRY-I)
           TO WS-AUTH-HASH-INPUT(1:16).
           MOVE 16 TO WS-AUTH-HASH-INPUT-LEN.
           IF WS-AUTH-PASSWORD-LEN > 0
           THEN
               MOVE WS-AUTH-PASSWORD(1:WS-AUTH-PASSWORD-LEN)
               TO WS-AUTH-HASH-INPUT(17:WS-AUTH-PASSWORD-LEN)
               ADD WS-AUTH-PASSWORD-LEN TO WS-AUTH-HASH-INPUT-LEN
               END-ADD
           END-IF.
           CALL "SHA256"
           USING BY REFERENCE WS-AUTH-HASH-INPUT,
           BY VALUE WS-AUTH-HASH-INPUT-LEN,
           BY REFERENCE WS-AUTH-HASH-DIGEST
           RETURNING WS-AUTH-HASH-RESULT-PTR
           ON EXCEPTION
               MOVE 'N' TO WS-AUTH-HASH-AVAILABLE
               DISPLAY "libcrypto not available, password check ",
               "refused"
               END-DISPLAY
               EXIT PARAGRAPH
           END-CALL.

           MOVE SPACES TO WS-AUTH-HASH-HEX.
           PERFORM VARYING WS-AUTH-HEX-I FROM 1 BY 1
           UNTIL WS-AUTH-HEX-I > 32
               COMPUTE WS-AUTH-BYTE-VALUE =
               FUNCTION ORD(WS-AUTH-HASH-DIGEST(WS-AUTH-HEX-I:1)) - 1
               END-COMPUTE
               MOVE WS-AUTH-HEX-DIGITS(WS-AUTH-BYTE-VALUE / 16 + 1:1)
               TO WS-AUTH-HASH-HEX(WS-AUTH-HEX-I * 2 - 1:1)
               MOVE WS-AUTH-HEX-DIGITS(
                   FUNCTION MOD(WS-AUTH-BYTE-VALUE, 16) + 1:1)
               TO WS-AUTH-HASH-HEX(WS-AUTH-HEX-I * 2:1)
           END-PERFORM.

       LOAD-CREDENTIALS-MASTER.
           MOVE ZERO TO WS-CREDENTIALS-STORE-LEN.
           MOVE 'N' TO WS-CREDENTIALS-OVERFLOW.
           OPEN INPUT WS-CREDENTIALS-FILE.
           IF WS-CREDENTIALS-FILE-STATUS NOT = "00"
           THEN
               END-DISPLAY
               EXIT PARAGRAPH
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
      * Only ever reached with a fully loaded table - a master that
      * would not open leaves the store empty, no entry is found
      * and nothing is marked changed. A master with more users
      * than the table is never rewritten, or the users past the
      * end would be lost; the failed-attempt count just goes
      * unrecorded until credmaint is run against it
           IF WS-CREDENTIALS-OVERFLOW = 'Y'
           THEN
               DISPLAY "rewrite credentials file refused: more than ",
               WS-CREDENTIALS-STORE-SIZE, " users in ",
               FUNCTION TRIM(WS-CONFIG-CREDENTIALS-FILENAME)
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WS-CREDENTIALS-NEW-FILE.
           IF WS-CREDENTIALS-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "rewrite credentials file failed: ",
               WS-CREDENTIALS-FILE-STATUS
               END-DISPLAY
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
               DISPLAY "rewrite credentials file failed: rename of ",
               FUNCTION TRIM(WS-CREDENTIALS-NEW-FILENAME),
               " failed: ", WS-TEMP
               END-DISPLAY
           END-IF.

       BUILD-CREDENTIALS-SIDE-FILENAMES.
      * The lock side file and the temporary a rewrite goes to sit
      * next to the master; built once per configuration load so
      * the wall on operational files knows them from the start
           MOVE SPACES TO WS-CREDENTIALS-LOCK-NAME.
           STRING FUNCTION TRIM(WS-CONFIG-CREDENTIALS-FILENAME)
               DELIMITED BY SIZE,
           ".lock" DELIMITED BY SIZE
           INTO WS-CREDENTIALS-LOCK-NAME
           END-STRING.
           MOVE SPACES TO WS-CREDENTIALS-LOCK-NAME-NULLTERMINATED.
           STRING WS-CREDENTIALS-LOCK-NAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-CREDENTIALS-LOCK-NAME-NULLTERMINATED
           END-STRING.
           MOVE SPACES TO WS-CREDENTIALS-NEW-FILENAME.
           STRING FUNCTION TRIM(WS-CONFIG-CREDENTIALS-FILENAME)
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
           STRING FUNCTION TRIM(WS-CONFIG-CREDENTIALS-FILENAME)
               DELIMITED BY SIZE,
           X"00" DELIMITED BY SIZE
           INTO WS-CREDENTIALS-NAME-NULLTERMINATED
           END-STRING.

       LOCK-CREDENTIALS-MASTER.
      * LOCK_EX is 2; credmaint takes the same lock before it
      * rewrites the master. A lock file that will not open just
      * means running unlocked - never a reason to fail the request
           MOVE -1 TO WS-CREDENTIALS-LOCK-FD.

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

       DECODE-BASE64-SEXTET.
           MOVE 0 TO WS-BASE64-SEXTET-VALUE.
           IF WS-BASE64-CHAR NOT = "=" AND WS-BASE64-CHAR NOT = SPACE
               MOVE 'N' TO WS-CONNECTION-KEEP-ALIVE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               PERFORM FINISH-ACCESS-LOG-ENTRY
               GOBACK
           END-IF.

               MOVE 'N' TO WS-CONNECTION-KEEP-ALIVE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               PERFORM FINISH-ACCESS-LOG-ENTRY
               GOBACK
           END-IF.

               MOVE 408 TO HTTP-STATUS OF WS-HTTP-RESPONSE
               PERFORM COMPUTE-STATUSTEXT-FROM-STATUS
               PERFORM SEND-STATUSCODE-AS-HTTP-RESPONSE
               PERFORM FINISH-ACCESS-LOG-ENTRY
               GOBACK
           END-IF.


       WRITE-ACCESS-LOG-ENTRY.
      * Appends one line per request to the on-disk access log so we
      * have an audit trail that survives after the forked child exits.
      * The line is only set up here; FINISH-ACCESS-LOG-ENTRY adds
      * the timing and byte count and writes it once the response
      * is out
           IF WS-ACCESS-LOG-PENDING = 'Y'
           THEN
               PERFORM FINISH-ACCESS-LOG-ENTRY
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-ACCESS-LOG-TIMESTAMP.
           MOVE WS-FILESIZE TO WS-FILESIZE-WITHOUT-LEADING-ZEROS.
           MOVE SPACES TO WS-ACCESS-LOG-RECORD.
                   DELIMITED BY SIZE
               INTO WS-ACCESS-LOG-RECORD
           END-STRING.
           MOVE 'Y' TO WS-ACCESS-LOG-PENDING.

       FINISH-ACCESS-LOG-ENTRY.
           IF WS-ACCESS-LOG-PENDING = 'N'
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-ACCESS-LOG-PENDING.

           PERFORM READ-MILLISECOND-CLOCK.
           COMPUTE WS-REQUEST-ELAPSED-MS =
           WS-CLOCK-NOW-MS - WS-REQUEST-START-MS
           END-COMPUTE.
      * A clock stepped backwards mid-request is no reason to log a
      * negative time
           IF WS-REQUEST-ELAPSED-MS < 0
           THEN
               MOVE ZERO TO WS-REQUEST-ELAPSED-MS
           END-IF.
           MOVE WS-REQUEST-ELAPSED-MS TO WS-ACCESS-LOG-ELAPSED-TEXT.
           MOVE WS-RESPONSE-BYTES-SENT TO WS-ACCESS-LOG-SENT-TEXT.

           MOVE ZERO TO WS-ACCESS-LOG-POINTER.
           INSPECT FUNCTION REVERSE(WS-ACCESS-LOG-RECORD)
           TALLYING WS-ACCESS-LOG-POINTER FOR LEADING SPACES.
           COMPUTE WS-ACCESS-LOG-POINTER =
           LENGTH OF WS-ACCESS-LOG-RECORD - WS-ACCESS-LOG-POINTER + 1
           END-COMPUTE.
           STRING
               " elapsed=" DELIMITED BY SIZE,
               FUNCTION TRIM(WS-ACCESS-LOG-ELAPSED-TEXT LEADING)
                   DELIMITED BY SIZE,
               " sent=" DELIMITED BY SIZE,
               FUNCTION TRIM(WS-ACCESS-LOG-SENT-TEXT LEADING)
                   DELIMITED BY SIZE
               INTO WS-ACCESS-LOG-RECORD
               WITH POINTER WS-ACCESS-LOG-POINTER
           END-STRING.

      * The nightly rotation renames the log away; the first
      * request after it starts a fresh one. The log is OPTIONAL so
      * EXTEND creates it in append mode - other workers and the
      * rotation's carried lines may be landing in it at the same
      * moment, and an OPEN OUTPUT would truncate them
           OPEN EXTEND WS-ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-FILE-STATUS NOT = "00"
           AND WS-ACCESS-LOG-FILE-STATUS NOT = "05"
           THEN
               DISPLAY "open access log failed: ",
               WS-ACCESS-LOG-FILE-STATUS
               CLOSE WS-ACCESS-LOG-FILE
           END-IF.

       READ-MILLISECOND-CLOCK.
      * gettimeofday into WS-CLOCK-NOW-MS, milliseconds since the
      * epoch
           CALL "gettimeofday"
           USING BY REFERENCE WS-CLOCK-TIMEVAL,
           BY REFERENCE NULL
           RETURNING WS-TEMP
           END-CALL.
           COMPUTE WS-CLOCK-NOW-MS =
           CLOCK-TIMEVAL-SEC * 1000 + CLOCK-TIMEVAL-USEC / 1000
           END-COMPUTE.

       LOAD-ERROR-PAGE-BODY-FOR-STATUS.
      * Reads the configured error document for the response status
      * into WS-ERROR-PAGE-BODY. Any trouble - no mapping, the page
           ELSE
               COMPUTE WS-FILESIZE = WS-FILESIZE - WS-TEMP
               END-COMPUTE
               ADD WS-TEMP TO WS-RESPONSE-BYTES-SENT
               END-ADD
           END-IF.

       SEND-FILE-CHUNK-OVER-TLS.
           END-COMPUTE.
           COMPUTE WS-SENDFILE-OFFSET = WS-SENDFILE-OFFSET + WS-TEMP
           END-COMPUTE.
           ADD WS-TEMP TO WS-RESPONSE-BYTES-SENT
           END-ADD.

       WRITE-TO-CLIENT-SOCKET.
           PERFORM COMPUTE-BUFFER-LEN.
               END-IF
               COMPUTE WS-BUFFER-LEN = WS-BUFFER-LEN - WS-TEMP
               END-COMPUTE
               ADD WS-TEMP TO WS-RESPONSE-BYTES-SENT
               END-ADD
           END-IF.

       CLOSE-CLIENT-SOCKET.
