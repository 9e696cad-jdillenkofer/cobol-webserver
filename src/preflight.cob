       IDENTIFICATION DIVISION.
       PROGRAM-ID. preflight.
      * Configuration preflight, run by the operator before the
      * reload signal (or a restart) to catch what the server would
      * otherwise only grumble about on its console, or silently
      * ignore. Run it from the directory the server is started
      * from: it reads webserver.conf there (or the file named as
      * the argument), moves into DOCUMENT_ROOT the way the server
      * does, and reads the ACL, redirect map, content type map and
      * credential master from there, with the same parsing rules
      * and the same in-memory table limits the server has. Every
      * finding is listed as FAIL or WARN under its file. A FAIL is
      * something the server would drop, misread or be unable to
      * open; a WARN works but is probably not what was meant - a
      * redirect chain, a redirect target added since the last
      * inventory run. Return code 8 for any FAIL, 4 for warnings
      * only, 0 for a clean pass, so the operator script can hold
      * back the signal on anything of 8 or more
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-SERVER-CONFIG-FILE
               ASSIGN TO WS-SERVER-CONFIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SERVER-CONFIG-FILE-STATUS.
           SELECT WS-ACL-FILE ASSIGN TO WS-CONFIG-ACL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-FILE-STATUS.
           SELECT WS-REDIRECTS-FILE ASSIGN TO
               WS-CONFIG-REDIRECTS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECTS-FILE-STATUS.
           SELECT WS-MIME-FILE ASSIGN TO WS-CONFIG-MIME-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MIME-FILE-STATUS.
           SELECT WS-CREDENTIALS-FILE ASSIGN TO
               WS-CONFIG-CREDENTIALS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CREDENTIALS-FILE-STATUS.
           SELECT WS-INVENTORY-FILE ASSIGN TO WS-INVENTORY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-SERVER-CONFIG-FILE.
       01 WS-SERVER-CONFIG-RECORD PIC X(256).
       FD WS-ACL-FILE.
       01 WS-ACL-RECORD PIC X(256).
       FD WS-REDIRECTS-FILE.
       01 WS-REDIRECTS-RECORD PIC X(512).
       FD WS-MIME-FILE.
       01 WS-MIME-RECORD PIC X(256).
       FD WS-CREDENTIALS-FILE.
      * Only counted here; the layout is the server's
      * WS-CREDENTIALS-RECORD
       01 WS-CREDENTIALS-RECORD PIC X(153).
       FD WS-INVENTORY-FILE.
      * Mirrors docinventory's inventory.dat record
       01 WS-INVENTORY-RECORD.
           05 INV-PATH PIC X(256).
           05 INV-SIZE PIC X(16).
           05 INV-MTIME PIC X(12).
           05 INV-CRC PIC X(12).
       WORKING-STORAGE SECTION.
       01 WS-SERVER-CONFIG-FILENAME PIC X(256) VALUE "webserver.conf".
       01 WS-SERVER-CONFIG-FILE-STATUS PIC XX.
       01 WS-ACL-FILE-STATUS PIC XX.
       01 WS-REDIRECTS-FILE-STATUS PIC XX.
       01 WS-MIME-FILE-STATUS PIC XX.
       01 WS-CREDENTIALS-FILE-STATUS PIC XX.
       01 WS-INVENTORY-FILENAME PIC X(256) VALUE "inventory.dat".
       01 WS-INVENTORY-FILE-STATUS PIC XX.
       01 WS-COMMAND-LINE PIC X(256) VALUE SPACES.
       01 WS-RUN-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-CONFIG-KEY PIC X(64).
       01 WS-CONFIG-VALUE PIC X(256).
      * The settings the later checks need, with the server's
      * defaults; a file name set in webserver.conf is noted so a
      * missing file can be told apart from an unused default
       01 WS-CONFIG-DOCUMENT-ROOT PIC X(256) VALUE SPACES.
       01 WS-CONFIG-DOCUMENT-ROOT-NULLTERMINATED PIC X(256).
       01 WS-CONFIG-ACL-FILENAME PIC X(256) VALUE "webserver.acl".
       01 WS-CONFIG-ACL-SET PIC X VALUE 'N'.
       01 WS-CONFIG-REDIRECTS-FILENAME PIC X(256)
           VALUE "webserver.redirects".
       01 WS-CONFIG-REDIRECTS-SET PIC X VALUE 'N'.
       01 WS-CONFIG-MIME-FILENAME PIC X(256)
           VALUE "webserver.mimetypes".
       01 WS-CONFIG-MIME-SET PIC X VALUE 'N'.
       01 WS-CONFIG-CREDENTIALS-FILENAME PIC X(256)
           VALUE "webserver.htpasswd".
       01 WS-CONFIG-PROTECTED-PATH-PREFIX PIC X(256) VALUE SPACES.
       01 WS-CONFIG-TLS-PORT PIC 9(4) VALUE 0.
       01 WS-CONFIG-TLS-CERTIFICATE-FILE PIC X(256) VALUE SPACES.
       01 WS-CONFIG-TLS-KEY-FILE PIC X(256) VALUE SPACES.
      * Virtual hosts and error pages as the server would table
      * them, same limits; lines past the limit are only counted
       01 WS-CONFIG-VHOSTS.
           05 WS-CONFIG-VHOSTS-LEN PIC 9(4) VALUE 0.
           05 WS-CONFIG-VHOSTS-SIZE PIC 9(4) VALUE 16.
           05 WS-CONFIG-VHOST OCCURS 16 TIMES.
               10 WS-CONFIG-VHOST-NAME PIC X(256).
               10 WS-CONFIG-VHOST-ROOT PIC X(256).
               10 WS-CONFIG-VHOST-LINE PIC 9(6).
       01 WS-CONFIG-VHOST-HOST-PART PIC X(256).
       01 WS-CONFIG-VHOST-ROOT-KEY PIC X(64).
       01 WS-CONFIG-VHOST-ROOT-PART PIC X(256).
       01 WS-CONFIG-ERROR-PAGES.
           05 WS-CONFIG-ERROR-PAGES-LEN PIC 9(4) VALUE 0.
           05 WS-CONFIG-ERROR-PAGES-SIZE PIC 9(4) VALUE 16.
           05 WS-CONFIG-ERROR-PAGE OCCURS 16 TIMES.
               10 WS-CONFIG-ERROR-PAGE-STATUS PIC X(3).
               10 WS-CONFIG-ERROR-PAGE-FILE PIC X(256).
               10 WS-CONFIG-ERROR-PAGE-LINE PIC 9(6).
       01 WS-ERROR-PAGE-STATUS-PART PIC X(64).
       01 WS-ERROR-PAGE-FILE-PART PIC X(256).
       01 WS-PROXY-BACKEND-HOST-PART PIC X(64).
       01 WS-PROXY-BACKEND-PORT-PART PIC X(64).
       01 WS-CONFIG-LINES PIC 9(6) VALUE 0.
       01 WS-CONFIG-SETTINGS PIC 9(6) VALUE 0.
       01 WS-CONFIG-VHOST-LINES PIC 9(6) VALUE 0.
       01 WS-CONFIG-ERROR-PAGE-LINES PIC 9(6) VALUE 0.
       01 WS-DOCUMENT-ROOT-OK PIC X VALUE 'Y'.
      * Value checks: a number of at most WS-CHECK-MAX-DIGITS
      * digits (the width of the server's field - a longer one is
      * silently cut down to its last digits), and a dotted quad
       01 WS-CHECK-VALUE PIC X(256).
       01 WS-CHECK-LEN PIC 9(4) VALUE 0.
       01 WS-CHECK-MAX-DIGITS PIC 9(2) VALUE 0.
       01 WS-CHECK-VALUE-OK PIC X VALUE 'N'.
       01 WS-CHECK-NUMBER PIC 9(12) VALUE 0.
       01 WS-DOTTED-ADDRESS PIC X(64).
       01 WS-DOTTED-ADDRESS-OK PIC X VALUE 'N'.
       01 WS-DOTTED-PARTS PIC 9(2) VALUE 0.
       01 WS-DOTTED-OCTETS.
           05 WS-DOTTED-OCTET OCCURS 5 TIMES PIC X(16).
       01 WS-DOTTED-I PIC 9(2) VALUE 0.
      * A file or directory to test; readable means it opened and
      * gave back at least one byte, so an empty certificate or a
      * directory where a file belongs is caught too
       01 WS-CHECK-PATH PIC X(256).
       01 WS-CHECK-PATH-NULLTERMINATED PIC X(257).
       01 WS-CHECK-PATH-OK PIC X VALUE 'N'.
       01 WS-CHECK-FD PIC S9(9) VALUE 0.
       01 WS-CHECK-BYTES PIC S9(9) VALUE 0.
       01 WS-CHECK-BYTE PIC X.
       01 WS-DIR-HANDLE-PTR USAGE POINTER.
      * ACL lines split the server's way
       01 WS-ACL-LINE-ACTION PIC X(16).
       01 WS-ACL-LINE-ADDRESS PIC X(64).
       01 WS-ACL-ADDRESS-PART PIC X(64).
       01 WS-ACL-BITS-PART PIC X(16).
       01 WS-ACL-RULES-LEN PIC 9(6) VALUE 0.
       01 WS-ACL-RULES-SIZE PIC 9(4) VALUE 64.
       01 WS-ACL-FIRST-DROPPED-LINE PIC 9(6) VALUE 0.
      * The redirect map as the server would table it - only the
      * pairs it would keep take part in the chain and loop checks.
      * A target is checked against inventory.dat and, when not
      * there, against the disk: P pending, F found, D on disk but
      * not yet inventoried, M missing, X not a local path
       01 WS-REDIRECT-MAP.
           05 WS-REDIRECT-MAP-LEN PIC 9(4) VALUE 0.
           05 WS-REDIRECT-MAP-SIZE PIC 9(4) VALUE 128.
           05 WS-REDIRECT-ENTRY OCCURS 128 TIMES.
               10 WS-REDIRECT-OLD-PATH PIC X(256).
               10 WS-REDIRECT-NEW-LOCATION PIC X(256).
               10 WS-REDIRECT-LINE PIC 9(6).
               10 WS-REDIRECT-DUPLICATE PIC X.
               10 WS-REDIRECT-IN-LOOP PIC X.
               10 WS-REDIRECT-HOPS PIC 9(4).
               10 WS-REDIRECT-TARGET-PATH PIC X(256).
               10 WS-REDIRECT-TARGET-STATE PIC X.
       01 WS-REDIRECT-LINE-OLD PIC X(256).
       01 WS-REDIRECT-LINE-NEW PIC X(256).
       01 WS-REDIRECT-LINES PIC 9(6) VALUE 0.
       01 WS-REDIRECT-DROPPED PIC 9(6) VALUE 0.
       01 WS-REDIRECT-FIRST-DROPPED-LINE PIC 9(6) VALUE 0.
       01 WS-REDIRECT-I PIC 9(4) VALUE 0.
       01 WS-REDIRECT-J PIC 9(4) VALUE 0.
       01 WS-REDIRECT-FOUND-I PIC 9(4) VALUE 0.
       01 WS-CHAIN-CURRENT PIC X(256).
       01 WS-CHAIN-HOPS PIC 9(4) VALUE 0.
      * E the chain ends, L it comes back to where it started,
      * C it runs into a loop further along
       01 WS-CHAIN-STATE PIC X VALUE 'E'.
       01 WS-CHAIN-DONE PIC X VALUE 'N'.
       01 WS-CHAIN-TEXT PIC X(300).
       01 WS-CHAIN-POINTER PIC 9(4) VALUE 0.
       01 WS-CHAIN-STEP PIC 9(4) VALUE 0.
       01 WS-CHAIN-MARK-LOOP PIC X VALUE 'N'.
       01 WS-TARGET-PATH PIC X(256).
       01 WS-TARGET-LEN PIC 9(4) VALUE 0.
       01 WS-INVENTORY-PRESENT PIC X VALUE 'N'.
       01 WS-INVENTORY-AT-END PIC X VALUE 'N'.
       01 WS-INVENTORY-ENTRIES PIC 9(8) VALUE 0.
       01 WS-TARGETS-PENDING PIC 9(4) VALUE 0.
      * Content type lines split the server's way
       01 WS-MIME-LINE-SUFFIX PIC X(64).
       01 WS-MIME-LINE-TYPE PIC X(128).
       01 WS-MIME-LINE-AGE PIC X(32).
       01 WS-MIME-TABLE-LEN PIC 9(6) VALUE 0.
       01 WS-MIME-TABLE-SIZE PIC 9(4) VALUE 64.
       01 WS-MIME-FIRST-DROPPED-LINE PIC 9(6) VALUE 0.
       01 WS-CREDENTIALS-LEN PIC 9(6) VALUE 0.
       01 WS-CREDENTIALS-STORE-SIZE PIC 9(4) VALUE 256.
      * The file being checked, its line number and tallies
       01 WS-SECTION-NAME PIC X(256).
       01 WS-SECTION-FAILURES PIC 9(6) VALUE 0.
       01 WS-SECTION-WARNINGS PIC 9(6) VALUE 0.
       01 WS-LINE-NUMBER PIC 9(6) VALUE 0.
       01 WS-FINDING-LINE PIC 9(6) VALUE 0.
       01 WS-FINDING-TEXT PIC X(512).
       01 WS-TOTAL-FAILURES PIC 9(6) VALUE 0.
       01 WS-TOTAL-WARNINGS PIC 9(6) VALUE 0.
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-LIMIT-DISPLAY PIC Z(7)9.
       01 WS-LINE-DISPLAY PIC Z(5)9.
       01 WS-TEMP PIC S9(9) VALUE 0.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-COMMAND-LINE) NOT = SPACES
           THEN
               MOVE SPACES TO WS-SERVER-CONFIG-FILENAME
               MOVE FUNCTION TRIM(WS-COMMAND-LINE)
               TO WS-SERVER-CONFIG-FILENAME
           END-IF.

           PERFORM PRINT-REPORT-HEADER.
           PERFORM CHECK-SERVER-CONFIGURATION.
           PERFORM CHECK-DOCUMENT-ROOT.
           IF WS-DOCUMENT-ROOT-OK = 'Y'
           THEN
               PERFORM CHECK-VIRTUAL-HOST-ROOTS
               PERFORM CHECK-TLS-AND-ERROR-PAGE-FILES
               PERFORM CHECK-ACCESS-CONTROL-LIST
               PERFORM CHECK-REDIRECT-MAP
               PERFORM CHECK-CONTENT-TYPE-MAP
               PERFORM CHECK-CREDENTIALS-MASTER
           END-IF.
           PERFORM PRINT-REPORT-SUMMARY.
           STOP RUN.

       PRINT-REPORT-HEADER.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " CONFIGURATION PREFLIGHT - cobol-webserver"
           END-DISPLAY.
           DISPLAY " generated: ", WS-RUN-TIMESTAMP(1:14)
           END-DISPLAY.
           DISPLAY " config:    ",
           FUNCTION TRIM(WS-SERVER-CONFIG-FILENAME)
           END-DISPLAY.
           DISPLAY "==================================================="
           END-DISPLAY.

       START-SECTION.
           MOVE ZERO TO WS-SECTION-FAILURES.
           MOVE ZERO TO WS-SECTION-WARNINGS.
           MOVE ZERO TO WS-LINE-NUMBER.
           DISPLAY " ", FUNCTION TRIM(WS-SECTION-NAME)
           END-DISPLAY.

       END-SECTION.
           IF WS-SECTION-FAILURES > 0
           THEN
               MOVE WS-SECTION-FAILURES TO WS-COUNT-DISPLAY
               DISPLAY "   result: FAIL (",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING), " failed)"
               END-DISPLAY
           ELSE
               IF WS-SECTION-WARNINGS > 0
               THEN
                   MOVE WS-SECTION-WARNINGS TO WS-COUNT-DISPLAY
                   DISPLAY "   result: PASS (",
                   FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
                   " warnings)"
                   END-DISPLAY
               ELSE
                   DISPLAY "   result: PASS"
                   END-DISPLAY
               END-IF
           END-IF.
           DISPLAY "---------------------------------------------------"
           END-DISPLAY.

       REPORT-FAILURE.
           ADD 1 TO WS-SECTION-FAILURES
           END-ADD.
           ADD 1 TO WS-TOTAL-FAILURES
           END-ADD.
           IF WS-FINDING-LINE = 0
           THEN
               DISPLAY "   FAIL ", FUNCTION TRIM(WS-FINDING-TEXT)
               END-DISPLAY
           ELSE
               MOVE WS-FINDING-LINE TO WS-LINE-DISPLAY
               DISPLAY "   FAIL line ",
               FUNCTION TRIM(WS-LINE-DISPLAY LEADING), ": ",
               FUNCTION TRIM(WS-FINDING-TEXT)
               END-DISPLAY
           END-IF.

       REPORT-WARNING.
           ADD 1 TO WS-SECTION-WARNINGS
           END-ADD.
           ADD 1 TO WS-TOTAL-WARNINGS
           END-ADD.
           IF WS-FINDING-LINE = 0
           THEN
               DISPLAY "   WARN ", FUNCTION TRIM(WS-FINDING-TEXT)
               END-DISPLAY
           ELSE
               MOVE WS-FINDING-LINE TO WS-LINE-DISPLAY
               DISPLAY "   WARN line ",
               FUNCTION TRIM(WS-LINE-DISPLAY LEADING), ": ",
               FUNCTION TRIM(WS-FINDING-TEXT)
               END-DISPLAY
           END-IF.

       REPORT-TABLE-USE.
      * One line per table: how many entries the server would keep
      * against how many it has room for
           MOVE WS-TEMP TO WS-COUNT-DISPLAY.
           DISPLAY "   ", FUNCTION TRIM(WS-FINDING-TEXT), ": ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING), " of ",
           FUNCTION TRIM(WS-LIMIT-DISPLAY LEADING)
           END-DISPLAY.

       CHECK-SERVER-CONFIGURATION.
           MOVE WS-SERVER-CONFIG-FILENAME TO WS-SECTION-NAME.
           PERFORM START-SECTION.
           OPEN INPUT WS-SERVER-CONFIG-FILE.
           IF WS-SERVER-CONFIG-FILE-STATUS NOT = "00"
           THEN
               MOVE ZERO TO WS-FINDING-LINE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "not found - the server would start on "
                   DELIMITED BY SIZE,
               "its built-in defaults" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-WARNING
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-SERVER-CONFIG-FILE-STATUS = "10"
               READ WS-SERVER-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       END-ADD
                       PERFORM CHECK-SERVER-CONFIG-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-SERVER-CONFIG-FILE.

      * A file of real lines with not one key the server knows is
      * the case a reload throws out whole
           IF WS-CONFIG-LINES > 0
           AND WS-CONFIG-SETTINGS = 0
           THEN
               MOVE ZERO TO WS-FINDING-LINE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "no recognizable keys - a reload would "
                   DELIMITED BY SIZE,
               "reject the whole file" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.

           IF WS-CONFIG-VHOST-LINES > WS-CONFIG-VHOSTS-SIZE
           THEN
               MOVE ZERO TO WS-FINDING-LINE
               MOVE WS-CONFIG-VHOST-LINE(WS-CONFIG-VHOSTS-SIZE)
               TO WS-LINE-DISPLAY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "virtual host table overflows - HOST "
                   DELIMITED BY SIZE,
               "lines after line " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-LINE-DISPLAY LEADING)
                   DELIMITED BY SIZE,
               " are ignored" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.
           IF WS-CONFIG-ERROR-PAGE-LINES > WS-CONFIG-ERROR-PAGES-SIZE
           THEN
               MOVE ZERO TO WS-FINDING-LINE
               MOVE WS-CONFIG-ERROR-PAGE-LINE
               (WS-CONFIG-ERROR-PAGES-SIZE) TO WS-LINE-DISPLAY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "error page table overflows - " DELIMITED BY SIZE,
               "ERROR_PAGE lines after line " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-LINE-DISPLAY LEADING)
                   DELIMITED BY SIZE,
               " are ignored" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.

           MOVE WS-CONFIG-VHOST-LINES TO WS-TEMP.
           MOVE WS-CONFIG-VHOSTS-SIZE TO WS-LIMIT-DISPLAY.
           MOVE "virtual hosts" TO WS-FINDING-TEXT.
           PERFORM REPORT-TABLE-USE.
           MOVE WS-CONFIG-ERROR-PAGE-LINES TO WS-TEMP.
           MOVE WS-CONFIG-ERROR-PAGES-SIZE TO WS-LIMIT-DISPLAY.
           MOVE "error pages" TO WS-FINDING-TEXT.
           PERFORM REPORT-TABLE-USE.
           PERFORM END-SECTION.

       CHECK-SERVER-CONFIG-LINE.
           IF FUNCTION TRIM(WS-SERVER-CONFIG-RECORD) = SPACES
           OR WS-SERVER-CONFIG-RECORD(1:1) = "#"
           THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONFIG-LINES
           END-ADD.
           MOVE WS-LINE-NUMBER TO WS-FINDING-LINE.

           MOVE SPACES TO WS-CONFIG-KEY.
           MOVE SPACES TO WS-CONFIG-VALUE.
           UNSTRING WS-SERVER-CONFIG-RECORD
           DELIMITED BY "="
           INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
           END-UNSTRING.

           ADD 1 TO WS-CONFIG-SETTINGS
           END-ADD.
           EVALUATE FUNCTION TRIM(WS-CONFIG-KEY)
               WHEN "PORT"
                   MOVE 4 TO WS-CHECK-MAX-DIGITS
                   PERFORM CHECK-NUMERIC-CONFIG-VALUE
                   IF WS-CHECK-VALUE-OK = 'Y'
                   AND WS-CHECK-NUMBER = 0
                   THEN
                       MOVE "PORT must not be 0" TO WS-FINDING-TEXT
                       PERFORM REPORT-FAILURE
                   END-IF
               WHEN "TLS_PORT"
                   MOVE 4 TO WS-CHECK-MAX-DIGITS
                   PERFORM CHECK-NUMERIC-CONFIG-VALUE
                   IF WS-CHECK-VALUE-OK = 'Y'
                   THEN
                       MOVE WS-CHECK-NUMBER TO WS-CONFIG-TLS-PORT
                   END-IF
               WHEN "MAX_CONCURRENT_CONNECTIONS"
               WHEN "MAX_REQUESTS_PER_MINUTE"
                   MOVE 8 TO WS-CHECK-MAX-DIGITS
                   PERFORM CHECK-NUMERIC-CONFIG-VALUE
               WHEN "AUTH_MAX_FAILED_ATTEMPTS"
                   MOVE 4 TO WS-CHECK-MAX-DIGITS
                   PERFORM CHECK-NUMERIC-CONFIG-VALUE
               WHEN "SESSION_IDLE_MINUTES"
                   MOVE 6 TO WS-CHECK-MAX-DIGITS
                   PERFORM CHECK-NUMERIC-CONFIG-VALUE
               WHEN "BIND_ADDRESS"
                   MOVE SPACES TO WS-DOTTED-ADDRESS
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-DOTTED-ADDRESS
                   PERFORM VALIDATE-DOTTED-ADDRESS
                   IF WS-DOTTED-ADDRESS-OK = 'N'
                   THEN
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "BIND_ADDRESS is not a dotted IPv4 "
                           DELIMITED BY SIZE,
                       "address: " DELIMITED BY SIZE,
                       FUNCTION TRIM(WS-CONFIG-VALUE)
                           DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM REPORT-FAILURE
                   END-IF
               WHEN "DOCUMENT_ROOT"
                   MOVE SPACES TO WS-CONFIG-DOCUMENT-ROOT
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-DOCUMENT-ROOT
               WHEN "PROTECTED_PATH_PREFIX"
                   MOVE SPACES TO WS-CONFIG-PROTECTED-PATH-PREFIX
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-PROTECTED-PATH-PREFIX
               WHEN "CREDENTIALS_FILE"
                   MOVE SPACES TO WS-CONFIG-CREDENTIALS-FILENAME
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-CREDENTIALS-FILENAME
               WHEN "REDIRECTS_FILE"
                   MOVE SPACES TO WS-CONFIG-REDIRECTS-FILENAME
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-REDIRECTS-FILENAME
                   MOVE 'Y' TO WS-CONFIG-REDIRECTS-SET
               WHEN "ACL_FILE"
                   MOVE SPACES TO WS-CONFIG-ACL-FILENAME
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-ACL-FILENAME
                   MOVE 'Y' TO WS-CONFIG-ACL-SET
               WHEN "MIME_TYPES_FILE"
                   MOVE SPACES TO WS-CONFIG-MIME-FILENAME
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-MIME-FILENAME
                   MOVE 'Y' TO WS-CONFIG-MIME-SET
               WHEN "TLS_CERTIFICATE_FILE"
                   MOVE SPACES TO WS-CONFIG-TLS-CERTIFICATE-FILE
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-TLS-CERTIFICATE-FILE
               WHEN "TLS_KEY_FILE"
                   MOVE SPACES TO WS-CONFIG-TLS-KEY-FILE
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                   TO WS-CONFIG-TLS-KEY-FILE
               WHEN "ERROR_PAGE"
                   PERFORM CHECK-ERROR-PAGE-VALUE
               WHEN "HOST"
                   PERFORM CHECK-VIRTUAL-HOST-VALUE
               WHEN "PROXY_BACKEND"
                   PERFORM CHECK-PROXY-BACKEND-VALUE
               WHEN "PROXY_PREFIX"
               WHEN "FORM_PATH_PREFIX"
               WHEN "FORM_CAPTURE_FILE"
               WHEN "FORM_REQUIRED_FIELDS"
               WHEN "APP_PATH_PREFIX"
               WHEN "STAGING_PATH_PREFIX"
               WHEN "BLOCKLIST_FILE"
               WHEN "GZIP_ENABLED"
                   CONTINUE
               WHEN OTHER
                   SUBTRACT 1 FROM WS-CONFIG-SETTINGS
                   END-SUBTRACT
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "unknown key " DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-CONFIG-KEY) DELIMITED BY SIZE,
                   " - the server ignores this line"
                       DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FAILURE
           END-EVALUATE.

       CHECK-NUMERIC-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-CHECK-VALUE.
           PERFORM CHECK-VALUE-IS-NUMBER.
           IF WS-CHECK-VALUE-OK = 'N'
           THEN
               MOVE WS-CHECK-MAX-DIGITS TO WS-LIMIT-DISPLAY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-CONFIG-KEY) DELIMITED BY SIZE,
               " must be a whole number of at most "
                   DELIMITED BY SIZE,
               FUNCTION TRIM(WS-LIMIT-DISPLAY LEADING)
                   DELIMITED BY SIZE,
               " digits: " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-CONFIG-VALUE) DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.

       CHECK-VALUE-IS-NUMBER.
           MOVE 'N' TO WS-CHECK-VALUE-OK.
           MOVE ZERO TO WS-CHECK-NUMBER.
           IF FUNCTION TRIM(WS-CHECK-VALUE) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-CHECK-VALUE) TO WS-CHECK-VALUE.
           MOVE ZERO TO WS-CHECK-LEN.
           INSPECT WS-CHECK-VALUE
           TALLYING WS-CHECK-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-CHECK-LEN > WS-CHECK-MAX-DIGITS
           OR WS-CHECK-VALUE(1:WS-CHECK-LEN) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CHECK-NUMBER =
           FUNCTION NUMVAL(WS-CHECK-VALUE(1:WS-CHECK-LEN))
           END-COMPUTE.
           MOVE 'Y' TO WS-CHECK-VALUE-OK.

       VALIDATE-DOTTED-ADDRESS.
      * Four dot-separated numbers of 0 to 255 - the server's own
      * conversion takes whatever NUMVAL makes of each piece, so
      * "10.0.0" or "10.0.0.300" would quietly become some other
      * address there
           MOVE 'N' TO WS-DOTTED-ADDRESS-OK.
           MOVE SPACES TO WS-DOTTED-OCTETS.
           MOVE ZERO TO WS-DOTTED-PARTS.
           UNSTRING WS-DOTTED-ADDRESS
           DELIMITED BY "."
           INTO WS-DOTTED-OCTET(1), WS-DOTTED-OCTET(2),
           WS-DOTTED-OCTET(3), WS-DOTTED-OCTET(4),
           WS-DOTTED-OCTET(5)
           TALLYING IN WS-DOTTED-PARTS
           END-UNSTRING.
           IF WS-DOTTED-PARTS NOT = 4
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO WS-CHECK-MAX-DIGITS.
           PERFORM VARYING WS-DOTTED-I FROM 1 BY 1
           UNTIL WS-DOTTED-I > 4
               MOVE WS-DOTTED-OCTET(WS-DOTTED-I) TO WS-CHECK-VALUE
               PERFORM CHECK-VALUE-IS-NUMBER
               IF WS-CHECK-VALUE-OK = 'N'
               OR WS-CHECK-NUMBER > 255
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-DOTTED-ADDRESS-OK.

       CHECK-ERROR-PAGE-VALUE.
           MOVE SPACES TO WS-ERROR-PAGE-STATUS-PART.
           MOVE SPACES TO WS-ERROR-PAGE-FILE-PART.
           UNSTRING WS-CONFIG-VALUE
           DELIMITED BY ","
           INTO WS-ERROR-PAGE-STATUS-PART, WS-ERROR-PAGE-FILE-PART
           END-UNSTRING.
           IF FUNCTION TRIM(WS-ERROR-PAGE-STATUS-PART) = SPACES
           OR FUNCTION TRIM(WS-ERROR-PAGE-FILE-PART) = SPACES
           OR WS-ERROR-PAGE-STATUS-PART(1:3) IS NOT NUMERIC
           THEN
               MOVE "malformed ERROR_PAGE, expected status,file"
               TO WS-FINDING-TEXT
               PERFORM REPORT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONFIG-ERROR-PAGE-LINES
           END-ADD.
           IF WS-CONFIG-ERROR-PAGES-LEN < WS-CONFIG-ERROR-PAGES-SIZE
           THEN
               ADD 1 TO WS-CONFIG-ERROR-PAGES-LEN
               END-ADD
               MOVE WS-ERROR-PAGE-STATUS-PART(1:3) TO
               WS-CONFIG-ERROR-PAGE-STATUS(WS-CONFIG-ERROR-PAGES-LEN)
               MOVE FUNCTION TRIM(WS-ERROR-PAGE-FILE-PART) TO
               WS-CONFIG-ERROR-PAGE-FILE(WS-CONFIG-ERROR-PAGES-LEN)
               MOVE WS-LINE-NUMBER TO
               WS-CONFIG-ERROR-PAGE-LINE(WS-CONFIG-ERROR-PAGES-LEN)
           END-IF.

       CHECK-VIRTUAL-HOST-VALUE.
      * Split again on both delimiters, as the server does for
      * HOST=name,DOCUMENT_ROOT=dir
           MOVE SPACES TO WS-CONFIG-VHOST-HOST-PART.
           MOVE SPACES TO WS-CONFIG-VHOST-ROOT-KEY.
           MOVE SPACES TO WS-CONFIG-VHOST-ROOT-PART.
           UNSTRING WS-SERVER-CONFIG-RECORD
           DELIMITED BY "=" OR ","
           INTO WS-CONFIG-KEY, WS-CONFIG-VHOST-HOST-PART,
           WS-CONFIG-VHOST-ROOT-KEY, WS-CONFIG-VHOST-ROOT-PART
           END-UNSTRING.
           IF FUNCTION TRIM(WS-CONFIG-VHOST-ROOT-KEY)
              NOT = "DOCUMENT_ROOT"
           OR FUNCTION TRIM(WS-CONFIG-VHOST-HOST-PART) = SPACES
           OR FUNCTION TRIM(WS-CONFIG-VHOST-ROOT-PART) = SPACES
           THEN
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "malformed HOST, expected " DELIMITED BY SIZE,
               "HOST=name,DOCUMENT_ROOT=dir" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CONFIG-VHOST-LINES
           END-ADD.
           IF WS-CONFIG-VHOSTS-LEN < WS-CONFIG-VHOSTS-SIZE
           THEN
               ADD 1 TO WS-CONFIG-VHOSTS-LEN
               END-ADD
               MOVE FUNCTION TRIM(WS-CONFIG-VHOST-HOST-PART)
               TO WS-CONFIG-VHOST-NAME(WS-CONFIG-VHOSTS-LEN)
               MOVE FUNCTION TRIM(WS-CONFIG-VHOST-ROOT-PART)
               TO WS-CONFIG-VHOST-ROOT(WS-CONFIG-VHOSTS-LEN)
               MOVE WS-LINE-NUMBER
               TO WS-CONFIG-VHOST-LINE(WS-CONFIG-VHOSTS-LEN)
           END-IF.

       CHECK-PROXY-BACKEND-VALUE.
           MOVE SPACES TO WS-PROXY-BACKEND-HOST-PART.
           MOVE SPACES TO WS-PROXY-BACKEND-PORT-PART.
           UNSTRING WS-CONFIG-VALUE
           DELIMITED BY ":"
           INTO WS-PROXY-BACKEND-HOST-PART,
           WS-PROXY-BACKEND-PORT-PART
           END-UNSTRING.
           MOVE SPACES TO WS-DOTTED-ADDRESS.
           MOVE FUNCTION TRIM(WS-PROXY-BACKEND-HOST-PART)
           TO WS-DOTTED-ADDRESS.
           PERFORM VALIDATE-DOTTED-ADDRESS.
           MOVE WS-PROXY-BACKEND-PORT-PART TO WS-CHECK-VALUE.
           MOVE 5 TO WS-CHECK-MAX-DIGITS.
           PERFORM CHECK-VALUE-IS-NUMBER.
           IF WS-DOTTED-ADDRESS-OK = 'N'
           OR WS-CHECK-VALUE-OK = 'N'
           OR WS-CHECK-NUMBER = 0
           OR WS-CHECK-NUMBER > 65535
           THEN
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "malformed PROXY_BACKEND, expected "
                   DELIMITED BY SIZE,
               "address:port: " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-CONFIG-VALUE) DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.

       CHECK-DOCUMENT-ROOT.
      * Everything from here on is relative to the document root,
      * as it is for the server once it has moved there
           MOVE "DOCUMENT_ROOT" TO WS-SECTION-NAME.
           PERFORM START-SECTION.
           MOVE ZERO TO WS-FINDING-LINE.
           IF FUNCTION TRIM(WS-CONFIG-DOCUMENT-ROOT) = SPACES
           THEN
               DISPLAY "   not set - the current directory is served"
               END-DISPLAY
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "   ", FUNCTION TRIM(WS-CONFIG-DOCUMENT-ROOT)
           END-DISPLAY.
           MOVE SPACES TO WS-CONFIG-DOCUMENT-ROOT-NULLTERMINATED.
           STRING WS-CONFIG-DOCUMENT-ROOT DELIMITED BY SPACE
           X"00" DELIMITED BY SIZE
           INTO WS-CONFIG-DOCUMENT-ROOT-NULLTERMINATED
           END-STRING.
           CALL "chdir"
           USING BY REFERENCE WS-CONFIG-DOCUMENT-ROOT-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP NOT = ZERO
           THEN
               MOVE 'N' TO WS-DOCUMENT-ROOT-OK
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "document root does not exist or cannot "
                   DELIMITED BY SIZE,
               "be entered - the files kept there were "
                   DELIMITED BY SIZE,
               "not checked" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.
           PERFORM END-SECTION.

       CHECK-VIRTUAL-HOST-ROOTS.
           IF WS-CONFIG-VHOSTS-LEN = 0
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE "virtual host roots" TO WS-SECTION-NAME.
           PERFORM START-SECTION.
           PERFORM VARYING WS-REDIRECT-I FROM 1 BY 1
           UNTIL WS-REDIRECT-I > WS-CONFIG-VHOSTS-LEN
               MOVE WS-CONFIG-VHOST-ROOT(WS-REDIRECT-I)
               TO WS-CHECK-PATH
               PERFORM CHECK-DIRECTORY-EXISTS
               IF WS-CHECK-PATH-OK = 'N'
               THEN
                   MOVE WS-CONFIG-VHOST-LINE(WS-REDIRECT-I)
                   TO WS-LINE-DISPLAY
                   MOVE ZERO TO WS-FINDING-LINE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING
                   FUNCTION TRIM(WS-CONFIG-VHOST-NAME(WS-REDIRECT-I))
                       DELIMITED BY SIZE,
                   ": root " DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-CONFIG-VHOST-ROOT(WS-REDIRECT-I))
                       DELIMITED BY SIZE,
                   " does not exist (config line " DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-LINE-DISPLAY LEADING)
                       DELIMITED BY SIZE,
                   ")" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FAILURE
               END-IF
           END-PERFORM.
           PERFORM END-SECTION.

       CHECK-TLS-AND-ERROR-PAGE-FILES.
           MOVE "TLS and error page files" TO WS-SECTION-NAME.
           PERFORM START-SECTION.
           MOVE ZERO TO WS-FINDING-LINE.
      * The server brings up HTTPS only with both files present
      * and loadable; anything less leaves it on plain HTTP
           IF WS-CONFIG-TLS-PORT > 0
           AND (FUNCTION TRIM(WS-CONFIG-TLS-CERTIFICATE-FILE) = SPACES
           OR FUNCTION TRIM(WS-CONFIG-TLS-KEY-FILE) = SPACES)
           THEN
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "TLS_PORT is set without both " DELIMITED BY SIZE,
               "TLS_CERTIFICATE_FILE and TLS_KEY_FILE "
                   DELIMITED BY SIZE,
               "- HTTPS would not start" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.
           IF FUNCTION TRIM(WS-CONFIG-TLS-CERTIFICATE-FILE) NOT = SPACES
           THEN
               MOVE WS-CONFIG-TLS-CERTIFICATE-FILE TO WS-CHECK-PATH
               PERFORM CHECK-FILE-IS-READABLE
               IF WS-CHECK-PATH-OK = 'N'
               THEN
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "TLS certificate " DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-CHECK-PATH) DELIMITED BY SIZE,
                   " cannot be read" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FAILURE
               END-IF
           END-IF.
           IF FUNCTION TRIM(WS-CONFIG-TLS-KEY-FILE) NOT = SPACES
           THEN
               MOVE WS-CONFIG-TLS-KEY-FILE TO WS-CHECK-PATH
               PERFORM CHECK-FILE-IS-READABLE
               IF WS-CHECK-PATH-OK = 'N'
               THEN
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "TLS key " DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-CHECK-PATH) DELIMITED BY SIZE,
                   " cannot be read" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FAILURE
               END-IF
           END-IF.
      * A missing error page only costs the built-in page body
           PERFORM VARYING WS-REDIRECT-I FROM 1 BY 1
           UNTIL WS-REDIRECT-I > WS-CONFIG-ERROR-PAGES-LEN
               MOVE WS-CONFIG-ERROR-PAGE-FILE(WS-REDIRECT-I)
               TO WS-CHECK-PATH
               PERFORM CHECK-FILE-IS-READABLE
               IF WS-CHECK-PATH-OK = 'N'
               THEN
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "error page " DELIMITED BY SIZE,
                   WS-CONFIG-ERROR-PAGE-STATUS(WS-REDIRECT-I)
                       DELIMITED BY SIZE,
                   " file " DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-CHECK-PATH) DELIMITED BY SIZE,
                   " cannot be read - the built-in page is sent"
                       DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-WARNING
               END-IF
           END-PERFORM.
           PERFORM END-SECTION.

       CHECK-FILE-IS-READABLE.
           MOVE 'N' TO WS-CHECK-PATH-OK.
           MOVE SPACES TO WS-CHECK-PATH-NULLTERMINATED.
           STRING WS-CHECK-PATH DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-CHECK-PATH-NULLTERMINATED
           END-STRING.
           CALL "open"
           USING BY REFERENCE WS-CHECK-PATH-NULLTERMINATED,
           BY VALUE 0
           RETURNING WS-CHECK-FD
           END-CALL.
           IF WS-CHECK-FD < 0
           THEN
               EXIT PARAGRAPH
           END-IF.
           CALL "read"
           USING BY VALUE WS-CHECK-FD,
           BY REFERENCE WS-CHECK-BYTE,
           BY VALUE 1
           RETURNING WS-CHECK-BYTES
           END-CALL.
           CALL "close"
           USING BY VALUE WS-CHECK-FD
           RETURNING WS-TEMP
           END-CALL.
           IF WS-CHECK-BYTES > 0
           THEN
               MOVE 'Y' TO WS-CHECK-PATH-OK
           END-IF.

       CHECK-DIRECTORY-EXISTS.
           MOVE 'N' TO WS-CHECK-PATH-OK.
           MOVE SPACES TO WS-CHECK-PATH-NULLTERMINATED.
           STRING WS-CHECK-PATH DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-CHECK-PATH-NULLTERMINATED
           END-STRING.
           CALL "opendir"
           USING BY REFERENCE WS-CHECK-PATH-NULLTERMINATED
           RETURNING WS-DIR-HANDLE-PTR
           END-CALL.
           IF WS-DIR-HANDLE-PTR = NULL
           THEN
               EXIT PARAGRAPH
           END-IF.
           CALL "closedir"
           USING BY VALUE WS-DIR-HANDLE-PTR
           RETURNING WS-TEMP
           END-CALL.
           MOVE 'Y' TO WS-CHECK-PATH-OK.

       CHECK-PATH-EXISTS.
      * Anything that opens - a file or a directory
           MOVE 'N' TO WS-CHECK-PATH-OK.
           MOVE SPACES TO WS-CHECK-PATH-NULLTERMINATED.
           STRING WS-CHECK-PATH DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-CHECK-PATH-NULLTERMINATED
           END-STRING.
           CALL "open"
           USING BY REFERENCE WS-CHECK-PATH-NULLTERMINATED,
           BY VALUE 0
           RETURNING WS-CHECK-FD
           END-CALL.
           IF WS-CHECK-FD < 0
           THEN
               EXIT PARAGRAPH
           END-IF.
           CALL "close"
           USING BY VALUE WS-CHECK-FD
           RETURNING WS-TEMP
           END-CALL.
           MOVE 'Y' TO WS-CHECK-PATH-OK.

       CHECK-ACCESS-CONTROL-LIST.
           MOVE WS-CONFIG-ACL-FILENAME TO WS-SECTION-NAME.
           PERFORM START-SECTION.
           OPEN INPUT WS-ACL-FILE.
           IF WS-ACL-FILE-STATUS NOT = "00"
           THEN
               PERFORM REPORT-FILE-NOT-PRESENT
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ACL-FILE-STATUS = "10"
               READ WS-ACL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       END-ADD
                       PERFORM CHECK-ACL-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-ACL-FILE.

           IF WS-ACL-RULES-LEN > WS-ACL-RULES-SIZE
           THEN
               MOVE ZERO TO WS-FINDING-LINE
               MOVE WS-ACL-FIRST-DROPPED-LINE TO WS-LINE-DISPLAY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "rule table overflows - rules from line "
                   DELIMITED BY SIZE,
               FUNCTION TRIM(WS-LINE-DISPLAY LEADING)
                   DELIMITED BY SIZE,
               " on are ignored" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.
           MOVE WS-ACL-RULES-LEN TO WS-TEMP.
           MOVE WS-ACL-RULES-SIZE TO WS-LIMIT-DISPLAY.
           MOVE "rules" TO WS-FINDING-TEXT.
           PERFORM REPORT-TABLE-USE.
           PERFORM END-SECTION.

       CHECK-ACL-LINE.
           IF FUNCTION TRIM(WS-ACL-RECORD) = SPACES
           OR WS-ACL-RECORD(1:1) = "#"
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINE-NUMBER TO WS-FINDING-LINE.
           MOVE SPACES TO WS-ACL-LINE-ACTION.
           MOVE SPACES TO WS-ACL-LINE-ADDRESS.
           UNSTRING WS-ACL-RECORD
           DELIMITED BY ALL SPACES
           INTO WS-ACL-LINE-ACTION, WS-ACL-LINE-ADDRESS
           END-UNSTRING.
           IF (FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ACL-LINE-ACTION))
               NOT = "allow"
           AND FUNCTION LOWER-CASE(FUNCTION TRIM(WS-ACL-LINE-ACTION))
               NOT = "deny")
           OR FUNCTION TRIM(WS-ACL-LINE-ADDRESS) = SPACES
           THEN
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "malformed rule, expected allow|deny "
                   DELIMITED BY SIZE,
               "address[/bits]" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ACL-ADDRESS-PART.
           MOVE SPACES TO WS-ACL-BITS-PART.
           UNSTRING WS-ACL-LINE-ADDRESS
           DELIMITED BY "/"
           INTO WS-ACL-ADDRESS-PART, WS-ACL-BITS-PART
           END-UNSTRING.
           MOVE SPACES TO WS-DOTTED-ADDRESS.
           MOVE FUNCTION TRIM(WS-ACL-ADDRESS-PART) TO WS-DOTTED-ADDRESS.
           PERFORM VALIDATE-DOTTED-ADDRESS.
           IF WS-DOTTED-ADDRESS-OK = 'N'
           THEN
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "bad address " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-ACL-LINE-ADDRESS) DELIMITED BY SIZE,
               " - it would match some other address"
                   DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-ACL-BITS-PART) NOT = SPACES
           THEN
               MOVE WS-ACL-BITS-PART TO WS-CHECK-VALUE
               MOVE 2 TO WS-CHECK-MAX-DIGITS
               PERFORM CHECK-VALUE-IS-NUMBER
               IF WS-CHECK-VALUE-OK = 'N'
               OR WS-CHECK-NUMBER > 32
               THEN
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "bad prefix length in " DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-ACL-LINE-ADDRESS)
                       DELIMITED BY SIZE,
                   " - must be /0 to /32" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FAILURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-ACL-RULES-LEN
           END-ADD.
           IF WS-ACL-RULES-LEN = WS-ACL-RULES-SIZE + 1
           THEN
               MOVE WS-LINE-NUMBER TO WS-ACL-FIRST-DROPPED-LINE
           END-IF.

       REPORT-FILE-NOT-PRESENT.
      * None of the side files has to exist; one named in
      * webserver.conf that is not there is most likely a typo
           MOVE ZERO TO WS-FINDING-LINE.
           IF (WS-SECTION-NAME = WS-CONFIG-ACL-FILENAME
               AND WS-CONFIG-ACL-SET = 'Y')
           OR (WS-SECTION-NAME = WS-CONFIG-REDIRECTS-FILENAME
               AND WS-CONFIG-REDIRECTS-SET = 'Y')
           OR (WS-SECTION-NAME = WS-CONFIG-MIME-FILENAME
               AND WS-CONFIG-MIME-SET = 'Y')
           THEN
               MOVE "named in the configuration but not present"
               TO WS-FINDING-TEXT
               PERFORM REPORT-WARNING
           ELSE
               DISPLAY "   not present"
               END-DISPLAY
           END-IF.

       CHECK-REDIRECT-MAP.
           MOVE WS-CONFIG-REDIRECTS-FILENAME TO WS-SECTION-NAME.
           PERFORM START-SECTION.
           OPEN INPUT WS-REDIRECTS-FILE.
           IF WS-REDIRECTS-FILE-STATUS NOT = "00"
           THEN
               PERFORM REPORT-FILE-NOT-PRESENT
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REDIRECTS-FILE-STATUS = "10"
               READ WS-REDIRECTS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       END-ADD
                       PERFORM CHECK-REDIRECT-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-REDIRECTS-FILE.

           IF WS-REDIRECT-DROPPED > 0
           THEN
               MOVE ZERO TO WS-FINDING-LINE
               MOVE WS-REDIRECT-FIRST-DROPPED-LINE TO WS-LINE-DISPLAY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "redirect map overflows - pairs from line "
                   DELIMITED BY SIZE,
               FUNCTION TRIM(WS-LINE-DISPLAY LEADING)
                   DELIMITED BY SIZE,
               " on are ignored" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.

           PERFORM CHECK-REDIRECT-CHAINS.
           PERFORM CHECK-REDIRECT-TARGETS.

           COMPUTE WS-TEMP = WS-REDIRECT-MAP-LEN + WS-REDIRECT-DROPPED
           END-COMPUTE.
           MOVE WS-REDIRECT-MAP-SIZE TO WS-LIMIT-DISPLAY.
           MOVE "pairs" TO WS-FINDING-TEXT.
           PERFORM REPORT-TABLE-USE.
           PERFORM END-SECTION.

       CHECK-REDIRECT-LINE.
           IF FUNCTION TRIM(WS-REDIRECTS-RECORD) = SPACES
           OR WS-REDIRECTS-RECORD(1:1) = "#"
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINE-NUMBER TO WS-FINDING-LINE.
           MOVE SPACES TO WS-REDIRECT-LINE-OLD.
           MOVE SPACES TO WS-REDIRECT-LINE-NEW.
           UNSTRING WS-REDIRECTS-RECORD
           DELIMITED BY ALL SPACES
           INTO WS-REDIRECT-LINE-OLD, WS-REDIRECT-LINE-NEW
           END-UNSTRING.
           IF FUNCTION TRIM(WS-REDIRECT-LINE-OLD) = SPACES
           OR FUNCTION TRIM(WS-REDIRECT-LINE-NEW) = SPACES
           THEN
               MOVE "malformed pair, expected old-path new-location"
               TO WS-FINDING-TEXT
               PERFORM REPORT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           IF WS-REDIRECT-MAP-LEN = WS-REDIRECT-MAP-SIZE
           THEN
               IF WS-REDIRECT-DROPPED = 0
               THEN
                   MOVE WS-LINE-NUMBER
                   TO WS-REDIRECT-FIRST-DROPPED-LINE
               END-IF
               ADD 1 TO WS-REDIRECT-DROPPED
               END-ADD
               EXIT PARAGRAPH
           END-IF.

      * Request paths always start with a slash; an old path
      * without one can never match anything
           IF WS-REDIRECT-LINE-OLD(1:1) NOT = "/"
           THEN
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-REDIRECT-LINE-OLD)
                   DELIMITED BY SIZE,
               " does not start with / and never matches a request"
                   DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-WARNING
           END-IF.

      * The server takes the first pair for a path; a later pair
      * for the same path is dead
           MOVE 'N' TO WS-CHAIN-DONE.
           PERFORM VARYING WS-REDIRECT-J FROM 1 BY 1
           UNTIL WS-REDIRECT-J > WS-REDIRECT-MAP-LEN
           OR WS-CHAIN-DONE = 'Y'
               IF WS-REDIRECT-OLD-PATH(WS-REDIRECT-J)
                  = WS-REDIRECT-LINE-OLD
               THEN
                   MOVE 'Y' TO WS-CHAIN-DONE
               END-IF
           END-PERFORM.

           ADD 1 TO WS-REDIRECT-MAP-LEN
           END-ADD.
           MOVE WS-REDIRECT-LINE-OLD
           TO WS-REDIRECT-OLD-PATH(WS-REDIRECT-MAP-LEN).
           MOVE WS-REDIRECT-LINE-NEW
           TO WS-REDIRECT-NEW-LOCATION(WS-REDIRECT-MAP-LEN).
           MOVE WS-LINE-NUMBER TO WS-REDIRECT-LINE(WS-REDIRECT-MAP-LEN).
           MOVE 'N' TO WS-REDIRECT-IN-LOOP(WS-REDIRECT-MAP-LEN).
           MOVE ZERO TO WS-REDIRECT-HOPS(WS-REDIRECT-MAP-LEN).
           MOVE SPACES TO WS-REDIRECT-TARGET-PATH(WS-REDIRECT-MAP-LEN).
           MOVE 'X' TO WS-REDIRECT-TARGET-STATE(WS-REDIRECT-MAP-LEN).
           IF WS-CHAIN-DONE = 'Y'
           THEN
               MOVE 'Y' TO WS-REDIRECT-DUPLICATE(WS-REDIRECT-MAP-LEN)
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-REDIRECT-LINE-OLD)
                   DELIMITED BY SIZE,
               " is already redirected by an earlier "
                   DELIMITED BY SIZE,
               "line - this pair is never used" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-WARNING
           ELSE
               MOVE 'N' TO WS-REDIRECT-DUPLICATE(WS-REDIRECT-MAP-LEN)
           END-IF.

       CHECK-REDIRECT-CHAINS.
      * Each pair's new location is looked up as an old path, as a
      * browser following the redirect would ask for it next. Back
      * at the starting pair is a loop the browser gives up on;
      * anything else found is an extra round trip per hop
           PERFORM VARYING WS-REDIRECT-I FROM 1 BY 1
           UNTIL WS-REDIRECT-I > WS-REDIRECT-MAP-LEN
               IF WS-REDIRECT-DUPLICATE(WS-REDIRECT-I) = 'N'
               THEN
                   PERFORM FOLLOW-REDIRECT-CHAIN
               END-IF
           END-PERFORM.

       FOLLOW-REDIRECT-CHAIN.
           MOVE WS-REDIRECT-NEW-LOCATION(WS-REDIRECT-I)
           TO WS-CHAIN-CURRENT.
           MOVE ZERO TO WS-CHAIN-HOPS.
           MOVE 'E' TO WS-CHAIN-STATE.
           MOVE 'N' TO WS-CHAIN-DONE.
           PERFORM UNTIL WS-CHAIN-DONE = 'Y'
               PERFORM FIND-REDIRECT-FOR-PATH
               IF WS-REDIRECT-FOUND-I = 0
               THEN
                   MOVE 'Y' TO WS-CHAIN-DONE
               ELSE
                   ADD 1 TO WS-CHAIN-HOPS
                   END-ADD
                   IF WS-REDIRECT-FOUND-I = WS-REDIRECT-I
                   THEN
                       MOVE 'L' TO WS-CHAIN-STATE
                       MOVE 'Y' TO WS-CHAIN-DONE
                   ELSE
                       IF WS-CHAIN-HOPS > WS-REDIRECT-MAP-LEN
                       THEN
                           MOVE 'C' TO WS-CHAIN-STATE
                           MOVE 'Y' TO WS-CHAIN-DONE
                       ELSE
                           MOVE WS-REDIRECT-NEW-LOCATION
                           (WS-REDIRECT-FOUND-I) TO WS-CHAIN-CURRENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-CHAIN-HOPS TO WS-REDIRECT-HOPS(WS-REDIRECT-I).
           MOVE WS-REDIRECT-LINE(WS-REDIRECT-I) TO WS-FINDING-LINE.

           EVALUATE WS-CHAIN-STATE
               WHEN 'L'
      * Every pair on the loop finds it; it is reported once, at
      * the first of them
                   IF WS-REDIRECT-IN-LOOP(WS-REDIRECT-I) = 'N'
                   THEN
                       MOVE 'Y' TO WS-CHAIN-MARK-LOOP
                       PERFORM DESCRIBE-REDIRECT-CHAIN
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "redirect loop: " DELIMITED BY SIZE,
                       WS-CHAIN-TEXT(1:WS-CHAIN-POINTER - 1)
                           DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM REPORT-FAILURE
                   END-IF
               WHEN 'C'
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING FUNCTION TRIM(WS-REDIRECT-OLD-PATH
                       (WS-REDIRECT-I)) DELIMITED BY SIZE,
                   " leads into a redirect loop" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FAILURE
               WHEN OTHER
                   IF WS-CHAIN-HOPS > 0
                   THEN
                       MOVE 'N' TO WS-CHAIN-MARK-LOOP
                       PERFORM DESCRIBE-REDIRECT-CHAIN
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "redirect chain: " DELIMITED BY SIZE,
                       WS-CHAIN-TEXT(1:WS-CHAIN-POINTER - 1)
                           DELIMITED BY SIZE,
                       " - point the first straight at the last"
                           DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM REPORT-WARNING
                   END-IF
           END-EVALUATE.

       FIND-REDIRECT-FOR-PATH.
           MOVE ZERO TO WS-REDIRECT-FOUND-I.
           PERFORM VARYING WS-REDIRECT-J FROM 1 BY 1
           UNTIL WS-REDIRECT-J > WS-REDIRECT-MAP-LEN
           OR WS-REDIRECT-FOUND-I > 0
               IF WS-REDIRECT-OLD-PATH(WS-REDIRECT-J)
                  = WS-CHAIN-CURRENT
               THEN
                   MOVE WS-REDIRECT-J TO WS-REDIRECT-FOUND-I
               END-IF
           END-PERFORM.

       DESCRIBE-REDIRECT-CHAIN.
      * Writes out "a -> b -> c" for the pair at WS-REDIRECT-I,
      * WS-CHAIN-HOPS hops along; on a loop each pair passed is
      * marked so the others do not report it again
           MOVE SPACES TO WS-CHAIN-TEXT.
           MOVE 1 TO WS-CHAIN-POINTER.
           STRING FUNCTION TRIM(WS-REDIRECT-OLD-PATH(WS-REDIRECT-I))
               DELIMITED BY SIZE,
           " -> " DELIMITED BY SIZE,
           FUNCTION TRIM(WS-REDIRECT-NEW-LOCATION(WS-REDIRECT-I))
               DELIMITED BY SIZE
           INTO WS-CHAIN-TEXT
           WITH POINTER WS-CHAIN-POINTER
           ON OVERFLOW
               CONTINUE
           END-STRING.
           MOVE WS-REDIRECT-NEW-LOCATION(WS-REDIRECT-I)
           TO WS-CHAIN-CURRENT.
      * The last hop of a loop is back to the start, already
      * written out at the front
           MOVE WS-CHAIN-HOPS TO WS-TEMP.
           IF WS-CHAIN-MARK-LOOP = 'Y'
           THEN
               MOVE 'Y' TO WS-REDIRECT-IN-LOOP(WS-REDIRECT-I)
               SUBTRACT 1 FROM WS-TEMP
               END-SUBTRACT
           END-IF.
           PERFORM VARYING WS-CHAIN-STEP FROM 1 BY 1
           UNTIL WS-CHAIN-STEP > WS-TEMP
               PERFORM FIND-REDIRECT-FOR-PATH
               IF WS-CHAIN-MARK-LOOP = 'Y'
               THEN
                   MOVE 'Y' TO WS-REDIRECT-IN-LOOP(WS-REDIRECT-FOUND-I)
               END-IF
               MOVE WS-REDIRECT-NEW-LOCATION(WS-REDIRECT-FOUND-I)
               TO WS-CHAIN-CURRENT
               STRING " -> " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-CHAIN-CURRENT) DELIMITED BY SIZE
               INTO WS-CHAIN-TEXT
               WITH POINTER WS-CHAIN-POINTER
               ON OVERFLOW
                   CONTINUE
               END-STRING
           END-PERFORM.

       CHECK-REDIRECT-TARGETS.
      * The pairs that end the chain on a local path - a full URL
      * or a path that is itself redirected is not a file to look
      * for. The query string and fragment are not part of the
      * file; a target ending in / is a directory, found when
      * anything in the inventory lies underneath it
           MOVE ZERO TO WS-TARGETS-PENDING.
           PERFORM VARYING WS-REDIRECT-I FROM 1 BY 1
           UNTIL WS-REDIRECT-I > WS-REDIRECT-MAP-LEN
               IF WS-REDIRECT-DUPLICATE(WS-REDIRECT-I) = 'N'
               AND WS-REDIRECT-HOPS(WS-REDIRECT-I) = 0
               AND WS-REDIRECT-NEW-LOCATION(WS-REDIRECT-I)(1:1) = "/"
               AND WS-REDIRECT-NEW-LOCATION(WS-REDIRECT-I)(2:1)
                   NOT = "/"
               THEN
                   MOVE SPACES TO WS-TARGET-PATH
                   UNSTRING WS-REDIRECT-NEW-LOCATION(WS-REDIRECT-I)
                   DELIMITED BY "?" OR "#"
                   INTO WS-TARGET-PATH
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-TARGET-PATH) = "/"
                   THEN
                       MOVE 'F'
                       TO WS-REDIRECT-TARGET-STATE(WS-REDIRECT-I)
                   ELSE
                       MOVE WS-TARGET-PATH(2:255)
                       TO WS-REDIRECT-TARGET-PATH(WS-REDIRECT-I)
                       MOVE 'P'
                       TO WS-REDIRECT-TARGET-STATE(WS-REDIRECT-I)
                       ADD 1 TO WS-TARGETS-PENDING
                       END-ADD
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TARGETS-PENDING = 0
           THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT WS-INVENTORY-FILE.
           IF WS-INVENTORY-FILE-STATUS = "00"
           THEN
               MOVE 'Y' TO WS-INVENTORY-PRESENT
               MOVE 'N' TO WS-INVENTORY-AT-END
               PERFORM UNTIL WS-INVENTORY-AT-END = 'Y'
               OR WS-TARGETS-PENDING = 0
                   READ WS-INVENTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-INVENTORY-AT-END
                       NOT AT END
                           ADD 1 TO WS-INVENTORY-ENTRIES
                           END-ADD
                           PERFORM MATCH-INVENTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE WS-INVENTORY-FILE
           ELSE
               MOVE ZERO TO WS-FINDING-LINE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-INVENTORY-FILENAME)
                   DELIMITED BY SIZE,
               " not found - redirect targets checked on disk only"
                   DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-WARNING
           END-IF.

      * Not in the inventory: on disk now is content published
      * since the last inventory run, not on disk either is a
      * redirect straight into a 404
           PERFORM VARYING WS-REDIRECT-I FROM 1 BY 1
           UNTIL WS-REDIRECT-I > WS-REDIRECT-MAP-LEN
               IF WS-REDIRECT-TARGET-STATE(WS-REDIRECT-I) = 'P'
               THEN
                   PERFORM REPORT-UNINVENTORIED-TARGET
               END-IF
           END-PERFORM.

       MATCH-INVENTORY-ENTRY.
           PERFORM VARYING WS-REDIRECT-I FROM 1 BY 1
           UNTIL WS-REDIRECT-I > WS-REDIRECT-MAP-LEN
               IF WS-REDIRECT-TARGET-STATE(WS-REDIRECT-I) = 'P'
               THEN
                   MOVE ZERO TO WS-TARGET-LEN
                   INSPECT WS-REDIRECT-TARGET-PATH(WS-REDIRECT-I)
                   TALLYING WS-TARGET-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
                   IF INV-PATH = WS-REDIRECT-TARGET-PATH(WS-REDIRECT-I)
                   OR (WS-TARGET-LEN > 0
                   AND WS-REDIRECT-TARGET-PATH(WS-REDIRECT-I)
                       (WS-TARGET-LEN:1) = "/"
                   AND INV-PATH(1:WS-TARGET-LEN) =
                   WS-REDIRECT-TARGET-PATH(WS-REDIRECT-I)
                       (1:WS-TARGET-LEN))
                   THEN
                       MOVE 'F'
                       TO WS-REDIRECT-TARGET-STATE(WS-REDIRECT-I)
                       SUBTRACT 1 FROM WS-TARGETS-PENDING
                       END-SUBTRACT
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-UNINVENTORIED-TARGET.
           MOVE WS-REDIRECT-TARGET-PATH(WS-REDIRECT-I)
           TO WS-CHECK-PATH.
           PERFORM CHECK-PATH-EXISTS.
           MOVE WS-REDIRECT-LINE(WS-REDIRECT-I) TO WS-FINDING-LINE.
           MOVE SPACES TO WS-FINDING-TEXT.
           IF WS-CHECK-PATH-OK = 'Y'
           THEN
               MOVE 'D' TO WS-REDIRECT-TARGET-STATE(WS-REDIRECT-I)
               IF WS-INVENTORY-PRESENT = 'Y'
               THEN
                   STRING "target " DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-REDIRECT-NEW-LOCATION
                       (WS-REDIRECT-I)) DELIMITED BY SIZE,
                   " is not in " DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-INVENTORY-FILENAME)
                       DELIMITED BY SIZE,
                   " yet, but is on disk" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-WARNING
               END-IF
           ELSE
               MOVE 'M' TO WS-REDIRECT-TARGET-STATE(WS-REDIRECT-I)
               STRING "target " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-REDIRECT-NEW-LOCATION(WS-REDIRECT-I))
                   DELIMITED BY SIZE,
               " does not exist - the redirect ends in a 404"
                   DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.

       CHECK-CONTENT-TYPE-MAP.
           MOVE WS-CONFIG-MIME-FILENAME TO WS-SECTION-NAME.
           PERFORM START-SECTION.
           OPEN INPUT WS-MIME-FILE.
           IF WS-MIME-FILE-STATUS NOT = "00"
           THEN
               PERFORM REPORT-FILE-NOT-PRESENT
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MIME-FILE-STATUS = "10"
               READ WS-MIME-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUMBER
                       END-ADD
                       PERFORM CHECK-MIME-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-MIME-FILE.

           IF WS-MIME-TABLE-LEN > WS-MIME-TABLE-SIZE
           THEN
               MOVE ZERO TO WS-FINDING-LINE
               MOVE WS-MIME-FIRST-DROPPED-LINE TO WS-LINE-DISPLAY
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "content type table overflows - entries "
                   DELIMITED BY SIZE,
               "from line " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-LINE-DISPLAY LEADING)
                   DELIMITED BY SIZE,
               " on are ignored" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.
           MOVE WS-MIME-TABLE-LEN TO WS-TEMP.
           MOVE WS-MIME-TABLE-SIZE TO WS-LIMIT-DISPLAY.
           MOVE "content types" TO WS-FINDING-TEXT.
           PERFORM REPORT-TABLE-USE.
           PERFORM END-SECTION.

       CHECK-MIME-LINE.
           IF FUNCTION TRIM(WS-MIME-RECORD) = SPACES
           OR WS-MIME-RECORD(1:1) = "#"
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINE-NUMBER TO WS-FINDING-LINE.
           MOVE SPACES TO WS-MIME-LINE-SUFFIX.
           MOVE SPACES TO WS-MIME-LINE-TYPE.
           MOVE SPACES TO WS-MIME-LINE-AGE.
           UNSTRING WS-MIME-RECORD
           DELIMITED BY ALL SPACES
           INTO WS-MIME-LINE-SUFFIX, WS-MIME-LINE-TYPE,
           WS-MIME-LINE-AGE
           END-UNSTRING.
           IF WS-MIME-LINE-SUFFIX(1:1) NOT = "."
           OR FUNCTION TRIM(WS-MIME-LINE-TYPE) = SPACES
           THEN
               MOVE "malformed entry, expected .suffix type [max-age]"
               TO WS-FINDING-TEXT
               PERFORM REPORT-FAILURE
               EXIT PARAGRAPH
           END-IF.
      * The server's table has room for a 16-byte suffix and a
      * 64-byte type; anything longer is cut short there
           IF WS-MIME-LINE-SUFFIX(17:48) NOT = SPACES
           OR WS-MIME-LINE-TYPE(65:64) NOT = SPACES
           THEN
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "suffix over 16 or type over 64 "
                   DELIMITED BY SIZE,
               "characters - the server would cut it "
                   DELIMITED BY SIZE,
               "short" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(WS-MIME-LINE-AGE) NOT = SPACES
           THEN
               MOVE WS-MIME-LINE-AGE TO WS-CHECK-VALUE
               MOVE 9 TO WS-CHECK-MAX-DIGITS
               PERFORM CHECK-VALUE-IS-NUMBER
               IF WS-CHECK-VALUE-OK = 'N'
               THEN
                   MOVE "max-age must be a whole number of seconds"
                   TO WS-FINDING-TEXT
                   PERFORM REPORT-FAILURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-MIME-TABLE-LEN
           END-ADD.
           IF WS-MIME-TABLE-LEN = WS-MIME-TABLE-SIZE + 1
           THEN
               MOVE WS-LINE-NUMBER TO WS-MIME-FIRST-DROPPED-LINE
           END-IF.

       CHECK-CREDENTIALS-MASTER.
      * Only the table limit is checked here; the records
      * themselves are credmaint's business
           MOVE WS-CONFIG-CREDENTIALS-FILENAME TO WS-SECTION-NAME.
           PERFORM START-SECTION.
           MOVE ZERO TO WS-FINDING-LINE.
           OPEN INPUT WS-CREDENTIALS-FILE.
           IF WS-CREDENTIALS-FILE-STATUS NOT = "00"
           THEN
               IF FUNCTION TRIM(WS-CONFIG-PROTECTED-PATH-PREFIX)
                  NOT = SPACES
               THEN
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "not present - every sign-in to the "
                       DELIMITED BY SIZE,
                   "protected area would be refused" DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-WARNING
               ELSE
                   DISPLAY "   not present"
                   END-DISPLAY
               END-IF
               PERFORM END-SECTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CREDENTIALS-FILE-STATUS = "10"
               READ WS-CREDENTIALS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CREDENTIALS-LEN
                       END-ADD
               END-READ
           END-PERFORM.
           CLOSE WS-CREDENTIALS-FILE.
           IF WS-CREDENTIALS-LEN > WS-CREDENTIALS-STORE-SIZE
           THEN
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "credential table overflows - users "
                   DELIMITED BY SIZE,
               "past the 256th cannot sign in" DELIMITED BY SIZE
               INTO WS-FINDING-TEXT
               END-STRING
               PERFORM REPORT-FAILURE
           END-IF.
           MOVE WS-CREDENTIALS-LEN TO WS-TEMP.
           MOVE WS-CREDENTIALS-STORE-SIZE TO WS-LIMIT-DISPLAY.
           MOVE "users" TO WS-FINDING-TEXT.
           PERFORM REPORT-TABLE-USE.
           PERFORM END-SECTION.

       PRINT-REPORT-SUMMARY.
           MOVE WS-TOTAL-FAILURES TO WS-COUNT-DISPLAY.
           DISPLAY " failures: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-TOTAL-WARNINGS TO WS-COUNT-DISPLAY.
           DISPLAY " warnings: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           IF WS-TOTAL-FAILURES > 0
           THEN
               DISPLAY " PREFLIGHT FAILED - do not reload"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-WARNINGS > 0
               THEN
                   DISPLAY " PREFLIGHT PASSED WITH WARNINGS"
                   END-DISPLAY
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY " PREFLIGHT PASSED"
                   END-DISPLAY
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.

       END PROGRAM preflight.
