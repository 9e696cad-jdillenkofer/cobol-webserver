       IDENTIFICATION DIVISION.
       PROGRAM-ID. brokenlinks.
      * Nightly broken-link report, run from the document root like
      * accessreport and with the same optional YYYYMMDD argument
      * (the cut archive access.log.YYYYMMDD when logrotate has
      * made one). Every GET or HEAD answered 404 is totalled per
      * path - hits, distinct clients and the hosts it came in
      * through - and the busiest paths are listed with what became
      * of the file the server looked for, judged against the files
      * the other jobs already keep:
      *   RENAMED        a file of the same name now lives elsewhere
      *                  in the same site (inventory.dat)
      *   DELETED        the file was in yesterday's inventory
      *                  (inventory.prev) or in the trash manifest
      *   NEVER EXISTED  neither of those knows it
      *   PRESENT NOW    it has been published since
      *   REDIRECTED     the redirect map covers it by now
      * A renamed path gets a redirect to the new location, a
      * deleted one to its parent directory (the site root when
      * nothing is left in that directory); the lines are printed
      * at the end in the redirect map's own "old new" format,
      * ready to paste. A rename with several same-named candidates
      * is printed as a "#" comment line, to be checked by hand.
      * The redirect map's name comes from webserver.conf; a second
      * argument names that file when it is not in the document
      * root, and the header warns when it cannot be read
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-ACCESS-LOG-FILE ASSIGN TO WS-ACCESS-LOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-FILE-STATUS.
           SELECT WS-SERVER-CONFIG-FILE
               ASSIGN TO WS-SERVER-CONFIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SERVER-CONFIG-FILE-STATUS.
           SELECT WS-REDIRECTS-FILE ASSIGN TO WS-REDIRECTS-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECTS-FILE-STATUS.
           SELECT WS-INVENTORY-FILE ASSIGN TO WS-INVENTORY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.
           SELECT WS-TRASH-MANIFEST-FILE ASSIGN TO
               WS-TRASH-MANIFEST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRASH-MANIFEST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-ACCESS-LOG-FILE.
      * The server's access log line: a CURRENT-DATE timestamp and
      * key=value fields, as accessreport reads it; client= and
      * file= (the path the server looked for, under its per-site
      * root) are the ones this report adds
       01 WS-ACCESS-LOG-RECORD PIC X(2560).
       FD WS-SERVER-CONFIG-FILE.
       01 WS-SERVER-CONFIG-RECORD PIC X(256).
       FD WS-REDIRECTS-FILE.
       01 WS-REDIRECTS-RECORD PIC X(512).
       FD WS-INVENTORY-FILE.
      * Mirrors docinventory's inventory record; inventory.dat and
      * inventory.prev share it
       01 WS-INVENTORY-RECORD.
           05 INV-PATH PIC X(256).
           05 INV-SIZE PIC X(16).
           05 INV-MTIME PIC X(12).
           05 INV-CRC PIC X(12).
       FD WS-TRASH-MANIFEST-FILE.
      * Mirrors the server's WS-TRASH-MANIFEST-RECORD
       01 WS-TRASH-MANIFEST-RECORD.
           05 TRASH-MANIFEST-ACTION PIC X.
           05 TRASH-MANIFEST-TIMESTAMP PIC X(14).
           05 TRASH-MANIFEST-CLIENT PIC X(15).
           05 TRASH-MANIFEST-SIZE PIC 9(12).
           05 TRASH-MANIFEST-ORIGINAL-PATH PIC X(256).
           05 TRASH-MANIFEST-TRASHED-NAME PIC X(512).
       WORKING-STORAGE SECTION.
       01 WS-ACCESS-LOG-FILENAME PIC X(256) VALUE "access.log".
       01 WS-ACCESS-LOG-FILE-STATUS PIC XX.
       01 WS-SERVER-CONFIG-FILENAME PIC X(256) VALUE "webserver.conf".
       01 WS-SERVER-CONFIG-FILE-STATUS PIC XX.
      * 'N' when webserver.conf could not be read and the defaults
      * stand in for its settings; the report header says so
       01 WS-HAVE-SERVER-CONFIG PIC X VALUE 'N'.
       01 WS-CONFIG-KEY PIC X(64).
       01 WS-CONFIG-VALUE PIC X(256).
      * Same defaults as the server and trashmaint
       01 WS-REDIRECTS-FILENAME PIC X(256)
           VALUE "webserver.redirects".
       01 WS-REDIRECTS-FILE-STATUS PIC XX.
       01 WS-INVENTORY-FILENAME PIC X(256).
       01 WS-INVENTORY-FILE-STATUS PIC XX.
       01 WS-TRASH-MANIFEST-FILENAME PIC X(256)
           VALUE "webserver.trash".
       01 WS-TRASH-MANIFEST-FILE-STATUS PIC XX.
       01 WS-REPORT-DATE-FILTER PIC X(8) VALUE SPACES.
       01 WS-COMMAND-LINE PIC X(256) VALUE SPACES.
       01 WS-COMMAND-FIRST PIC X(256) VALUE SPACES.
       01 WS-COMMAND-SECOND PIC X(256) VALUE SPACES.
       01 WS-REPORT-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-LINES-READ PIC 9(8) VALUE 0.
       01 WS-NOT-FOUND-HITS PIC 9(8) VALUE 0.
      * One log line split into its timestamp and key=value tokens,
      * split at the first "=" as accessreport does
       01 WS-LOG-TIMESTAMP PIC X(26).
       01 WS-LOG-TOKEN-TABLE.
           05 WS-LOG-TOKEN OCCURS 10 TIMES PIC X(2300).
       01 WS-LOG-TOKEN-KEY PIC X(16).
       01 WS-LOG-TOKEN-VALUE PIC X(2300).
       01 WS-LOG-EQUALS-POSITION PIC 9(8) VALUE 0.
       01 WS-LOG-METHOD PIC X(8).
       01 WS-LOG-PATH PIC X(256).
       01 WS-LOG-HOST PIC X(64).
       01 WS-LOG-CLIENT PIC X(15).
       01 WS-LOG-STATUS PIC X(3).
       01 WS-LOG-FILE PIC X(256).
      * The 404s per path. Distinct clients are kept up to the
      * table's width and shown as "32+" past it; hosts are kept
      * up to four and the rest counted. Hits for paths past the
      * table limit still count, in the overflow total
       01 WS-NOT-FOUND-TABLE.
           05 WS-NF-LEN PIC 9(4) VALUE 0.
           05 WS-NF-SIZE PIC 9(4) VALUE 500.
           05 WS-NF-ENTRY OCCURS 500 TIMES.
               10 WS-NF-PATH PIC X(256).
               10 WS-NF-FILE PIC X(256).
               10 WS-NF-HITS PIC 9(8).
               10 WS-NF-CLIENTS-LEN PIC 9(4).
               10 WS-NF-CLIENTS-FULL PIC X.
               10 WS-NF-CLIENT OCCURS 32 TIMES PIC X(15).
               10 WS-NF-HOSTS-LEN PIC 9(4).
               10 WS-NF-HOSTS-OTHER PIC 9(4).
               10 WS-NF-HOST OCCURS 4 TIMES PIC X(64).
      * Worked out once the log is read: the file's name and the
      * lengths of its directory and of its site's root within it
               10 WS-NF-BASENAME PIC X(256).
               10 WS-NF-DIR-LEN PIC 9(4).
               10 WS-NF-SITE-LEN PIC 9(4).
               10 WS-NF-IN-MAP PIC X.
               10 WS-NF-PRESENT PIC X.
               10 WS-NF-IN-PREV PIC X.
               10 WS-NF-TRASHED-AT PIC X(14).
               10 WS-NF-DIR-LIVE PIC X.
               10 WS-NF-CANDIDATES PIC 9(4).
               10 WS-NF-CANDIDATE PIC X(256).
               10 WS-NF-CLASS PIC X(16).
               10 WS-NF-PROPOSAL PIC X(256).
       01 WS-NF-SWAP PIC X(2083).
       01 WS-NF-OVERFLOW-HITS PIC 9(8) VALUE 0.
       01 WS-NF-I PIC 9(4) VALUE 0.
       01 WS-NF-J PIC 9(4) VALUE 0.
       01 WS-NF-MAX-I PIC 9(4) VALUE 0.
       01 WS-NF-FOUND PIC X VALUE 'N'.
      * Paths listed in full; the rest are summed in one line
       01 WS-REPORT-LIMIT PIC 9(4) VALUE 50.
       01 WS-OTHER-PATHS PIC 9(8) VALUE 0.
       01 WS-OTHER-HITS PIC 9(8) VALUE 0.
      * Old paths in the redirect map, as many as the server keeps
       01 WS-REDIRECT-MAP.
           05 WS-REDIRECT-MAP-LEN PIC 9(4) VALUE 0.
           05 WS-REDIRECT-MAP-SIZE PIC 9(4) VALUE 128.
           05 WS-REDIRECT-OLD-PATH OCCURS 128 TIMES PIC X(256).
       01 WS-REDIRECT-LINE-OLD PIC X(256).
       01 WS-REDIRECT-LINE-NEW PIC X(256).
       01 WS-REDIRECT-I PIC 9(4) VALUE 0.
       01 WS-HAVE-INVENTORY PIC X VALUE 'N'.
       01 WS-HAVE-PREV-INVENTORY PIC X VALUE 'N'.
       01 WS-HAVE-TRASH-MANIFEST PIC X VALUE 'N'.
       01 WS-FILE-AT-END PIC X VALUE 'N'.
       01 WS-INV-LEN PIC 9(4) VALUE 0.
       01 WS-INV-SLASH PIC 9(4) VALUE 0.
       01 WS-INV-BASENAME PIC X(256).
       01 WS-PATH-LEN PIC 9(4) VALUE 0.
       01 WS-FILE-LEN PIC 9(4) VALUE 0.
       01 WS-SLASH-POSITION PIC 9(4) VALUE 0.
       01 WS-SCAN-TEXT PIC X(256).
       01 WS-SCAN-I PIC 9(4) VALUE 0.
       01 WS-PROPOSAL-LINE PIC X(600).
       01 WS-PROPOSALS PIC 9(8) VALUE 0.
       01 WS-CLASS-COUNTS.
           05 WS-COUNT-RENAMED PIC 9(8) VALUE 0.
           05 WS-COUNT-DELETED PIC 9(8) VALUE 0.
           05 WS-COUNT-NEVER PIC 9(8) VALUE 0.
           05 WS-COUNT-PRESENT PIC 9(8) VALUE 0.
           05 WS-COUNT-REDIRECTED PIC 9(8) VALUE 0.
       01 WS-HOST-LIST PIC X(300).
       01 WS-HOST-LIST-POINTER PIC 9(4) VALUE 0.
       01 WS-I PIC 9(8).
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-CLIENTS-DISPLAY PIC Z(7)9.
       01 WS-HOSTS-DISPLAY PIC Z(3)9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           PERFORM PARSE-COMMAND-LINE-ARGUMENTS.
           PERFORM SELECT-ACCESS-LOG-FOR-DAY.
           PERFORM LOAD-SIDE-FILE-NAMES.

           OPEN INPUT WS-ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-ACCESS-LOG-FILENAME),
               " failed: ", WS-ACCESS-LOG-FILE-STATUS
               END-DISPLAY
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-ACCESS-LOG-FILE-STATUS = "10"
               READ WS-ACCESS-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-ACCESS-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-ACCESS-LOG-FILE.

           PERFORM SORT-NOT-FOUND-BY-HITS.
           PERFORM VARYING WS-NF-I FROM 1 BY 1
           UNTIL WS-NF-I > WS-NF-LEN
               PERFORM PREPARE-NOT-FOUND-ENTRY
           END-PERFORM.
           PERFORM LOAD-REDIRECT-MAP.
           PERFORM SCAN-CURRENT-INVENTORY.
           PERFORM SCAN-PREVIOUS-INVENTORY.
           PERFORM SCAN-TRASH-MANIFEST.
           PERFORM VARYING WS-NF-I FROM 1 BY 1
           UNTIL WS-NF-I > WS-NF-LEN
               PERFORM CLASSIFY-NOT-FOUND-ENTRY
           END-PERFORM.

           PERFORM PRINT-REPORT-HEADER.
           PERFORM PRINT-NOT-FOUND-SECTION.
           PERFORM PRINT-PROPOSAL-SECTION.
           STOP RUN.

       PARSE-COMMAND-LINE-ARGUMENTS.
      * An optional YYYYMMDD day, then optionally the path of the
      * server's webserver.conf. The server reads that file in the
      * directory it is started from, before it moves into
      * DOCUMENT_ROOT, so a site with a separate document root
      * names it here; the default is the one in the document root
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-COMMAND-FIRST.
           MOVE SPACES TO WS-COMMAND-SECOND.
           UNSTRING WS-COMMAND-LINE
           DELIMITED BY ALL SPACES
           INTO WS-COMMAND-FIRST, WS-COMMAND-SECOND
           END-UNSTRING.
           IF WS-COMMAND-FIRST(1:8) IS NUMERIC
           THEN
               MOVE WS-COMMAND-FIRST(1:8) TO WS-REPORT-DATE-FILTER
               MOVE WS-COMMAND-SECOND TO WS-COMMAND-FIRST
           END-IF.
           IF WS-COMMAND-FIRST NOT = SPACES
           THEN
               MOVE WS-COMMAND-FIRST TO WS-SERVER-CONFIG-FILENAME
           END-IF.

       SELECT-ACCESS-LOG-FOR-DAY.
      * The dated archive once logrotate has cut the day, else the
      * live log, as in accessreport
           IF WS-REPORT-DATE-FILTER = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ACCESS-LOG-FILENAME.
           STRING "access.log." DELIMITED BY SIZE,
           WS-REPORT-DATE-FILTER DELIMITED BY SIZE
           INTO WS-ACCESS-LOG-FILENAME
           END-STRING.
           OPEN INPUT WS-ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-FILE-STATUS = "00"
           THEN
               CLOSE WS-ACCESS-LOG-FILE
           ELSE
               MOVE "access.log" TO WS-ACCESS-LOG-FILENAME
           END-IF.

       LOAD-SIDE-FILE-NAMES.
      * The redirect map's name from webserver.conf; a missing file
      * just leaves the default
           OPEN INPUT WS-SERVER-CONFIG-FILE.
           IF WS-SERVER-CONFIG-FILE-STATUS = "00"
           THEN
               MOVE 'Y' TO WS-HAVE-SERVER-CONFIG
               PERFORM UNTIL WS-SERVER-CONFIG-FILE-STATUS = "10"
                   READ WS-SERVER-CONFIG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SPACES TO WS-CONFIG-KEY
                           MOVE SPACES TO WS-CONFIG-VALUE
                           UNSTRING WS-SERVER-CONFIG-RECORD
                           DELIMITED BY "="
                           INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-CONFIG-KEY)
                              = "REDIRECTS_FILE"
                           THEN
                               MOVE SPACES TO WS-REDIRECTS-FILENAME
                               MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                               TO WS-REDIRECTS-FILENAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-SERVER-CONFIG-FILE
           END-IF.

       TALLY-ACCESS-LOG-RECORD.
           ADD 1 TO WS-LINES-READ
           END-ADD.
           MOVE SPACES TO WS-LOG-TIMESTAMP.
           MOVE SPACES TO WS-LOG-TOKEN-TABLE.
           UNSTRING WS-ACCESS-LOG-RECORD
           DELIMITED BY ALL SPACES
           INTO WS-LOG-TIMESTAMP,
           WS-LOG-TOKEN(1), WS-LOG-TOKEN(2), WS-LOG-TOKEN(3),
           WS-LOG-TOKEN(4), WS-LOG-TOKEN(5), WS-LOG-TOKEN(6),
           WS-LOG-TOKEN(7), WS-LOG-TOKEN(8), WS-LOG-TOKEN(9),
           WS-LOG-TOKEN(10)
           END-UNSTRING.
           IF WS-REPORT-DATE-FILTER NOT = SPACES
           AND WS-LOG-TIMESTAMP(1:8) NOT = WS-REPORT-DATE-FILTER
           THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE "-" TO WS-LOG-METHOD.
           MOVE "-" TO WS-LOG-PATH.
           MOVE "-" TO WS-LOG-HOST.
           MOVE "-" TO WS-LOG-CLIENT.
           MOVE "???" TO WS-LOG-STATUS.
           MOVE "-" TO WS-LOG-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               IF WS-LOG-TOKEN(WS-I) NOT = SPACES
               THEN
                   PERFORM SPLIT-LOG-TOKEN-INTO-KEY-AND-VALUE
                   PERFORM APPLY-LOG-TOKEN
               END-IF
           END-PERFORM.

      * Only page fetches are broken links; a 404 on a PUT or a
      * DELETE is somebody's mistake, not a reader's
           IF WS-LOG-STATUS NOT = "404"
           OR (WS-LOG-METHOD NOT = "GET" AND WS-LOG-METHOD NOT = "HEAD")
           OR WS-LOG-PATH(1:1) NOT = "/"
           THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NOT-FOUND-HITS
           END-ADD.

      * The query string is not part of the page, and lines from
      * before the server logged file= get it worked out from the
      * path the way the server does for the default site
           MOVE WS-LOG-PATH TO WS-SCAN-TEXT.
           MOVE SPACES TO WS-LOG-PATH.
           UNSTRING WS-SCAN-TEXT DELIMITED BY "?"
           INTO WS-LOG-PATH
           END-UNSTRING.
           IF WS-LOG-FILE = "-"
           OR WS-LOG-FILE = SPACES
           THEN
               IF WS-LOG-PATH = "/"
               THEN
                   MOVE "index.html" TO WS-LOG-FILE
               ELSE
                   MOVE WS-LOG-PATH(2:255) TO WS-LOG-FILE
               END-IF
           ELSE
               MOVE WS-LOG-FILE TO WS-SCAN-TEXT
               MOVE SPACES TO WS-LOG-FILE
               UNSTRING WS-SCAN-TEXT DELIMITED BY "?"
               INTO WS-LOG-FILE
               END-UNSTRING
           END-IF.

           MOVE 'N' TO WS-NF-FOUND.
           PERFORM VARYING WS-NF-J FROM 1 BY 1
           UNTIL WS-NF-J > WS-NF-LEN
           OR WS-NF-FOUND = 'Y'
               IF WS-NF-PATH(WS-NF-J) = WS-LOG-PATH
               AND WS-NF-FILE(WS-NF-J) = WS-LOG-FILE
               THEN
                   MOVE 'Y' TO WS-NF-FOUND
                   MOVE WS-NF-J TO WS-NF-I
               END-IF
           END-PERFORM.
           IF WS-NF-FOUND = 'N'
           THEN
               IF WS-NF-LEN = WS-NF-SIZE
               THEN
                   ADD 1 TO WS-NF-OVERFLOW-HITS
                   END-ADD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NF-LEN
               END-ADD
               MOVE WS-NF-LEN TO WS-NF-I
               INITIALIZE WS-NF-ENTRY(WS-NF-I)
               MOVE WS-LOG-PATH TO WS-NF-PATH(WS-NF-I)
               MOVE WS-LOG-FILE TO WS-NF-FILE(WS-NF-I)
               MOVE 'N' TO WS-NF-CLIENTS-FULL(WS-NF-I)
           END-IF.
           ADD 1 TO WS-NF-HITS(WS-NF-I)
           END-ADD.
           PERFORM NOTE-NOT-FOUND-CLIENT.
           PERFORM NOTE-NOT-FOUND-HOST.

       SPLIT-LOG-TOKEN-INTO-KEY-AND-VALUE.
           MOVE SPACES TO WS-LOG-TOKEN-KEY.
           MOVE SPACES TO WS-LOG-TOKEN-VALUE.
           MOVE ZERO TO WS-LOG-EQUALS-POSITION.
           INSPECT WS-LOG-TOKEN(WS-I)
           TALLYING WS-LOG-EQUALS-POSITION FOR CHARACTERS BEFORE "=".
           IF WS-LOG-EQUALS-POSITION = 0
           OR WS-LOG-EQUALS-POSITION > 16
           OR WS-LOG-EQUALS-POSITION >= LENGTH OF WS-LOG-TOKEN-VALUE
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOG-TOKEN(WS-I)(1:WS-LOG-EQUALS-POSITION)
           TO WS-LOG-TOKEN-KEY.
           MOVE WS-LOG-TOKEN(WS-I)(WS-LOG-EQUALS-POSITION + 2:)
           TO WS-LOG-TOKEN-VALUE.

       APPLY-LOG-TOKEN.
           EVALUATE FUNCTION TRIM(WS-LOG-TOKEN-KEY)
               WHEN "method"
                   MOVE SPACES TO WS-LOG-METHOD
                   MOVE FUNCTION TRIM(WS-LOG-TOKEN-VALUE)
                   TO WS-LOG-METHOD
               WHEN "path"
                   MOVE SPACES TO WS-LOG-PATH
                   MOVE FUNCTION TRIM(WS-LOG-TOKEN-VALUE)
                   TO WS-LOG-PATH
               WHEN "host"
                   MOVE SPACES TO WS-LOG-HOST
                   MOVE FUNCTION TRIM(WS-LOG-TOKEN-VALUE)
                   TO WS-LOG-HOST
               WHEN "client"
                   MOVE SPACES TO WS-LOG-CLIENT
                   MOVE FUNCTION TRIM(WS-LOG-TOKEN-VALUE)
                   TO WS-LOG-CLIENT
               WHEN "status"
                   MOVE WS-LOG-TOKEN-VALUE(1:3) TO WS-LOG-STATUS
               WHEN "file"
                   MOVE SPACES TO WS-LOG-FILE
                   MOVE FUNCTION TRIM(WS-LOG-TOKEN-VALUE)
                   TO WS-LOG-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-NOT-FOUND-CLIENT.
           IF WS-NF-CLIENTS-FULL(WS-NF-I) = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-NF-FOUND.
           PERFORM VARYING WS-NF-J FROM 1 BY 1
           UNTIL WS-NF-J > WS-NF-CLIENTS-LEN(WS-NF-I)
           OR WS-NF-FOUND = 'Y'
               IF WS-NF-CLIENT(WS-NF-I, WS-NF-J) = WS-LOG-CLIENT
               THEN
                   MOVE 'Y' TO WS-NF-FOUND
               END-IF
           END-PERFORM.
           IF WS-NF-FOUND = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-NF-CLIENTS-LEN(WS-NF-I) = 32
           THEN
               MOVE 'Y' TO WS-NF-CLIENTS-FULL(WS-NF-I)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NF-CLIENTS-LEN(WS-NF-I)
           END-ADD.
           MOVE WS-LOG-CLIENT
           TO WS-NF-CLIENT(WS-NF-I, WS-NF-CLIENTS-LEN(WS-NF-I)).

       NOTE-NOT-FOUND-HOST.
           MOVE 'N' TO WS-NF-FOUND.
           PERFORM VARYING WS-NF-J FROM 1 BY 1
           UNTIL WS-NF-J > WS-NF-HOSTS-LEN(WS-NF-I)
           OR WS-NF-FOUND = 'Y'
               IF WS-NF-HOST(WS-NF-I, WS-NF-J) = WS-LOG-HOST
               THEN
                   MOVE 'Y' TO WS-NF-FOUND
               END-IF
           END-PERFORM.
           IF WS-NF-FOUND = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.
           IF WS-NF-HOSTS-LEN(WS-NF-I) = 4
           THEN
               ADD 1 TO WS-NF-HOSTS-OTHER(WS-NF-I)
               END-ADD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NF-HOSTS-LEN(WS-NF-I)
           END-ADD.
           MOVE WS-LOG-HOST
           TO WS-NF-HOST(WS-NF-I, WS-NF-HOSTS-LEN(WS-NF-I)).

       SORT-NOT-FOUND-BY-HITS.
      * Straight selection sort, descending by hits, as in
      * accessreport
           PERFORM VARYING WS-NF-I FROM 1 BY 1
           UNTIL WS-NF-I >= WS-NF-LEN
               MOVE WS-NF-I TO WS-NF-MAX-I
               PERFORM VARYING WS-NF-J FROM WS-NF-I BY 1
               UNTIL WS-NF-J > WS-NF-LEN
               IF WS-NF-HITS(WS-NF-J) > WS-NF-HITS(WS-NF-MAX-I)
               THEN
                   MOVE WS-NF-J TO WS-NF-MAX-I
               END-IF
               END-PERFORM
               IF WS-NF-MAX-I NOT = WS-NF-I
               THEN
                   MOVE WS-NF-ENTRY(WS-NF-I) TO WS-NF-SWAP
                   MOVE WS-NF-ENTRY(WS-NF-MAX-I) TO WS-NF-ENTRY(WS-NF-I)
                   MOVE WS-NF-SWAP TO WS-NF-ENTRY(WS-NF-MAX-I)
               END-IF
           END-PERFORM.

       PREPARE-NOT-FOUND-ENTRY.
      * The file's own name, its directory, and its site's root:
      * the file is the site root followed by the request path, so
      * a virtual host's files sit under "blog/" and the default
      * site's under nothing at all
           MOVE WS-NF-FILE(WS-NF-I) TO WS-SCAN-TEXT.
           PERFORM FIND-LAST-SLASH.
           MOVE WS-SLASH-POSITION TO WS-NF-DIR-LEN(WS-NF-I).
           MOVE SPACES TO WS-NF-BASENAME(WS-NF-I).
           IF WS-SLASH-POSITION < WS-FILE-LEN
           THEN
               MOVE WS-SCAN-TEXT(WS-SLASH-POSITION + 1:
                    WS-FILE-LEN - WS-SLASH-POSITION)
               TO WS-NF-BASENAME(WS-NF-I)
           END-IF.

           MOVE ZERO TO WS-PATH-LEN.
           INSPECT WS-NF-PATH(WS-NF-I)
           TALLYING WS-PATH-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-NF-SITE-LEN(WS-NF-I).
           IF WS-PATH-LEN > 1
           AND WS-FILE-LEN >= WS-PATH-LEN
           THEN
               IF WS-SCAN-TEXT(WS-FILE-LEN - WS-PATH-LEN + 2:
                  WS-PATH-LEN - 1) =
                  WS-NF-PATH(WS-NF-I)(2:WS-PATH-LEN - 1)
               THEN
                   COMPUTE WS-NF-SITE-LEN(WS-NF-I) =
                   WS-FILE-LEN - WS-PATH-LEN + 1
                   END-COMPUTE
               END-IF
           END-IF.
           MOVE 'N' TO WS-NF-IN-MAP(WS-NF-I).
           MOVE 'N' TO WS-NF-PRESENT(WS-NF-I).
           MOVE 'N' TO WS-NF-IN-PREV(WS-NF-I).
           MOVE SPACES TO WS-NF-TRASHED-AT(WS-NF-I).
           MOVE 'N' TO WS-NF-DIR-LIVE(WS-NF-I).
           MOVE ZERO TO WS-NF-CANDIDATES(WS-NF-I).
           MOVE SPACES TO WS-NF-CANDIDATE(WS-NF-I).

       FIND-LAST-SLASH.
      * Length of WS-SCAN-TEXT to its first space in WS-FILE-LEN,
      * position of its last "/" in WS-SLASH-POSITION (0 for none)
           MOVE ZERO TO WS-FILE-LEN.
           INSPECT WS-SCAN-TEXT
           TALLYING WS-FILE-LEN FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ZERO TO WS-SLASH-POSITION.
           PERFORM VARYING WS-SCAN-I FROM WS-FILE-LEN BY -1
           UNTIL WS-SCAN-I < 1
           OR WS-SLASH-POSITION > 0
               IF WS-SCAN-TEXT(WS-SCAN-I:1) = "/"
               THEN
                   MOVE WS-SCAN-I TO WS-SLASH-POSITION
               END-IF
           END-PERFORM.

       LOAD-REDIRECT-MAP.
      * Only the old paths matter here: a 404 path the map covers
      * has been dealt with since the day in question
           OPEN INPUT WS-REDIRECTS-FILE.
           IF WS-REDIRECTS-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REDIRECTS-FILE-STATUS = "10"
               READ WS-REDIRECTS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PARSE-REDIRECT-MAP-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-REDIRECTS-FILE.
           PERFORM VARYING WS-NF-I FROM 1 BY 1
           UNTIL WS-NF-I > WS-NF-LEN
               PERFORM VARYING WS-REDIRECT-I FROM 1 BY 1
               UNTIL WS-REDIRECT-I > WS-REDIRECT-MAP-LEN
               OR WS-NF-IN-MAP(WS-NF-I) = 'Y'
                   IF WS-REDIRECT-OLD-PATH(WS-REDIRECT-I)
                      = WS-NF-PATH(WS-NF-I)
                   THEN
                       MOVE 'Y' TO WS-NF-IN-MAP(WS-NF-I)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PARSE-REDIRECT-MAP-LINE.
           IF FUNCTION TRIM(WS-REDIRECTS-RECORD) = SPACES
           OR WS-REDIRECTS-RECORD(1:1) = "#"
           OR WS-REDIRECT-MAP-LEN = WS-REDIRECT-MAP-SIZE
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REDIRECT-LINE-OLD.
           MOVE SPACES TO WS-REDIRECT-LINE-NEW.
           UNSTRING WS-REDIRECTS-RECORD
           DELIMITED BY ALL SPACES
           INTO WS-REDIRECT-LINE-OLD, WS-REDIRECT-LINE-NEW
           END-UNSTRING.
           IF FUNCTION TRIM(WS-REDIRECT-LINE-OLD) = SPACES
           OR FUNCTION TRIM(WS-REDIRECT-LINE-NEW) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REDIRECT-MAP-LEN
           END-ADD.
           MOVE WS-REDIRECT-LINE-OLD
           TO WS-REDIRECT-OLD-PATH(WS-REDIRECT-MAP-LEN).

       SCAN-CURRENT-INVENTORY.
      * One pass over today's inventory: the file itself may be
      * back, a file of the same name may be somewhere else in the
      * same site, and its directory may still hold something
           MOVE "inventory.dat" TO WS-INVENTORY-FILENAME.
           OPEN INPUT WS-INVENTORY-FILE.
           IF WS-INVENTORY-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HAVE-INVENTORY.
           MOVE 'N' TO WS-FILE-AT-END.
           PERFORM UNTIL WS-FILE-AT-END = 'Y'
               READ WS-INVENTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-AT-END
                   NOT AT END
                       PERFORM MATCH-CURRENT-INVENTORY-ENTRY
               END-READ
           END-PERFORM.
           CLOSE WS-INVENTORY-FILE.

       MATCH-CURRENT-INVENTORY-ENTRY.
           MOVE INV-PATH TO WS-SCAN-TEXT.
           PERFORM FIND-LAST-SLASH.
           MOVE WS-FILE-LEN TO WS-INV-LEN.
           MOVE WS-SLASH-POSITION TO WS-INV-SLASH.
           MOVE SPACES TO WS-INV-BASENAME.
           IF WS-INV-SLASH < WS-INV-LEN
           THEN
               MOVE INV-PATH(WS-INV-SLASH + 1:WS-INV-LEN - WS-INV-SLASH)
               TO WS-INV-BASENAME
           END-IF.
           PERFORM VARYING WS-NF-I FROM 1 BY 1
           UNTIL WS-NF-I > WS-NF-LEN
               IF INV-PATH = WS-NF-FILE(WS-NF-I)
               THEN
                   MOVE 'Y' TO WS-NF-PRESENT(WS-NF-I)
               ELSE
                   IF WS-NF-DIR-LEN(WS-NF-I) > 0
                   AND WS-INV-LEN > WS-NF-DIR-LEN(WS-NF-I)
                   AND INV-PATH(1:WS-NF-DIR-LEN(WS-NF-I)) =
                       WS-NF-FILE(WS-NF-I)(1:WS-NF-DIR-LEN(WS-NF-I))
                   THEN
                       MOVE 'Y' TO WS-NF-DIR-LIVE(WS-NF-I)
                   END-IF
                   IF WS-INV-BASENAME = WS-NF-BASENAME(WS-NF-I)
                   AND WS-INV-LEN > WS-NF-SITE-LEN(WS-NF-I)
                   THEN
                       PERFORM NOTE-RENAME-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-RENAME-CANDIDATE.
      * Only a file within the same site can be redirected to by
      * a request path on it
           IF WS-NF-SITE-LEN(WS-NF-I) > 0
           THEN
               IF INV-PATH(1:WS-NF-SITE-LEN(WS-NF-I)) NOT =
                  WS-NF-FILE(WS-NF-I)(1:WS-NF-SITE-LEN(WS-NF-I))
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-NF-CANDIDATES(WS-NF-I)
           END-ADD.
           IF WS-NF-CANDIDATES(WS-NF-I) = 1
           THEN
               MOVE SPACES TO WS-NF-CANDIDATE(WS-NF-I)
               STRING "/" DELIMITED BY SIZE,
               INV-PATH(WS-NF-SITE-LEN(WS-NF-I) + 1:
                   WS-INV-LEN - WS-NF-SITE-LEN(WS-NF-I))
                   DELIMITED BY SIZE
               INTO WS-NF-CANDIDATE(WS-NF-I)
               END-STRING
           END-IF.

       SCAN-PREVIOUS-INVENTORY.
           MOVE "inventory.prev" TO WS-INVENTORY-FILENAME.
           OPEN INPUT WS-INVENTORY-FILE.
           IF WS-INVENTORY-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HAVE-PREV-INVENTORY.
           MOVE 'N' TO WS-FILE-AT-END.
           PERFORM UNTIL WS-FILE-AT-END = 'Y'
               READ WS-INVENTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-AT-END
                   NOT AT END
                       PERFORM VARYING WS-NF-I FROM 1 BY 1
                       UNTIL WS-NF-I > WS-NF-LEN
                           IF INV-PATH = WS-NF-FILE(WS-NF-I)
                           THEN
                               MOVE 'Y' TO WS-NF-IN-PREV(WS-NF-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE WS-INVENTORY-FILE.

       SCAN-TRASH-MANIFEST.
      * The server records each trashing under the same document
      * root relative name it logs as file=; the newest wins
           OPEN INPUT WS-TRASH-MANIFEST-FILE.
           IF WS-TRASH-MANIFEST-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-HAVE-TRASH-MANIFEST.
           MOVE 'N' TO WS-FILE-AT-END.
           PERFORM UNTIL WS-FILE-AT-END = 'Y'
               READ WS-TRASH-MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-AT-END
                   NOT AT END
                       IF TRASH-MANIFEST-ACTION = "T"
                       THEN
                           PERFORM MATCH-TRASH-MANIFEST-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-TRASH-MANIFEST-FILE.

       MATCH-TRASH-MANIFEST-ENTRY.
           PERFORM VARYING WS-NF-I FROM 1 BY 1
           UNTIL WS-NF-I > WS-NF-LEN
               IF TRASH-MANIFEST-ORIGINAL-PATH = WS-NF-FILE(WS-NF-I)
               THEN
                   MOVE TRASH-MANIFEST-TIMESTAMP
                   TO WS-NF-TRASHED-AT(WS-NF-I)
               END-IF
           END-PERFORM.

       CLASSIFY-NOT-FOUND-ENTRY.
           MOVE SPACES TO WS-NF-PROPOSAL(WS-NF-I).
           EVALUATE TRUE
               WHEN WS-NF-IN-MAP(WS-NF-I) = 'Y'
                   MOVE "REDIRECTED" TO WS-NF-CLASS(WS-NF-I)
                   ADD 1 TO WS-COUNT-REDIRECTED
                   END-ADD
               WHEN WS-NF-PRESENT(WS-NF-I) = 'Y'
                   MOVE "PRESENT NOW" TO WS-NF-CLASS(WS-NF-I)
                   ADD 1 TO WS-COUNT-PRESENT
                   END-ADD
               WHEN WS-NF-CANDIDATES(WS-NF-I) > 0
                   MOVE "RENAMED" TO WS-NF-CLASS(WS-NF-I)
                   MOVE WS-NF-CANDIDATE(WS-NF-I)
                   TO WS-NF-PROPOSAL(WS-NF-I)
                   ADD 1 TO WS-COUNT-RENAMED
                   END-ADD
               WHEN WS-NF-IN-PREV(WS-NF-I) = 'Y'
               OR WS-NF-TRASHED-AT(WS-NF-I) NOT = SPACES
                   MOVE "DELETED" TO WS-NF-CLASS(WS-NF-I)
                   PERFORM PROPOSE-PARENT-DIRECTORY
                   ADD 1 TO WS-COUNT-DELETED
                   END-ADD
               WHEN OTHER
                   MOVE "NEVER EXISTED" TO WS-NF-CLASS(WS-NF-I)
                   ADD 1 TO WS-COUNT-NEVER
                   END-ADD
           END-EVALUATE.

       PROPOSE-PARENT-DIRECTORY.
      * The request path up to its last "/" while the directory
      * still has something in it, the site root when it has not.
      * A path naming a directory ("/docs/") loses its own trailing
      * "/" first, so its parent is proposed and not itself; a
      * proposal that would only map the path onto itself is none
           MOVE WS-NF-PATH(WS-NF-I) TO WS-SCAN-TEXT.
           PERFORM FIND-LAST-SLASH.
           IF WS-FILE-LEN > 1
           AND WS-SLASH-POSITION = WS-FILE-LEN
           THEN
               MOVE SPACE TO WS-SCAN-TEXT(WS-FILE-LEN:1)
               PERFORM FIND-LAST-SLASH
           END-IF.
           IF WS-NF-DIR-LIVE(WS-NF-I) = 'Y'
           AND WS-SLASH-POSITION > 1
           THEN
               MOVE WS-SCAN-TEXT(1:WS-SLASH-POSITION)
               TO WS-NF-PROPOSAL(WS-NF-I)
           ELSE
               MOVE "/" TO WS-NF-PROPOSAL(WS-NF-I)
           END-IF.
           IF WS-NF-PROPOSAL(WS-NF-I) = WS-NF-PATH(WS-NF-I)
           THEN
               MOVE SPACES TO WS-NF-PROPOSAL(WS-NF-I)
           END-IF.

       PRINT-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-REPORT-TIMESTAMP.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " BROKEN LINKS - cobol-webserver 404 report"
           END-DISPLAY.
           IF WS-REPORT-DATE-FILTER NOT = SPACES
           THEN
               DISPLAY " day:       ", WS-REPORT-DATE-FILTER
               END-DISPLAY
           ELSE
               DISPLAY " day:       (whole log)"
               END-DISPLAY
           END-IF.
           DISPLAY " generated: ", WS-REPORT-TIMESTAMP(1:14)
           END-DISPLAY.
           DISPLAY " log:       ", FUNCTION TRIM(WS-ACCESS-LOG-FILENAME)
           END-DISPLAY.
           DISPLAY " config:    ",
           FUNCTION TRIM(WS-SERVER-CONFIG-FILENAME)
           END-DISPLAY.
           IF WS-HAVE-SERVER-CONFIG = 'N'
           THEN
               DISPLAY " WARNING: config not readable (status ",
               WS-SERVER-CONFIG-FILE-STATUS, ") - built-in defaults"
               END-DISPLAY
               DISPLAY "          used; give the server's ",
               "webserver.conf as the argument"
               END-DISPLAY
           END-IF.
           MOVE WS-LINES-READ TO WS-COUNT-DISPLAY.
           DISPLAY " lines read:        ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-NOT-FOUND-HITS TO WS-COUNT-DISPLAY.
           DISPLAY " page 404s:         ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-NF-LEN TO WS-COUNT-DISPLAY.
           DISPLAY " distinct paths:    ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           IF WS-HAVE-INVENTORY = 'N'
           THEN
               DISPLAY " no inventory.dat - renames and present files ",
               "cannot be recognized"
               END-DISPLAY
           END-IF.
           IF WS-HAVE-PREV-INVENTORY = 'N'
           AND WS-HAVE-TRASH-MANIFEST = 'N'
           THEN
               DISPLAY " no inventory.prev or ",
               FUNCTION TRIM(WS-TRASH-MANIFEST-FILENAME),
               " - deletions cannot be recognized"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.

       PRINT-NOT-FOUND-SECTION.
           DISPLAY " "
           END-DISPLAY.
           DISPLAY "MOST-REQUESTED MISSING PATHS"
           END-DISPLAY.
           DISPLAY "    HITS   CLIENTS  PATH / HOSTS / FINDING"
           END-DISPLAY.
           PERFORM VARYING WS-NF-I FROM 1 BY 1
           UNTIL WS-NF-I > WS-NF-LEN
               IF WS-NF-I > WS-REPORT-LIMIT
               THEN
                   ADD 1 TO WS-OTHER-PATHS
                   END-ADD
                   ADD WS-NF-HITS(WS-NF-I) TO WS-OTHER-HITS
                   END-ADD
               ELSE
                   PERFORM PRINT-NOT-FOUND-ENTRY
               END-IF
           END-PERFORM.
           IF WS-OTHER-PATHS > 0
           THEN
               MOVE WS-OTHER-HITS TO WS-COUNT-DISPLAY
               MOVE WS-OTHER-PATHS TO WS-CLIENTS-DISPLAY
               DISPLAY WS-COUNT-DISPLAY, "            (",
               FUNCTION TRIM(WS-CLIENTS-DISPLAY LEADING),
               " other paths, not listed)"
               END-DISPLAY
           END-IF.
           IF WS-NF-OVERFLOW-HITS > 0
           THEN
               MOVE WS-NF-OVERFLOW-HITS TO WS-COUNT-DISPLAY
               DISPLAY WS-COUNT-DISPLAY, "            ",
               "(paths past the table limit)"
               END-DISPLAY
           END-IF.

           DISPLAY " "
           END-DISPLAY.
           MOVE WS-COUNT-RENAMED TO WS-COUNT-DISPLAY.
           DISPLAY " renamed:           ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-COUNT-DELETED TO WS-COUNT-DISPLAY.
           DISPLAY " deleted:           ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-COUNT-NEVER TO WS-COUNT-DISPLAY.
           DISPLAY " never existed:     ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-COUNT-PRESENT TO WS-COUNT-DISPLAY.
           DISPLAY " present now:       ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-COUNT-REDIRECTED TO WS-COUNT-DISPLAY.
           DISPLAY " redirected since:  ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.

       PRINT-NOT-FOUND-ENTRY.
           MOVE WS-NF-HITS(WS-NF-I) TO WS-COUNT-DISPLAY.
           MOVE WS-NF-CLIENTS-LEN(WS-NF-I) TO WS-CLIENTS-DISPLAY.
           IF WS-NF-CLIENTS-FULL(WS-NF-I) = 'Y'
           THEN
               DISPLAY WS-COUNT-DISPLAY, "       32+  ",
               FUNCTION TRIM(WS-NF-PATH(WS-NF-I))
               END-DISPLAY
           ELSE
               DISPLAY WS-COUNT-DISPLAY, "  ", WS-CLIENTS-DISPLAY, "  ",
               FUNCTION TRIM(WS-NF-PATH(WS-NF-I))
               END-DISPLAY
           END-IF.

           MOVE SPACES TO WS-HOST-LIST.
           MOVE 1 TO WS-HOST-LIST-POINTER.
           PERFORM VARYING WS-NF-J FROM 1 BY 1
           UNTIL WS-NF-J > WS-NF-HOSTS-LEN(WS-NF-I)
               IF WS-NF-J > 1
               THEN
                   STRING ", " DELIMITED BY SIZE
                   INTO WS-HOST-LIST
                   WITH POINTER WS-HOST-LIST-POINTER
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(WS-NF-HOST(WS-NF-I, WS-NF-J))
                   DELIMITED BY SIZE
               INTO WS-HOST-LIST
               WITH POINTER WS-HOST-LIST-POINTER
               END-STRING
           END-PERFORM.
           IF WS-NF-HOSTS-OTHER(WS-NF-I) > 0
           THEN
               MOVE WS-NF-HOSTS-OTHER(WS-NF-I) TO WS-HOSTS-DISPLAY
               STRING " and " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-HOSTS-DISPLAY LEADING)
                   DELIMITED BY SIZE,
               " more" DELIMITED BY SIZE
               INTO WS-HOST-LIST
               WITH POINTER WS-HOST-LIST-POINTER
               END-STRING
           END-IF.
           DISPLAY "                    hosts: ",
           FUNCTION TRIM(WS-HOST-LIST)
           END-DISPLAY.

           EVALUATE WS-NF-CLASS(WS-NF-I)
               WHEN "RENAMED"
                   IF WS-NF-CANDIDATES(WS-NF-I) > 1
                   THEN
                       MOVE WS-NF-CANDIDATES(WS-NF-I)
                       TO WS-HOSTS-DISPLAY
                       DISPLAY "                    RENAMED? ",
                       FUNCTION TRIM(WS-HOSTS-DISPLAY LEADING),
                       " files of that name, first ",
                       FUNCTION TRIM(WS-NF-CANDIDATE(WS-NF-I))
                       END-DISPLAY
                   ELSE
                       DISPLAY "                    RENAMED to ",
                       FUNCTION TRIM(WS-NF-CANDIDATE(WS-NF-I))
                       END-DISPLAY
                   END-IF
               WHEN "DELETED"
                   IF WS-NF-TRASHED-AT(WS-NF-I) NOT = SPACES
                   THEN
                       DISPLAY "                    DELETED ",
                       WS-NF-TRASHED-AT(WS-NF-I)(1:8),
                       " (in the trash manifest)"
                       END-DISPLAY
                   ELSE
                       DISPLAY "                    DELETED ",
                       "(in inventory.prev)"
                       END-DISPLAY
                   END-IF
               WHEN OTHER
                   DISPLAY "                    ",
                   FUNCTION TRIM(WS-NF-CLASS(WS-NF-I))
                   END-DISPLAY
           END-EVALUATE.

       PRINT-PROPOSAL-SECTION.
      * Lines for the redirect map, in the map's own format; an
      * uncertain rename goes out commented, so pasting it changes
      * nothing until someone has looked
           DISPLAY " "
           END-DISPLAY.
           DISPLAY "PROPOSED REDIRECT MAP LINES"
           END-DISPLAY.
           PERFORM VARYING WS-NF-I FROM 1 BY 1
           UNTIL WS-NF-I > WS-NF-LEN
               IF WS-NF-PROPOSAL(WS-NF-I) NOT = SPACES
               THEN
                   ADD 1 TO WS-PROPOSALS
                   END-ADD
                   MOVE SPACES TO WS-PROPOSAL-LINE
                   IF WS-NF-CANDIDATES(WS-NF-I) > 1
                   AND WS-NF-CLASS(WS-NF-I) = "RENAMED"
                   THEN
                       STRING "# " DELIMITED BY SIZE,
                       FUNCTION TRIM(WS-NF-PATH(WS-NF-I))
                           DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       FUNCTION TRIM(WS-NF-PROPOSAL(WS-NF-I))
                           DELIMITED BY SIZE
                       INTO WS-PROPOSAL-LINE
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-NF-PATH(WS-NF-I))
                           DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       FUNCTION TRIM(WS-NF-PROPOSAL(WS-NF-I))
                           DELIMITED BY SIZE
                       INTO WS-PROPOSAL-LINE
                       END-STRING
                   END-IF
                   DISPLAY FUNCTION TRIM(WS-PROPOSAL-LINE)
                   END-DISPLAY
               END-IF
           END-PERFORM.
           IF WS-PROPOSALS = 0
           THEN
               DISPLAY "(none)"
               END-DISPLAY
           END-IF.

       END PROGRAM brokenlinks.
