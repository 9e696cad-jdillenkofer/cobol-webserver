       IDENTIFICATION DIVISION.
       PROGRAM-ID. trashmaint.
      * Maintenance for the DELETE trash, run from the document root
      * like the other batch jobs. The server renames every deleted
      * page into .trash-YYYYMMDD and appends a record to the trash
      * manifest (webserver.trash) saying where it came from; this
      * program works from that manifest.
      *   trashmaint list            what is in the trash right now
      *   trashmaint restore <name>  put one entry back, named by
      *                              its trash name or its original
      *                              path (the newest entry wins)
      *   trashmaint purge           remove trash days older than
      *                              the retention, with a report
      * The retention comes from trashmaint.conf, one KEY=VALUE per
      * line like logwatch.conf; RETENTION_DAYS=0 switches purging
      * off. The manifest name is fixed, as it is in the server.
      * The manifest is only ever appended to - a restore or purge
      * adds its own R or P record for the entry rather than
      * rewriting lines the server may be adding to at the same
      * moment. A restore that would overwrite a live file, or finds
      * nothing to restore, ends with return code 8; a restore or
      * purge whose manifest record cannot be written ends with 4
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-CONFIG-FILE ASSIGN TO WS-CONFIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT OPTIONAL WS-TRASH-MANIFEST-FILE ASSIGN TO
               WS-TRASH-MANIFEST-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRASH-MANIFEST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-CONFIG-FILE.
       01 WS-CONFIG-RECORD PIC X(256).
       FD WS-TRASH-MANIFEST-FILE.
      * Mirrors the server's WS-TRASH-MANIFEST-RECORD: T trashed
      * (written by the server), R restored and P purged (written
      * here)
       01 WS-TRASH-MANIFEST-RECORD.
           05 TRASH-MANIFEST-ACTION PIC X.
           05 TRASH-MANIFEST-TIMESTAMP PIC X(14).
           05 TRASH-MANIFEST-CLIENT PIC X(15).
           05 TRASH-MANIFEST-SIZE PIC 9(12).
           05 TRASH-MANIFEST-ORIGINAL-PATH PIC X(256).
           05 TRASH-MANIFEST-TRASHED-NAME PIC X(512).
       WORKING-STORAGE SECTION.
       01 WS-CONFIG-FILENAME PIC X(256) VALUE "trashmaint.conf".
       01 WS-CONFIG-FILE-STATUS PIC XX.
       01 WS-CONFIG-KEY PIC X(64).
       01 WS-CONFIG-VALUE PIC X(256).
       01 WS-TRASH-MANIFEST-FILENAME PIC X(256)
           VALUE "webserver.trash".
       01 WS-TRASH-MANIFEST-FILE-STATUS PIC XX.
       01 WS-CONFIG-RETENTION-DAYS PIC 9(4) VALUE 30.
       01 WS-COMMAND-LINE PIC X(256) VALUE SPACES.
       01 WS-COMMAND-ACTION PIC X(16) VALUE SPACES.
       01 WS-COMMAND-ARGUMENT PIC X(512) VALUE SPACES.
       01 WS-RUN-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-PURGE-CUTOFF-DATE PIC 9(8) VALUE 0.
      * Every trashing the manifest knows about, with what became
      * of it since: still T while it sits in the trash, R or P
      * once a later record restored or purged it
       01 WS-TRASH-ENTRIES.
           05 WS-TRASH-ENTRIES-LEN PIC 9(4) VALUE 0.
           05 WS-TRASH-ENTRIES-SIZE PIC 9(4) VALUE 2000.
           05 WS-TRASH-ENTRY OCCURS 2000 TIMES.
               10 WS-TRASH-ENTRY-STATE PIC X.
               10 WS-TRASH-ENTRY-TIMESTAMP PIC X(14).
               10 WS-TRASH-ENTRY-CLIENT PIC X(15).
               10 WS-TRASH-ENTRY-SIZE PIC 9(12).
               10 WS-TRASH-ENTRY-ORIGINAL-PATH PIC X(256).
               10 WS-TRASH-ENTRY-TRASHED-NAME PIC X(512).
       01 WS-TRASH-OVERFLOW PIC X VALUE 'N'.
       01 WS-TRASH-ENTRY-I PIC 9(4) VALUE 0.
       01 WS-FOUND-ENTRY-I PIC 9(4) VALUE 0.
      * Trash days old enough to go, found by reading the root
       01 WS-PURGE-DIRS.
           05 WS-PURGE-DIRS-LEN PIC 9(4) VALUE 0.
           05 WS-PURGE-DIRS-SIZE PIC 9(4) VALUE 366.
           05 WS-PURGE-DIR OCCURS 366 TIMES PIC X(64).
       01 WS-PURGE-DIR-I PIC 9(4) VALUE 0.
       01 WS-PURGE-DIR-FILES PIC 9(8) VALUE 0.
       01 WS-PURGE-DIR-BYTES PIC 9(16) VALUE 0.
       01 WS-PURGE-TOTAL-FILES PIC 9(8) VALUE 0.
       01 WS-PURGE-TOTAL-BYTES PIC 9(16) VALUE 0.
       01 WS-PURGE-DIRS-REMOVED PIC 9(8) VALUE 0.
       01 WS-CURRENT-DIR PIC X(256).
       01 WS-CURRENT-DIR-NULLTERMINATED PIC X(256).
       01 WS-DIR-HANDLE-PTR USAGE POINTER.
       01 WS-DIRENT-PTR USAGE POINTER.
      * struct dirent as the x86-64 ABI lays it out, as in
      * docinventory's walk
       01 WS-DIRENT BASED.
           05 DIRENT-INO PIC 9(18) USAGE COMP-5.
           05 DIRENT-OFF PIC S9(18) USAGE COMP-5.
           05 DIRENT-RECLEN PIC 9(4) USAGE COMP-5.
           05 DIRENT-TYPE USAGE BINARY-CHAR UNSIGNED.
           05 DIRENT-NAME PIC X(256).
       01 WS-DIRENT-NAME-LEN PIC 9(8).
       01 WS-ENTRY-NAME PIC X(256).
       01 WS-ENTRY-PATH PIC X(512).
       01 WS-ENTRY-PATH-NULLTERMINATED PIC X(512).
       01 WS-ENTRY-FD PIC S9(4).
       01 WS-ENTRY-SIZE PIC 9(16).
       01 WS-ENTRY-EXISTS PIC X VALUE 'N'.
       01 WS-ORIGINAL-PATH-NULLTERMINATED PIC X(256).
       01 WS-TRASHED-NAME-NULLTERMINATED PIC X(512).
       01 WS-ACTIVE-COUNT PIC 9(8) VALUE 0.
       01 WS-ACTIVE-BYTES PIC 9(16) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(8) VALUE 0.
       01 WS-RESTORED-COUNT PIC 9(8) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(8) VALUE 0.
       01 WS-MATCH-LEN PIC 9(4) VALUE 0.
       01 WS-DOTDOT-COUNT PIC 9(4) VALUE 0.
       01 WS-TEMP PIC S9(8).
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-BYTES-DISPLAY PIC Z(15)9.
       01 WS-SIZE-DISPLAY PIC Z(11)9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE
           DELIMITED BY ALL SPACES
           INTO WS-COMMAND-ACTION, WS-COMMAND-ARGUMENT
           END-UNSTRING.

           PERFORM LOAD-TRASH-CONFIGURATION.
           PERFORM LOAD-TRASH-MANIFEST.

           EVALUATE FUNCTION TRIM(WS-COMMAND-ACTION)
               WHEN SPACES
                   PERFORM LIST-TRASH
               WHEN "list"
                   PERFORM LIST-TRASH
               WHEN "restore"
                   PERFORM RESTORE-TRASH-ENTRY
               WHEN "purge"
                   PERFORM PURGE-EXPIRED-TRASH
               WHEN OTHER
                   DISPLAY "usage: trashmaint list | restore <name> ",
                   "| purge"
                   END-DISPLAY
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       LOAD-TRASH-CONFIGURATION.
      * Missing file just means the built-in defaults
           OPEN INPUT WS-CONFIG-FILE.
           IF WS-CONFIG-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONFIG-FILE-STATUS = "10"
               READ WS-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM PARSE-TRASH-CONFIG-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-CONFIG-FILE.

       PARSE-TRASH-CONFIG-LINE.
           MOVE SPACES TO WS-CONFIG-KEY.
           MOVE SPACES TO WS-CONFIG-VALUE.
           UNSTRING WS-CONFIG-RECORD
           DELIMITED BY "="
           INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(WS-CONFIG-KEY)
               WHEN "RETENTION_DAYS"
                   COMPUTE WS-CONFIG-RETENTION-DAYS =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
                   END-COMPUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-TRASH-MANIFEST.
      * No manifest yet simply means nothing has been deleted since
      * the server started keeping one
           OPEN INPUT WS-TRASH-MANIFEST-FILE.
           IF WS-TRASH-MANIFEST-FILE-STATUS NOT = "00"
           AND WS-TRASH-MANIFEST-FILE-STATUS NOT = "05"
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TRASH-MANIFEST-FILE-STATUS = "10"
               READ WS-TRASH-MANIFEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-TRASH-MANIFEST-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-TRASH-MANIFEST-FILE.
           IF WS-TRASH-OVERFLOW = 'Y'
           THEN
               DISPLAY "trash manifest too big, only the first ",
               WS-TRASH-ENTRIES-SIZE, " entries considered"
               END-DISPLAY
           END-IF.

       APPLY-TRASH-MANIFEST-RECORD.
           IF TRASH-MANIFEST-ACTION = "T"
           THEN
               IF WS-TRASH-ENTRIES-LEN >= WS-TRASH-ENTRIES-SIZE
               THEN
                   MOVE 'Y' TO WS-TRASH-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TRASH-ENTRIES-LEN
               END-ADD
               MOVE "T" TO WS-TRASH-ENTRY-STATE(WS-TRASH-ENTRIES-LEN)
               MOVE TRASH-MANIFEST-TIMESTAMP
               TO WS-TRASH-ENTRY-TIMESTAMP(WS-TRASH-ENTRIES-LEN)
               MOVE TRASH-MANIFEST-CLIENT
               TO WS-TRASH-ENTRY-CLIENT(WS-TRASH-ENTRIES-LEN)
               IF TRASH-MANIFEST-SIZE IS NUMERIC
               THEN
                   MOVE TRASH-MANIFEST-SIZE
                   TO WS-TRASH-ENTRY-SIZE(WS-TRASH-ENTRIES-LEN)
               ELSE
                   MOVE ZERO
                   TO WS-TRASH-ENTRY-SIZE(WS-TRASH-ENTRIES-LEN)
               END-IF
               MOVE TRASH-MANIFEST-ORIGINAL-PATH
               TO WS-TRASH-ENTRY-ORIGINAL-PATH(WS-TRASH-ENTRIES-LEN)
               MOVE TRASH-MANIFEST-TRASHED-NAME
               TO WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRIES-LEN)
               EXIT PARAGRAPH
           END-IF.

      * A restore or purge closes the newest still-open entry under
      * that trash name - trash names are never reused while the
      * file sits there, so there is only ever one
           IF TRASH-MANIFEST-ACTION = "R"
           OR TRASH-MANIFEST-ACTION = "P"
           THEN
               PERFORM VARYING WS-TRASH-ENTRY-I
               FROM WS-TRASH-ENTRIES-LEN BY -1
               UNTIL WS-TRASH-ENTRY-I < 1
               IF WS-TRASH-ENTRY-STATE(WS-TRASH-ENTRY-I) = "T"
               AND WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRY-I) =
                   TRASH-MANIFEST-TRASHED-NAME
               THEN
                   MOVE TRASH-MANIFEST-ACTION
                   TO WS-TRASH-ENTRY-STATE(WS-TRASH-ENTRY-I)
                   EXIT PERFORM
               END-IF
               END-PERFORM
           END-IF.

       LIST-TRASH.
           PERFORM PRINT-REPORT-HEADER.
           DISPLAY " IN THE TRASH"
           END-DISPLAY.
           DISPLAY " trashed              size client          ",
           "original path -> trash name"
           END-DISPLAY.
           PERFORM VARYING WS-TRASH-ENTRY-I FROM 1 BY 1
           UNTIL WS-TRASH-ENTRY-I > WS-TRASH-ENTRIES-LEN
           EVALUATE WS-TRASH-ENTRY-STATE(WS-TRASH-ENTRY-I)
               WHEN "T"
                   PERFORM LIST-ONE-TRASH-ENTRY
               WHEN "R"
                   ADD 1 TO WS-RESTORED-COUNT
                   END-ADD
               WHEN "P"
                   ADD 1 TO WS-PURGED-COUNT
                   END-ADD
           END-EVALUATE
           END-PERFORM.
           IF WS-ACTIVE-COUNT = 0
           THEN
               DISPLAY "   (the trash is empty)"
               END-DISPLAY
           END-IF.

           DISPLAY "==================================================="
           END-DISPLAY.
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " entries in trash:  ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-ACTIVE-BYTES TO WS-BYTES-DISPLAY.
           DISPLAY " bytes in trash:    ",
           FUNCTION TRIM(WS-BYTES-DISPLAY LEADING)
           END-DISPLAY.
           IF WS-MISSING-COUNT > 0
           THEN
               MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
               DISPLAY " missing from disk: ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
               END-DISPLAY
           END-IF.
           MOVE WS-RESTORED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " restored earlier:  ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-PURGED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " purged earlier:    ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           DISPLAY "==================================================="
           END-DISPLAY.

       LIST-ONE-TRASH-ENTRY.
           ADD 1 TO WS-ACTIVE-COUNT
           END-ADD.
           ADD WS-TRASH-ENTRY-SIZE(WS-TRASH-ENTRY-I) TO WS-ACTIVE-BYTES
           END-ADD.
           MOVE WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRY-I)
           TO WS-ENTRY-PATH.
           PERFORM CHECK-ENTRY-PATH-EXISTS.
           MOVE WS-TRASH-ENTRY-SIZE(WS-TRASH-ENTRY-I)
           TO WS-SIZE-DISPLAY.
           DISPLAY " ",
           WS-TRASH-ENTRY-TIMESTAMP(WS-TRASH-ENTRY-I)(1:12),
           " ", WS-SIZE-DISPLAY,
           " ", WS-TRASH-ENTRY-CLIENT(WS-TRASH-ENTRY-I),
           " ", FUNCTION TRIM(
               WS-TRASH-ENTRY-ORIGINAL-PATH(WS-TRASH-ENTRY-I)),
           " -> ", FUNCTION TRIM(
               WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRY-I))
           END-DISPLAY.
           IF WS-ENTRY-EXISTS = 'N'
           THEN
               ADD 1 TO WS-MISSING-COUNT
               END-ADD
               DISPLAY "   (no longer on disk)"
               END-DISPLAY
           END-IF.

       RESTORE-TRASH-ENTRY.
      * The newest entry still in the trash whose trash name or
      * original path is the one asked for
           IF FUNCTION TRIM(WS-COMMAND-ARGUMENT) = SPACES
           THEN
               DISPLAY "restore needs a trash name or original path"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FOUND-ENTRY-I.
           PERFORM VARYING WS-TRASH-ENTRY-I
           FROM WS-TRASH-ENTRIES-LEN BY -1
           UNTIL WS-TRASH-ENTRY-I < 1
           OR WS-FOUND-ENTRY-I > 0
           IF WS-TRASH-ENTRY-STATE(WS-TRASH-ENTRY-I) = "T"
           AND (WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRY-I) =
                WS-COMMAND-ARGUMENT
             OR WS-TRASH-ENTRY-ORIGINAL-PATH(WS-TRASH-ENTRY-I) =
                WS-COMMAND-ARGUMENT)
           THEN
               MOVE WS-TRASH-ENTRY-I TO WS-FOUND-ENTRY-I
           END-IF
           END-PERFORM.
           IF WS-FOUND-ENTRY-I = 0
           THEN
               DISPLAY "restore refused: nothing in the trash under ",
               FUNCTION TRIM(WS-COMMAND-ARGUMENT)
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      * The manifest is a plain file anyone with shell access can
      * edit; a path that would climb out of the document root is
      * not put back, whatever the record says
           MOVE ZERO TO WS-DOTDOT-COUNT.
           INSPECT WS-TRASH-ENTRY-ORIGINAL-PATH(WS-FOUND-ENTRY-I)
           TALLYING WS-DOTDOT-COUNT FOR ALL "..".
           IF WS-DOTDOT-COUNT > 0
           OR WS-TRASH-ENTRY-ORIGINAL-PATH(WS-FOUND-ENTRY-I)(1:1) = "/"
           OR WS-TRASH-ENTRY-ORIGINAL-PATH(WS-FOUND-ENTRY-I) = SPACES
           THEN
               DISPLAY "restore refused: original path ",
               FUNCTION TRIM(
                   WS-TRASH-ENTRY-ORIGINAL-PATH(WS-FOUND-ENTRY-I)),
               " is outside the document root"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      * Someone may have published a new page under the old path
      * since; that page wins and the trash copy stays put
           MOVE WS-TRASH-ENTRY-ORIGINAL-PATH(WS-FOUND-ENTRY-I)
           TO WS-ENTRY-PATH.
           PERFORM CHECK-ENTRY-PATH-EXISTS.
           IF WS-ENTRY-EXISTS = 'Y'
           THEN
               DISPLAY "restore refused: a live file ",
               FUNCTION TRIM(WS-ENTRY-PATH), " exists again"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ORIGINAL-PATH-NULLTERMINATED.
           STRING WS-TRASH-ENTRY-ORIGINAL-PATH(WS-FOUND-ENTRY-I)
               DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-ORIGINAL-PATH-NULLTERMINATED
           END-STRING.
           MOVE SPACES TO WS-TRASHED-NAME-NULLTERMINATED.
           STRING WS-TRASH-ENTRY-TRASHED-NAME(WS-FOUND-ENTRY-I)
               DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-TRASHED-NAME-NULLTERMINATED
           END-STRING.
      * link() rather than rename(): it will not replace a name that
      * exists, so a page published between the check above and
      * this call is never overwritten. The trash copy goes once
      * the live name is in place
           CALL "link"
           USING BY REFERENCE WS-TRASHED-NAME-NULLTERMINATED,
           BY REFERENCE WS-ORIGINAL-PATH-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP NOT = ZERO
           THEN
               DISPLAY "restore of ",
               FUNCTION TRIM(
                   WS-TRASH-ENTRY-TRASHED-NAME(WS-FOUND-ENTRY-I)),
               " to ", FUNCTION TRIM(
                   WS-TRASH-ENTRY-ORIGINAL-PATH(WS-FOUND-ENTRY-I)),
               " failed: ", WS-TEMP,
               " (a live file exists, or the trash copy is gone)"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           CALL "unlink"
           USING BY REFERENCE WS-TRASHED-NAME-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP NOT = ZERO
           THEN
               DISPLAY "restored, but the trash copy ",
               FUNCTION TRIM(
                   WS-TRASH-ENTRY-TRASHED-NAME(WS-FOUND-ENTRY-I)),
               " could not be removed; the purge takes it"
               END-DISPLAY
           END-IF.

           MOVE WS-FOUND-ENTRY-I TO WS-TRASH-ENTRY-I.
           MOVE "R" TO WS-TRASH-ENTRY-STATE(WS-TRASH-ENTRY-I).
           PERFORM APPEND-TRASH-MANIFEST-RECORD.
           DISPLAY "Restored ",
           FUNCTION TRIM(WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRY-I)),
           " to ",
           FUNCTION TRIM(WS-TRASH-ENTRY-ORIGINAL-PATH(WS-TRASH-ENTRY-I))
           END-DISPLAY.

       PURGE-EXPIRED-TRASH.
           PERFORM PRINT-REPORT-HEADER.
           IF WS-CONFIG-RETENTION-DAYS = 0
           THEN
               DISPLAY " retention is 0 days, purging is switched off"
               END-DISPLAY
               DISPLAY "=============================================",
               "======"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.

      * A trash day older than the retention goes as a whole, the
      * same unit the server creates it in
           COMPUTE WS-PURGE-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           - WS-CONFIG-RETENTION-DAYS)
           END-COMPUTE.
           MOVE WS-CONFIG-RETENTION-DAYS TO WS-COUNT-DISPLAY.
           DISPLAY " retention: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
           " days, purging trash days before ", WS-PURGE-CUTOFF-DATE
           END-DISPLAY.
           DISPLAY "==================================================="
           END-DISPLAY.

           DISPLAY " trash day / size client            ",
           "original path -> trash name"
           END-DISPLAY.
           PERFORM FIND-EXPIRED-TRASH-DIRECTORIES.
           PERFORM VARYING WS-PURGE-DIR-I FROM 1 BY 1
           UNTIL WS-PURGE-DIR-I > WS-PURGE-DIRS-LEN
               PERFORM PURGE-ONE-TRASH-DIRECTORY
           END-PERFORM.
           IF WS-PURGE-DIRS-LEN = 0
           THEN
               DISPLAY "   (nothing old enough to purge)"
               END-DISPLAY
           END-IF.

           DISPLAY "==================================================="
           END-DISPLAY.
           MOVE WS-PURGE-DIRS-REMOVED TO WS-COUNT-DISPLAY.
           DISPLAY " trash days removed: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-PURGE-TOTAL-FILES TO WS-COUNT-DISPLAY.
           DISPLAY " files purged:       ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-PURGE-TOTAL-BYTES TO WS-BYTES-DISPLAY.
           DISPLAY " bytes freed:        ",
           FUNCTION TRIM(WS-BYTES-DISPLAY LEADING)
           END-DISPLAY.
           DISPLAY "==================================================="
           END-DISPLAY.

       FIND-EXPIRED-TRASH-DIRECTORIES.
           MOVE SPACES TO WS-CURRENT-DIR-NULLTERMINATED.
           STRING "." DELIMITED BY SIZE,
           X"00" DELIMITED BY SIZE
           INTO WS-CURRENT-DIR-NULLTERMINATED
           END-STRING.
           CALL "opendir"
           USING BY REFERENCE WS-CURRENT-DIR-NULLTERMINATED
           RETURNING WS-DIR-HANDLE-PTR
           END-CALL.
           IF WS-DIR-HANDLE-PTR = NULL
           THEN
               DISPLAY "opendir of the document root failed"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.

           PERFORM FOREVER
               CALL "readdir"
               USING BY VALUE WS-DIR-HANDLE-PTR
               RETURNING WS-DIRENT-PTR
               END-CALL
               IF WS-DIRENT-PTR = NULL
               THEN
                   EXIT PERFORM
               END-IF
               SET ADDRESS OF WS-DIRENT TO WS-DIRENT-PTR

               MOVE ZERO TO WS-DIRENT-NAME-LEN
               INSPECT DIRENT-NAME OF WS-DIRENT
               TALLYING WS-DIRENT-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL X"00"
               MOVE SPACES TO WS-ENTRY-NAME
               MOVE DIRENT-NAME OF WS-DIRENT(1:WS-DIRENT-NAME-LEN)
               TO WS-ENTRY-NAME

               IF WS-ENTRY-NAME(1:7) = ".trash-"
               AND WS-ENTRY-NAME(8:8) IS NUMERIC
               AND WS-ENTRY-NAME(16:1) = SPACE
               AND DIRENT-TYPE OF WS-DIRENT = 4
               AND WS-ENTRY-NAME(8:8) < WS-PURGE-CUTOFF-DATE
               THEN
                   IF WS-PURGE-DIRS-LEN < WS-PURGE-DIRS-SIZE
                   THEN
                       ADD 1 TO WS-PURGE-DIRS-LEN
                       END-ADD
                       MOVE WS-ENTRY-NAME
                       TO WS-PURGE-DIR(WS-PURGE-DIRS-LEN)
                   ELSE
                       DISPLAY "too many trash days, left for the ",
                       "next run: ", FUNCTION TRIM(WS-ENTRY-NAME)
                       END-DISPLAY
                   END-IF
               END-IF
           END-PERFORM.

           CALL "closedir"
           USING BY VALUE WS-DIR-HANDLE-PTR
           RETURNING WS-TEMP
           END-CALL.

       PURGE-ONE-TRASH-DIRECTORY.
           MOVE ZERO TO WS-PURGE-DIR-FILES.
           MOVE ZERO TO WS-PURGE-DIR-BYTES.
           MOVE SPACES TO WS-CURRENT-DIR.
           MOVE WS-PURGE-DIR(WS-PURGE-DIR-I) TO WS-CURRENT-DIR.
           MOVE SPACES TO WS-CURRENT-DIR-NULLTERMINATED.
           STRING FUNCTION TRIM(WS-CURRENT-DIR) DELIMITED BY SIZE,
           X"00" DELIMITED BY SIZE
           INTO WS-CURRENT-DIR-NULLTERMINATED
           END-STRING.
           CALL "opendir"
           USING BY REFERENCE WS-CURRENT-DIR-NULLTERMINATED
           RETURNING WS-DIR-HANDLE-PTR
           END-CALL.
           IF WS-DIR-HANDLE-PTR = NULL
           THEN
               DISPLAY " ", FUNCTION TRIM(WS-CURRENT-DIR),
               "  opendir failed, skipped"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ", FUNCTION TRIM(WS-CURRENT-DIR)
           END-DISPLAY.

           PERFORM FOREVER
               CALL "readdir"
               USING BY VALUE WS-DIR-HANDLE-PTR
               RETURNING WS-DIRENT-PTR
               END-CALL
               IF WS-DIRENT-PTR = NULL
               THEN
                   EXIT PERFORM
               END-IF
               SET ADDRESS OF WS-DIRENT TO WS-DIRENT-PTR

               MOVE ZERO TO WS-DIRENT-NAME-LEN
               INSPECT DIRENT-NAME OF WS-DIRENT
               TALLYING WS-DIRENT-NAME-LEN
               FOR CHARACTERS BEFORE INITIAL X"00"
               MOVE SPACES TO WS-ENTRY-NAME
               MOVE DIRENT-NAME OF WS-DIRENT(1:WS-DIRENT-NAME-LEN)
               TO WS-ENTRY-NAME

               IF WS-ENTRY-NAME NOT = "."
               AND WS-ENTRY-NAME NOT = ".."
               THEN
                   PERFORM PURGE-ONE-TRASH-FILE
               END-IF
           END-PERFORM.

           CALL "closedir"
           USING BY VALUE WS-DIR-HANDLE-PTR
           RETURNING WS-TEMP
           END-CALL.

      * The server never puts a directory into the trash, so an
      * emptied trash day comes away with a plain rmdir; anything
      * someone left in there by hand keeps it standing
           CALL "rmdir"
           USING BY REFERENCE WS-CURRENT-DIR-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP = ZERO
           THEN
               ADD 1 TO WS-PURGE-DIRS-REMOVED
               END-ADD
           END-IF.

      * Every manifest entry still open in this trash day is closed
      * with a P record, so list and restore stop offering it
           MOVE ZERO TO WS-MATCH-LEN.
           INSPECT WS-CURRENT-DIR TALLYING WS-MATCH-LEN
           FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM VARYING WS-TRASH-ENTRY-I FROM 1 BY 1
           UNTIL WS-TRASH-ENTRY-I > WS-TRASH-ENTRIES-LEN
           IF WS-TRASH-ENTRY-STATE(WS-TRASH-ENTRY-I) = "T"
           AND WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRY-I)
               (1:WS-MATCH-LEN) = WS-CURRENT-DIR(1:WS-MATCH-LEN)
           AND WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRY-I)
               (WS-MATCH-LEN + 1:1) = "/"
           THEN
               MOVE WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRY-I)
               TO WS-ENTRY-PATH
               PERFORM CHECK-ENTRY-PATH-EXISTS
               IF WS-ENTRY-EXISTS = 'N'
               THEN
                   MOVE "P" TO WS-TRASH-ENTRY-STATE(WS-TRASH-ENTRY-I)
                   PERFORM APPEND-TRASH-MANIFEST-RECORD
               END-IF
           END-IF
           END-PERFORM.

           MOVE WS-PURGE-DIR-FILES TO WS-COUNT-DISPLAY.
           MOVE WS-PURGE-DIR-BYTES TO WS-BYTES-DISPLAY.
           DISPLAY "   day total: files ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING), ", bytes ",
           FUNCTION TRIM(WS-BYTES-DISPLAY LEADING)
           END-DISPLAY.

       PURGE-ONE-TRASH-FILE.
           MOVE SPACES TO WS-ENTRY-PATH.
           STRING FUNCTION TRIM(WS-CURRENT-DIR) DELIMITED BY SIZE,
           "/" DELIMITED BY SIZE,
           FUNCTION TRIM(WS-ENTRY-NAME) DELIMITED BY SIZE
           INTO WS-ENTRY-PATH
           END-STRING.
           MOVE SPACES TO WS-ENTRY-PATH-NULLTERMINATED.
           STRING WS-ENTRY-PATH DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-ENTRY-PATH-NULLTERMINATED
           END-STRING.

           MOVE ZERO TO WS-ENTRY-SIZE.
           CALL "open"
           USING BY REFERENCE WS-ENTRY-PATH-NULLTERMINATED,
           BY VALUE 0
           RETURNING WS-ENTRY-FD
           END-CALL.
           IF WS-ENTRY-FD NOT = -1
           THEN
               CALL "lseek"
               USING BY VALUE WS-ENTRY-FD,
               BY VALUE 0,
               BY VALUE 2
               RETURNING WS-ENTRY-SIZE
               END-CALL
               CALL "close"
               USING BY VALUE WS-ENTRY-FD
               RETURNING WS-TEMP
               END-CALL
           END-IF.

           CALL "unlink"
           USING BY REFERENCE WS-ENTRY-PATH-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP NOT = ZERO
           THEN
               DISPLAY "   could not remove ",
               FUNCTION TRIM(WS-ENTRY-PATH)
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PURGE-DIR-FILES
           END-ADD.
           ADD WS-ENTRY-SIZE TO WS-PURGE-DIR-BYTES
           END-ADD.
           ADD 1 TO WS-PURGE-TOTAL-FILES
           END-ADD.
           ADD WS-ENTRY-SIZE TO WS-PURGE-TOTAL-BYTES
           END-ADD.
           PERFORM PRINT-PURGED-FILE.

       PRINT-PURGED-FILE.
      * One line per file removed, with where it was deleted from
      * and by whom, off the newest T record for its trash name. A
      * file the manifest does not know was put there by hand
           MOVE ZERO TO WS-FOUND-ENTRY-I.
           PERFORM VARYING WS-TRASH-ENTRY-I
           FROM WS-TRASH-ENTRIES-LEN BY -1
           UNTIL WS-TRASH-ENTRY-I < 1
           OR WS-FOUND-ENTRY-I > 0
           IF WS-TRASH-ENTRY-STATE(WS-TRASH-ENTRY-I) = "T"
           AND WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRY-I) =
               WS-ENTRY-PATH
           THEN
               MOVE WS-TRASH-ENTRY-I TO WS-FOUND-ENTRY-I
           END-IF
           END-PERFORM.
           MOVE WS-ENTRY-SIZE TO WS-SIZE-DISPLAY.
           IF WS-FOUND-ENTRY-I = 0
           THEN
               DISPLAY "   ", WS-SIZE-DISPLAY, " ",
               "(not in manifest)", " ",
               FUNCTION TRIM(WS-ENTRY-PATH)
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "   ", WS-SIZE-DISPLAY, " ",
           WS-TRASH-ENTRY-CLIENT(WS-FOUND-ENTRY-I), "   ",
           FUNCTION TRIM(
               WS-TRASH-ENTRY-ORIGINAL-PATH(WS-FOUND-ENTRY-I)),
           " -> ", FUNCTION TRIM(WS-ENTRY-PATH)
           END-DISPLAY.

       CHECK-ENTRY-PATH-EXISTS.
      * access() with F_OK asks only whether the name is there - a
      * file this job may not read is still a file that exists
           MOVE SPACES TO WS-ENTRY-PATH-NULLTERMINATED.
           STRING WS-ENTRY-PATH DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-ENTRY-PATH-NULLTERMINATED
           END-STRING.
           CALL "access"
           USING BY REFERENCE WS-ENTRY-PATH-NULLTERMINATED,
           BY VALUE 0
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP = ZERO
           THEN
               MOVE 'Y' TO WS-ENTRY-EXISTS
           ELSE
               MOVE 'N' TO WS-ENTRY-EXISTS
           END-IF.

       APPEND-TRASH-MANIFEST-RECORD.
      * Closes entry WS-TRASH-ENTRY-I with its new state (R or P);
      * the client column names this job rather than an address.
      * The file itself has already been moved by now, so a record
      * that cannot be written is a warning, return code 4
           OPEN EXTEND WS-TRASH-MANIFEST-FILE.
           IF WS-TRASH-MANIFEST-FILE-STATUS NOT = "00"
           AND WS-TRASH-MANIFEST-FILE-STATUS NOT = "05"
           THEN
               DISPLAY "open ",
               FUNCTION TRIM(WS-TRASH-MANIFEST-FILENAME),
               " failed: ", WS-TRASH-MANIFEST-FILE-STATUS
               END-DISPLAY
               IF RETURN-CODE < 4
               THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TRASH-MANIFEST-RECORD.
           MOVE WS-TRASH-ENTRY-STATE(WS-TRASH-ENTRY-I)
           TO TRASH-MANIFEST-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TRASH-MANIFEST-TIMESTAMP.
           MOVE "trashmaint" TO TRASH-MANIFEST-CLIENT.
           MOVE WS-TRASH-ENTRY-SIZE(WS-TRASH-ENTRY-I)
           TO TRASH-MANIFEST-SIZE.
           MOVE WS-TRASH-ENTRY-ORIGINAL-PATH(WS-TRASH-ENTRY-I)
           TO TRASH-MANIFEST-ORIGINAL-PATH.
           MOVE WS-TRASH-ENTRY-TRASHED-NAME(WS-TRASH-ENTRY-I)
           TO TRASH-MANIFEST-TRASHED-NAME.
           WRITE WS-TRASH-MANIFEST-RECORD.
           IF WS-TRASH-MANIFEST-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "write ",
               FUNCTION TRIM(WS-TRASH-MANIFEST-FILENAME),
               " failed: ", WS-TRASH-MANIFEST-FILE-STATUS
               END-DISPLAY
               IF RETURN-CODE < 4
               THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE WS-TRASH-MANIFEST-FILE.

       PRINT-REPORT-HEADER.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " TRASH MAINTENANCE - cobol-webserver DELETE trash"
           END-DISPLAY.
           DISPLAY " manifest:  ",
           FUNCTION TRIM(WS-TRASH-MANIFEST-FILENAME)
           END-DISPLAY.
           DISPLAY " generated: ", WS-RUN-TIMESTAMP(1:14)
           END-DISPLAY.
           DISPLAY "==================================================="
           END-DISPLAY.

       END PROGRAM trashmaint.
