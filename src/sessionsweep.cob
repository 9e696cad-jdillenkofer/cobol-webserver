       IDENTIFICATION DIVISION.
       PROGRAM-ID. sessionsweep.
      * Nightly sweep of the dynamic modules' session store
      * (webserver.sessions, the indexed file the server keeps one
      * record per COBSESSION cookie in). Run from the document root
      * like the other batch jobs. Every session idle for longer
      * than SESSION_IDLE_MINUTES - read from webserver.conf, so
      * the sweep and the server agree on what idle means - is
      * deleted; the sessions left are reported by age (time since
      * the session was started) in bands. The server keeps running
      * while this does: each candidate is re-read with a record
      * lock before it is deleted, and one a request is holding
      * right now is plainly in use and left alone. A store that
      * exists but will not open ends with return code 8. The
      * server reads webserver.conf in the directory it is started
      * from, before it moves into DOCUMENT_ROOT; with a separate
      * document root its path is given as the argument. A
      * webserver.conf that cannot be read stops the sweep with
      * return code 8 rather than deleting against a default idle
      * limit the server may not be using
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-SERVER-CONFIG-FILE
               ASSIGN TO WS-SERVER-CONFIG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SERVER-CONFIG-FILE-STATUS.
           SELECT WS-SESSION-FILE ASSIGN TO WS-SESSION-FILENAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SESSION-REC-ID
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-SESSION-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-SERVER-CONFIG-FILE.
       01 WS-SERVER-CONFIG-RECORD PIC X(256).
       FD WS-SESSION-FILE.
      * Mirrors the server's WS-SESSION-RECORD
       01 WS-SESSION-RECORD.
           05 SESSION-REC-ID PIC X(32).
           05 SESSION-REC-LAST-USED PIC X(26).
           05 SESSION-REC-CREATED PIC X(26).
           05 SESSION-REC-FIELD-COUNT PIC 9(2).
           05 SESSION-REC-FIELDS OCCURS 8 TIMES.
               10 SESSION-REC-FIELD-NAME PIC X(32).
               10 SESSION-REC-FIELD-VALUE PIC X(128).
       WORKING-STORAGE SECTION.
       01 WS-SERVER-CONFIG-FILENAME PIC X(256) VALUE "webserver.conf".
       01 WS-SERVER-CONFIG-FILE-STATUS PIC XX.
       01 WS-CONFIG-KEY PIC X(64).
       01 WS-CONFIG-VALUE PIC X(256).
       01 WS-SESSION-FILENAME PIC X(256) VALUE "webserver.sessions".
       01 WS-SESSION-FILE-STATUS PIC XX.
      * Same default as the server's WS-CONFIG-SESSION-IDLE-MINUTES;
      * 0 means sessions never go idle and nothing is deleted
       01 WS-CONFIG-SESSION-IDLE-MINUTES PIC 9(6) VALUE 60.
       01 WS-RUN-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-COMMAND-LINE PIC X(256) VALUE SPACES.
       01 WS-SESSION-AT-END PIC X VALUE 'N'.
       01 WS-SESSION-KEY-SAVED PIC X(32).
       01 WS-SESSION-IS-IDLE PIC X VALUE 'N'.
       01 WS-NOW-SECONDS PIC 9(12) VALUE 0.
       01 WS-IDLE-SECONDS PIC 9(12) VALUE 0.
       01 WS-AGE-SECONDS PIC 9(12) VALUE 0.
       01 WS-STAMP PIC X(26).
       01 WS-STAMP-SECONDS PIC 9(12) VALUE 0.
       01 WS-STAMP-DATE PIC 9(8) VALUE 0.
      * Age bands for the sessions still active, by time since the
      * session was started; the upper bound is in seconds and the
      * last band takes everything older
       01 WS-AGE-BANDS.
           05 WS-AGE-BANDS-LEN PIC 9(4) VALUE 6.
           05 WS-AGE-BAND OCCURS 6 TIMES.
               10 WS-AGE-BAND-LIMIT PIC 9(12).
               10 WS-AGE-BAND-LABEL PIC X(20).
               10 WS-AGE-BAND-COUNT PIC 9(8).
               10 WS-AGE-BAND-FIELDS PIC 9(8).
       01 WS-AGE-BAND-I PIC 9(4) VALUE 0.
       01 WS-TEMP-BAND PIC 9(4) VALUE 0.
       01 WS-SESSIONS-READ PIC 9(8) VALUE 0.
       01 WS-SESSIONS-DELETED PIC 9(8) VALUE 0.
       01 WS-SESSIONS-ACTIVE PIC 9(8) VALUE 0.
       01 WS-SESSIONS-IN-USE PIC 9(8) VALUE 0.
       01 WS-SESSIONS-DAMAGED PIC 9(8) VALUE 0.
       01 WS-OLDEST-AGE-SECONDS PIC 9(12) VALUE 0.
       01 WS-OLDEST-SESSION-ID PIC X(32) VALUE SPACES.
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-MINUTES-DISPLAY PIC Z(7)9.
       01 WS-FIELDS-DISPLAY PIC Z(7)9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP TO WS-STAMP.
           PERFORM COMPUTE-STAMP-SECONDS.
           MOVE WS-STAMP-SECONDS TO WS-NOW-SECONDS.

           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-COMMAND-LINE) NOT = SPACES
           THEN
               MOVE SPACES TO WS-SERVER-CONFIG-FILENAME
               MOVE FUNCTION TRIM(WS-COMMAND-LINE)
               TO WS-SERVER-CONFIG-FILENAME
           END-IF.
           PERFORM LOAD-SERVER-SESSION-SETTINGS.
           PERFORM SET-UP-AGE-BANDS.

           OPEN I-O SHARING WITH ALL OTHER WS-SESSION-FILE.
           IF WS-SESSION-FILE-STATUS = "35"
           THEN
               DISPLAY "No session store to sweep"
               END-DISPLAY
               STOP RUN
           END-IF.
           IF WS-SESSION-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-SESSION-FILENAME),
               " failed: ", WS-SESSION-FILE-STATUS
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO SESSION-REC-ID.
           START WS-SESSION-FILE KEY IS GREATER THAN SESSION-REC-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SESSION-AT-END
           END-START.
           PERFORM UNTIL WS-SESSION-AT-END = 'Y'
               READ WS-SESSION-FILE NEXT RECORD WITH NO LOCK
                   AT END
                       MOVE 'Y' TO WS-SESSION-AT-END
                   NOT AT END
                       PERFORM SWEEP-SESSION-RECORD
               END-READ
           END-PERFORM.

           CLOSE WS-SESSION-FILE.
           PERFORM PRINT-SWEEP-REPORT.
           STOP RUN.

       LOAD-SERVER-SESSION-SETTINGS.
      * Only the idle limit is wanted; everything else in
      * webserver.conf is the server's business
           OPEN INPUT WS-SERVER-CONFIG-FILE.
           IF WS-SERVER-CONFIG-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "sweep refused: open ",
               FUNCTION TRIM(WS-SERVER-CONFIG-FILENAME),
               " failed: ", WS-SERVER-CONFIG-FILE-STATUS,
               " - give the server's webserver.conf as the argument"
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
           IF FUNCTION TRIM(WS-CONFIG-KEY) = "SESSION_IDLE_MINUTES"
           THEN
               COMPUTE WS-CONFIG-SESSION-IDLE-MINUTES =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-CONFIG-VALUE))
               END-COMPUTE
           END-IF.

       SET-UP-AGE-BANDS.
           MOVE 900 TO WS-AGE-BAND-LIMIT(1).
           MOVE "under 15 minutes" TO WS-AGE-BAND-LABEL(1).
           MOVE 3600 TO WS-AGE-BAND-LIMIT(2).
           MOVE "15 to 60 minutes" TO WS-AGE-BAND-LABEL(2).
           MOVE 14400 TO WS-AGE-BAND-LIMIT(3).
           MOVE "1 to 4 hours" TO WS-AGE-BAND-LABEL(3).
           MOVE 86400 TO WS-AGE-BAND-LIMIT(4).
           MOVE "4 to 24 hours" TO WS-AGE-BAND-LABEL(4).
           MOVE 604800 TO WS-AGE-BAND-LIMIT(5).
           MOVE "1 to 7 days" TO WS-AGE-BAND-LABEL(5).
           MOVE 999999999999 TO WS-AGE-BAND-LIMIT(6).
           MOVE "over 7 days" TO WS-AGE-BAND-LABEL(6).
           PERFORM VARYING WS-AGE-BAND-I FROM 1 BY 1
           UNTIL WS-AGE-BAND-I > WS-AGE-BANDS-LEN
               MOVE ZERO TO WS-AGE-BAND-COUNT(WS-AGE-BAND-I)
               MOVE ZERO TO WS-AGE-BAND-FIELDS(WS-AGE-BAND-I)
           END-PERFORM.

       SWEEP-SESSION-RECORD.
           ADD 1 TO WS-SESSIONS-READ
           END-ADD.
           IF SESSION-REC-LAST-USED(1:14) IS NOT NUMERIC
           THEN
               ADD 1 TO WS-SESSIONS-DAMAGED
               END-ADD
           END-IF.
           PERFORM CHECK-SESSION-IS-IDLE.
           IF WS-SESSION-IS-IDLE = 'N'
           THEN
               PERFORM COUNT-ACTIVE-SESSION
               EXIT PARAGRAPH
           END-IF.

      * The scan read without a lock; the delete decision is made
      * again on a locked re-read, since a request may have
      * touched the session in between. Afterwards the scan picks
      * up again after this key, whatever the re-read or delete
      * did to the file position
           MOVE SESSION-REC-ID TO WS-SESSION-KEY-SAVED.
           READ WS-SESSION-FILE WITH LOCK
               KEY IS SESSION-REC-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-SESSION-FILE-STATUS
               WHEN "00"
                   PERFORM CHECK-SESSION-IS-IDLE
                   IF WS-SESSION-IS-IDLE = 'Y'
                   THEN
                       DELETE WS-SESSION-FILE RECORD
                           INVALID KEY
                               DISPLAY "delete session ",
                               FUNCTION TRIM(WS-SESSION-KEY-SAVED),
                               " failed: ", WS-SESSION-FILE-STATUS
                               END-DISPLAY
                           NOT INVALID KEY
                               ADD 1 TO WS-SESSIONS-DELETED
                               END-ADD
                       END-DELETE
                   ELSE
                       PERFORM COUNT-ACTIVE-SESSION
                       UNLOCK WS-SESSION-FILE
                   END-IF
               WHEN "51"
                   ADD 1 TO WS-SESSIONS-IN-USE
                   END-ADD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE WS-SESSION-KEY-SAVED TO SESSION-REC-ID.
           START WS-SESSION-FILE KEY IS GREATER THAN SESSION-REC-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SESSION-AT-END
           END-START.

       CHECK-SESSION-IS-IDLE.
      * A last-used stamp that is not a date counts as the distant
      * past, so a damaged record is swept rather than kept forever
           MOVE 'N' TO WS-SESSION-IS-IDLE.
           IF WS-CONFIG-SESSION-IDLE-MINUTES = 0
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SESSION-REC-LAST-USED TO WS-STAMP.
           PERFORM COMPUTE-STAMP-SECONDS.
           MOVE ZERO TO WS-IDLE-SECONDS.
           IF WS-NOW-SECONDS > WS-STAMP-SECONDS
           THEN
               COMPUTE WS-IDLE-SECONDS =
               WS-NOW-SECONDS - WS-STAMP-SECONDS
               END-COMPUTE
           END-IF.
           IF WS-IDLE-SECONDS > WS-CONFIG-SESSION-IDLE-MINUTES * 60
           THEN
               MOVE 'Y' TO WS-SESSION-IS-IDLE
           END-IF.

       COUNT-ACTIVE-SESSION.
      * A session started before the creation stamp was recorded
      * falls back to its last-used time
           ADD 1 TO WS-SESSIONS-ACTIVE
           END-ADD.
           IF SESSION-REC-CREATED(1:14) IS NUMERIC
           THEN
               MOVE SESSION-REC-CREATED TO WS-STAMP
           ELSE
               MOVE SESSION-REC-LAST-USED TO WS-STAMP
           END-IF.
           PERFORM COMPUTE-STAMP-SECONDS.
           MOVE ZERO TO WS-AGE-SECONDS.
           IF WS-NOW-SECONDS > WS-STAMP-SECONDS
           THEN
               COMPUTE WS-AGE-SECONDS =
               WS-NOW-SECONDS - WS-STAMP-SECONDS
               END-COMPUTE
           END-IF.

           MOVE ZERO TO WS-AGE-BAND-I.
           PERFORM VARYING WS-TEMP-BAND FROM 1 BY 1
           UNTIL WS-TEMP-BAND > WS-AGE-BANDS-LEN
           OR WS-AGE-BAND-I > 0
               IF WS-AGE-SECONDS < WS-AGE-BAND-LIMIT(WS-TEMP-BAND)
               THEN
                   MOVE WS-TEMP-BAND TO WS-AGE-BAND-I
               END-IF
           END-PERFORM.
           IF WS-AGE-BAND-I = 0
           THEN
               MOVE WS-AGE-BANDS-LEN TO WS-AGE-BAND-I
           END-IF.
           ADD 1 TO WS-AGE-BAND-COUNT(WS-AGE-BAND-I)
           END-ADD.
           IF SESSION-REC-FIELD-COUNT IS NUMERIC
           THEN
               ADD SESSION-REC-FIELD-COUNT
               TO WS-AGE-BAND-FIELDS(WS-AGE-BAND-I)
               END-ADD
           END-IF.

           IF WS-AGE-SECONDS >= WS-OLDEST-AGE-SECONDS
           THEN
               MOVE WS-AGE-SECONDS TO WS-OLDEST-AGE-SECONDS
               MOVE SESSION-REC-ID TO WS-OLDEST-SESSION-ID
           END-IF.

       COMPUTE-STAMP-SECONDS.
      * CURRENT-DATE's YYYYMMDDhhmmss flattened to seconds, as the
      * server does it; a stamp that is not a date gives zero
           MOVE ZERO TO WS-STAMP-SECONDS.
           IF WS-STAMP(1:14) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STAMP(1:8) TO WS-STAMP-DATE.
           COMPUTE WS-STAMP-SECONDS =
           FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400 +
           FUNCTION NUMVAL(WS-STAMP(9:2)) * 3600 +
           FUNCTION NUMVAL(WS-STAMP(11:2)) * 60 +
           FUNCTION NUMVAL(WS-STAMP(13:2))
           END-COMPUTE.

       PRINT-SWEEP-REPORT.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " SESSION SWEEP - cobol-webserver ",
           FUNCTION TRIM(WS-SESSION-FILENAME)
           END-DISPLAY.
           DISPLAY " generated: ", WS-RUN-TIMESTAMP(1:14)
           END-DISPLAY.
           IF WS-CONFIG-SESSION-IDLE-MINUTES = 0
           THEN
               DISPLAY " idle limit:         none (nothing deleted)"
               END-DISPLAY
           ELSE
               MOVE WS-CONFIG-SESSION-IDLE-MINUTES
               TO WS-MINUTES-DISPLAY
               DISPLAY " idle limit:         ",
               FUNCTION TRIM(WS-MINUTES-DISPLAY LEADING), " minutes"
               END-DISPLAY
           END-IF.
           MOVE WS-SESSIONS-READ TO WS-COUNT-DISPLAY.
           DISPLAY " sessions read:      ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-SESSIONS-DELETED TO WS-COUNT-DISPLAY.
           DISPLAY " deleted as idle:    ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-SESSIONS-IN-USE TO WS-COUNT-DISPLAY.
           DISPLAY " in use, left alone: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-SESSIONS-DAMAGED TO WS-COUNT-DISPLAY.
           DISPLAY " damaged stamps:     ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-SESSIONS-ACTIVE TO WS-COUNT-DISPLAY.
           DISPLAY " still active:       ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           DISPLAY "---------------------------------------------------"
           END-DISPLAY.
           DISPLAY " ACTIVE SESSIONS BY AGE    sessions    fields"
           END-DISPLAY.
           PERFORM VARYING WS-AGE-BAND-I FROM 1 BY 1
           UNTIL WS-AGE-BAND-I > WS-AGE-BANDS-LEN
               MOVE WS-AGE-BAND-COUNT(WS-AGE-BAND-I)
               TO WS-COUNT-DISPLAY
               MOVE WS-AGE-BAND-FIELDS(WS-AGE-BAND-I)
               TO WS-FIELDS-DISPLAY
               DISPLAY " ", WS-AGE-BAND-LABEL(WS-AGE-BAND-I),
               "      ", WS-COUNT-DISPLAY, "  ", WS-FIELDS-DISPLAY
               END-DISPLAY
           END-PERFORM.
           IF WS-SESSIONS-ACTIVE > 0
           THEN
               COMPUTE WS-MINUTES-DISPLAY = WS-OLDEST-AGE-SECONDS / 60
               END-COMPUTE
               DISPLAY " oldest: ", FUNCTION TRIM(WS-OLDEST-SESSION-ID),
               ", started ",
               FUNCTION TRIM(WS-MINUTES-DISPLAY LEADING),
               " minutes ago"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.

       END PROGRAM sessionsweep.
