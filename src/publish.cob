       IDENTIFICATION DIVISION.
       PROGRAM-ID. publish.
      * Staged publishing, run from the document root like the
      * other batch jobs - from cron every few minutes, so a release
      * goes live close to its time. A PUT under the server's
      * STAGING_PATH_PREFIX lands in webserver.staging/<release>/
      * with a record in the release ledger (webserver.releases)
      * saying which page it replaces and when it is to go live;
      * this program works from that ledger.
      *   publish                   promote every release whose
      *                             go-live time has come, and print
      *                             the release report
      *   publish list              the release report only
      *   publish rollback <name>   put back the files a promoted
      *                             release replaced
      *   publish retire            move the records of closed
      *                             releases out of the ledger
      * A release goes live as one unit: each replaced page is moved
      * into webserver.rollback/<release>/ and the staged copy
      * renamed into its place, and if any step fails every step
      * already taken is undone, so the site never shows half a
      * release. A rollback moves the release's pages back into
      * staging and the kept versions back into place, the same way,
      * and is refused while a later release has replaced one of the
      * same pages again. The ledger is only ever appended to - P
      * promoted and R rolled back records follow the server's S
      * staged ones - and the ledger lock the server stages under is
      * held for the whole run. A release that fails, or a refused
      * rollback, ends with return code 8; so does a ledger holding
      * more releases or files than the tables, and no rollback is
      * made from one, since a later release of the same page may
      * be among those not loaded; a due release whose files did
      * not all fit is held, not promoted short. retire keeps the
      * ledger inside the tables: a rolled-back release, and a live
      * one whose every page a later live release has replaced
      * again, can never be rolled back, so their records are
      * appended to webserver.releases.retired and the ledger is
      * rewritten without them. A move that cannot be undone after
      * a failure is reported by name, with where each file was left
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WS-RELEASE-LEDGER-FILE ASSIGN TO
               WS-RELEASE-LEDGER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-LEDGER-FILE-STATUS.
           SELECT WS-NEW-LEDGER-FILE ASSIGN TO
               WS-NEW-LEDGER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-LEDGER-FILE-STATUS.
           SELECT OPTIONAL WS-RETIRED-LEDGER-FILE ASSIGN TO
               WS-RETIRED-LEDGER-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETIRED-LEDGER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-RELEASE-LEDGER-FILE.
      * Mirrors the server's WS-RELEASE-RECORD: S staged (written by
      * the server), P promoted and R rolled back (written here)
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
      * The ledger as retire rewrites it, renamed over the old one
       FD WS-NEW-LEDGER-FILE.
       01 WS-NEW-LEDGER-RECORD PIC X(1624).
      * Where retire moves the records of closed releases; only
      * ever appended to
       FD WS-RETIRED-LEDGER-FILE.
       01 WS-RETIRED-LEDGER-RECORD PIC X(1624).
       WORKING-STORAGE SECTION.
       01 WS-RELEASE-LEDGER-FILENAME PIC X(256)
           VALUE "webserver.releases".
       01 WS-RELEASE-LEDGER-FILE-STATUS PIC XX.
       01 WS-NEW-LEDGER-FILENAME PIC X(256)
           VALUE "webserver.releases.new".
       01 WS-NEW-LEDGER-FILE-STATUS PIC XX.
       01 WS-RETIRED-LEDGER-FILENAME PIC X(256)
           VALUE "webserver.releases.retired".
       01 WS-RETIRED-LEDGER-FILE-STATUS PIC XX.
       01 WS-RELEASE-LOCK-NAME-NULLTERMINATED PIC X(280).
       01 WS-RELEASE-LOCK-FD PIC S9(4) VALUE -1.
       01 WS-COMMAND-LINE PIC X(256) VALUE SPACES.
       01 WS-COMMAND-ACTION PIC X(16) VALUE SPACES.
       01 WS-COMMAND-ARGUMENT PIC X(256) VALUE SPACES.
       01 WS-RUN-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-RUN-NOW PIC X(14) VALUE SPACES.
       01 WS-LEDGER-SEQUENCE PIC 9(8) VALUE 0.
      * Every release the ledger knows about: S waiting for its
      * go-live, P live, R rolled back. The sequence is the ledger
      * position of its promotion, so releases that replaced the
      * same page can be told apart in order
       01 WS-RELEASES.
           05 WS-RELEASES-LEN PIC 9(4) VALUE 0.
           05 WS-RELEASES-SIZE PIC 9(4) VALUE 500.
           05 WS-REL OCCURS 500 TIMES.
               10 WS-REL-NAME PIC X(32).
               10 WS-REL-STATE PIC X.
               10 WS-REL-GO-LIVE PIC X(14).
               10 WS-REL-CHANGED-AT PIC X(14).
               10 WS-REL-SEQUENCE PIC 9(8).
               10 WS-REL-FILES PIC 9(4).
               10 WS-REL-BYTES PIC 9(16).
               10 WS-REL-DONE PIC X.
      * 'Y' when some of its files did not fit the table, so it is
      * never judged replaced by later releases
               10 WS-REL-PARTIAL PIC X.
               10 WS-REL-RETIRE PIC X.
      * One entry per page per release; the same page sent twice
      * into a release is one entry, the later copy winning as it
      * did in the staging area. The two step flags record what a
      * promotion or rollback in progress has moved, for the undo
       01 WS-FILES.
           05 WS-FILES-LEN PIC 9(4) VALUE 0.
           05 WS-FILES-SIZE PIC 9(4) VALUE 2000.
           05 WS-FILE OCCURS 2000 TIMES.
               10 WS-FILE-REL PIC 9(4).
               10 WS-FILE-STATE PIC X.
               10 WS-FILE-STAGED-AT PIC X(14).
               10 WS-FILE-CLIENT PIC X(15).
               10 WS-FILE-SIZE PIC 9(12).
               10 WS-FILE-TARGET-PATH PIC X(256).
               10 WS-FILE-TARGET-FILE PIC X(256).
               10 WS-FILE-STAGED-NAME PIC X(512).
               10 WS-FILE-SAVED-NAME PIC X(512).
               10 WS-FILE-STEP-ONE PIC X.
               10 WS-FILE-STEP-TWO PIC X.
      * Which step could not be taken back after a failure: '1' or
      * '2', or 'N' when the undo of this file went through
               10 WS-FILE-UNDO-FAILED PIC X.
       01 WS-LEDGER-ACTION PIC X VALUE SPACE.
       01 WS-LEDGER-OVERFLOW PIC X VALUE 'N'.
       01 WS-LATE-FILES PIC 9(8) VALUE 0.
       01 WS-REL-I PIC 9(4) VALUE 0.
       01 WS-OTHER-REL-I PIC 9(4) VALUE 0.
       01 WS-FILE-I PIC 9(4) VALUE 0.
       01 WS-OTHER-FILE-I PIC 9(4) VALUE 0.
       01 WS-STEP-FAILED PIC X VALUE 'N'.
       01 WS-UNDO-FAILED PIC X VALUE 'N'.
       01 WS-FILE-SUPERSEDED PIC X VALUE 'N'.
       01 WS-RETIRED-COUNT PIC 9(8) VALUE 0.
       01 WS-RETIRED-RECORDS PIC 9(8) VALUE 0.
       01 WS-KEPT-RECORDS PIC 9(8) VALUE 0.
      * 'Y' once a record could not be written to the new ledger or
      * the archive; the new ledger is then thrown away
       01 WS-RETIRE-WRITE-FAILED PIC X VALUE 'N'.
       01 WS-FAILURE-TEXT PIC X(512).
       01 WS-ENTRY-PATH PIC X(512).
       01 WS-ENTRY-PATH-NULLTERMINATED PIC X(512).
       01 WS-ENTRY-FD PIC S9(4).
       01 WS-ENTRY-EXISTS PIC X VALUE 'N'.
       01 WS-RENAME-FROM PIC X(512).
       01 WS-RENAME-TO PIC X(512).
       01 WS-RENAME-FROM-NULLTERMINATED PIC X(512).
       01 WS-RENAME-TO-NULLTERMINATED PIC X(512).
       01 WS-RENAME-OK PIC X VALUE 'N'.
       01 WS-LEDGER-NAME-NULLTERMINATED PIC X(280).
       01 WS-NEW-LEDGER-NAME-NULLTERMINATED PIC X(280).
       01 WS-PARENT-NAME-LEN PIC 9(4) VALUE 0.
       01 WS-PARENT-I PIC 9(4) VALUE 0.
       01 WS-DOTDOT-COUNT PIC 9(4) VALUE 0.
       01 WS-PROMOTED-COUNT PIC 9(8) VALUE 0.
       01 WS-PROMOTED-FILES PIC 9(8) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(8) VALUE 0.
       01 WS-HELD-COUNT PIC 9(8) VALUE 0.
       01 WS-WAITING-COUNT PIC 9(8) VALUE 0.
       01 WS-LIVE-COUNT PIC 9(8) VALUE 0.
       01 WS-ROLLED-BACK-COUNT PIC 9(8) VALUE 0.
       01 WS-TEMP PIC S9(8).
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-BYTES-DISPLAY PIC Z(15)9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:14) TO WS-RUN-NOW.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           UNSTRING WS-COMMAND-LINE
           DELIMITED BY ALL SPACES
           INTO WS-COMMAND-ACTION, WS-COMMAND-ARGUMENT
           END-UNSTRING.

           PERFORM LOCK-RELEASE-LEDGER.
           PERFORM LOAD-RELEASE-LEDGER.
           IF WS-LEDGER-OVERFLOW = 'Y'
           THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

           EVALUATE FUNCTION TRIM(WS-COMMAND-ACTION)
               WHEN SPACES
                   PERFORM PRINT-REPORT-HEADER
                   PERFORM PROMOTE-DUE-RELEASES
                   PERFORM PRINT-RELEASE-STATUS
               WHEN "list"
                   PERFORM PRINT-REPORT-HEADER
                   PERFORM PRINT-RELEASE-STATUS
               WHEN "rollback"
                   PERFORM PRINT-REPORT-HEADER
                   PERFORM ROLLBACK-NAMED-RELEASE
               WHEN "retire"
                   PERFORM PRINT-REPORT-HEADER
                   PERFORM RETIRE-CLOSED-RELEASES
               WHEN OTHER
                   DISPLAY "usage: publish | publish list ",
                   "| publish rollback <release> | publish retire"
                   END-DISPLAY
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           PERFORM UNLOCK-RELEASE-LEDGER.
           STOP RUN.

       LOCK-RELEASE-LEDGER.
      * LOCK_EX is 2, on the side file the server stages under, so
      * no page is added to a release while it is being promoted.
      * A lock file that will not open means running unlocked, as
      * in the server
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

       LOAD-RELEASE-LEDGER.
      * No ledger yet simply means nothing has been staged since
      * the server started keeping one
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
                       ADD 1 TO WS-LEDGER-SEQUENCE
                       END-ADD
                       PERFORM APPLY-RELEASE-LEDGER-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-RELEASE-LEDGER-FILE.

       APPLY-RELEASE-LEDGER-RECORD.
           PERFORM FIND-RELEASE-BY-RECORD-NAME.
           EVALUATE RELEASE-ACTION
               WHEN "S"
                   PERFORM APPLY-STAGED-RECORD
               WHEN "P"
                   IF WS-REL-I > 0
                   THEN
                       MOVE "P" TO WS-REL-STATE(WS-REL-I)
                       MOVE RELEASE-TIMESTAMP
                       TO WS-REL-CHANGED-AT(WS-REL-I)
                       MOVE WS-LEDGER-SEQUENCE
                       TO WS-REL-SEQUENCE(WS-REL-I)
                       PERFORM FIND-FILE-BY-RECORD-TARGET
                       IF WS-FILE-I > 0
                       THEN
                           MOVE "P" TO WS-FILE-STATE(WS-FILE-I)
                           MOVE RELEASE-SAVED-NAME
                           TO WS-FILE-SAVED-NAME(WS-FILE-I)
                       END-IF
                   END-IF
               WHEN "R"
                   IF WS-REL-I > 0
                   THEN
                       MOVE "R" TO WS-REL-STATE(WS-REL-I)
                       MOVE RELEASE-TIMESTAMP
                       TO WS-REL-CHANGED-AT(WS-REL-I)
                       PERFORM FIND-FILE-BY-RECORD-TARGET
                       IF WS-FILE-I > 0
                       THEN
                           MOVE "R" TO WS-FILE-STATE(WS-FILE-I)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APPLY-STAGED-RECORD.
      * The server refuses to stage into a release that has gone
      * live; a record that slipped in anyway is counted, not used
           IF WS-REL-I = 0
           THEN
               IF WS-RELEASES-LEN >= WS-RELEASES-SIZE
               THEN
                   MOVE 'Y' TO WS-LEDGER-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RELEASES-LEN
               END-ADD
               MOVE WS-RELEASES-LEN TO WS-REL-I
               MOVE RELEASE-NAME TO WS-REL-NAME(WS-REL-I)
               MOVE "S" TO WS-REL-STATE(WS-REL-I)
               MOVE SPACES TO WS-REL-CHANGED-AT(WS-REL-I)
               MOVE ZERO TO WS-REL-SEQUENCE(WS-REL-I)
               MOVE ZERO TO WS-REL-FILES(WS-REL-I)
               MOVE ZERO TO WS-REL-BYTES(WS-REL-I)
               MOVE 'N' TO WS-REL-DONE(WS-REL-I)
               MOVE 'N' TO WS-REL-PARTIAL(WS-REL-I)
               MOVE 'N' TO WS-REL-RETIRE(WS-REL-I)
           END-IF.
           IF WS-REL-STATE(WS-REL-I) NOT = "S"
           THEN
               ADD 1 TO WS-LATE-FILES
               END-ADD
               EXIT PARAGRAPH
           END-IF.

      * The latest go-live sent for a release is the one it keeps
           MOVE RELEASE-GO-LIVE TO WS-REL-GO-LIVE(WS-REL-I).
           PERFORM FIND-FILE-BY-RECORD-TARGET.
           IF WS-FILE-I = 0
           THEN
               IF WS-FILES-LEN >= WS-FILES-SIZE
               THEN
                   MOVE 'Y' TO WS-LEDGER-OVERFLOW
                   MOVE 'Y' TO WS-REL-PARTIAL(WS-REL-I)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FILES-LEN
               END-ADD
               MOVE WS-FILES-LEN TO WS-FILE-I
               MOVE WS-REL-I TO WS-FILE-REL(WS-FILE-I)
               MOVE RELEASE-TARGET-FILE
               TO WS-FILE-TARGET-FILE(WS-FILE-I)
               MOVE SPACES TO WS-FILE-SAVED-NAME(WS-FILE-I)
               MOVE ZERO TO WS-FILE-SIZE(WS-FILE-I)
               ADD 1 TO WS-REL-FILES(WS-REL-I)
               END-ADD
           END-IF.
           SUBTRACT WS-FILE-SIZE(WS-FILE-I) FROM WS-REL-BYTES(WS-REL-I)
           END-SUBTRACT.
           MOVE "S" TO WS-FILE-STATE(WS-FILE-I).
           MOVE RELEASE-TIMESTAMP TO WS-FILE-STAGED-AT(WS-FILE-I).
           MOVE RELEASE-CLIENT TO WS-FILE-CLIENT(WS-FILE-I).
           IF RELEASE-SIZE IS NUMERIC
           THEN
               MOVE RELEASE-SIZE TO WS-FILE-SIZE(WS-FILE-I)
           ELSE
               MOVE ZERO TO WS-FILE-SIZE(WS-FILE-I)
           END-IF.
           ADD WS-FILE-SIZE(WS-FILE-I) TO WS-REL-BYTES(WS-REL-I)
           END-ADD.
           MOVE RELEASE-TARGET-PATH TO WS-FILE-TARGET-PATH(WS-FILE-I).
           MOVE RELEASE-STAGED-NAME TO WS-FILE-STAGED-NAME(WS-FILE-I).

       FIND-RELEASE-BY-RECORD-NAME.
           MOVE ZERO TO WS-REL-I.
           PERFORM VARYING WS-OTHER-REL-I FROM 1 BY 1
           UNTIL WS-OTHER-REL-I > WS-RELEASES-LEN
           OR WS-REL-I > 0
               IF WS-REL-NAME(WS-OTHER-REL-I) = RELEASE-NAME
               THEN
                   MOVE WS-OTHER-REL-I TO WS-REL-I
               END-IF
           END-PERFORM.

       FIND-FILE-BY-RECORD-TARGET.
      * Within release WS-REL-I only
           MOVE ZERO TO WS-FILE-I.
           PERFORM VARYING WS-OTHER-FILE-I FROM 1 BY 1
           UNTIL WS-OTHER-FILE-I > WS-FILES-LEN
           OR WS-FILE-I > 0
               IF WS-FILE-REL(WS-OTHER-FILE-I) = WS-REL-I
               AND WS-FILE-TARGET-FILE(WS-OTHER-FILE-I) =
                   RELEASE-TARGET-FILE
               THEN
                   MOVE WS-OTHER-FILE-I TO WS-FILE-I
               END-IF
           END-PERFORM.

       PROMOTE-DUE-RELEASES.
      * Due releases go in go-live order, so of two releases that
      * replace the same page the later one ends up live
           DISPLAY " PROMOTED THIS RUN"
           END-DISPLAY.
           PERFORM REPORT-HELD-RELEASES.
           PERFORM FIND-NEXT-DUE-RELEASE.
           PERFORM UNTIL WS-REL-I = 0
               PERFORM PROMOTE-ONE-RELEASE
               MOVE 'Y' TO WS-REL-DONE(WS-REL-I)
               PERFORM FIND-NEXT-DUE-RELEASE
           END-PERFORM.
           IF WS-PROMOTED-COUNT = 0
           AND WS-FAILED-COUNT = 0
           AND WS-HELD-COUNT = 0
           THEN
               DISPLAY "   (no release was due)"
               END-DISPLAY
           END-IF.

       REPORT-HELD-RELEASES.
      * A due release only partly loaded would go live without the
      * files that did not fit, so it waits until a retire has
      * made room in the tables
           PERFORM VARYING WS-REL-I FROM 1 BY 1
           UNTIL WS-REL-I > WS-RELEASES-LEN
               IF WS-REL-STATE(WS-REL-I) = "S"
               AND WS-REL-PARTIAL(WS-REL-I) = 'Y'
               AND WS-REL-GO-LIVE(WS-REL-I) <= WS-RUN-NOW
               THEN
                   ADD 1 TO WS-HELD-COUNT
                   END-ADD
                   DISPLAY " ", FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
                   "  go-live ", WS-REL-GO-LIVE(WS-REL-I)(1:12),
                   "  HELD, nothing changed"
                   END-DISPLAY
                   DISPLAY "   not all of its files fit the tables - ",
                   "run publish retire"
                   END-DISPLAY
               END-IF
           END-PERFORM.

       FIND-NEXT-DUE-RELEASE.
           MOVE ZERO TO WS-REL-I.
           PERFORM VARYING WS-OTHER-REL-I FROM 1 BY 1
           UNTIL WS-OTHER-REL-I > WS-RELEASES-LEN
               IF WS-REL-STATE(WS-OTHER-REL-I) = "S"
               AND WS-REL-DONE(WS-OTHER-REL-I) = 'N'
               AND WS-REL-PARTIAL(WS-OTHER-REL-I) = 'N'
               AND WS-REL-GO-LIVE(WS-OTHER-REL-I) <= WS-RUN-NOW
               THEN
                   IF WS-REL-I = 0
                   THEN
                       MOVE WS-OTHER-REL-I TO WS-REL-I
                   ELSE
                       IF WS-REL-GO-LIVE(WS-OTHER-REL-I) <
                          WS-REL-GO-LIVE(WS-REL-I)
                       THEN
                           MOVE WS-OTHER-REL-I TO WS-REL-I
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PROMOTE-ONE-RELEASE.
      * Everything is checked before anything is moved; after that
      * a failed move undoes the ones before it
           MOVE 'N' TO WS-STEP-FAILED.
           MOVE SPACES TO WS-FAILURE-TEXT.
           PERFORM VARYING WS-FILE-I FROM 1 BY 1
           UNTIL WS-FILE-I > WS-FILES-LEN
           OR WS-STEP-FAILED = 'Y'
               IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
               THEN
                   PERFORM CHECK-FILE-CAN-BE-PROMOTED
               END-IF
           END-PERFORM.
           IF WS-STEP-FAILED = 'Y'
           THEN
               PERFORM REPORT-RELEASE-FAILURE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-FILE-I FROM 1 BY 1
           UNTIL WS-FILE-I > WS-FILES-LEN
           OR WS-STEP-FAILED = 'Y'
               IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
               THEN
                   PERFORM PROMOTE-ONE-FILE
               END-IF
           END-PERFORM.
           IF WS-STEP-FAILED = 'Y'
           THEN
               PERFORM UNDO-RELEASE-PROMOTION
               PERFORM REPORT-RELEASE-FAILURE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LEDGER-SEQUENCE
           END-ADD.
           MOVE "P" TO WS-REL-STATE(WS-REL-I).
           MOVE FUNCTION CURRENT-DATE(1:14)
           TO WS-REL-CHANGED-AT(WS-REL-I).
           MOVE WS-LEDGER-SEQUENCE TO WS-REL-SEQUENCE(WS-REL-I).
           ADD 1 TO WS-PROMOTED-COUNT
           END-ADD.
           MOVE WS-REL-FILES(WS-REL-I) TO WS-COUNT-DISPLAY.
           DISPLAY " ", FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
           "  go-live ", WS-REL-GO-LIVE(WS-REL-I)(1:12),
           "  files ", FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           PERFORM VARYING WS-FILE-I FROM 1 BY 1
           UNTIL WS-FILE-I > WS-FILES-LEN
               IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
               THEN
                   MOVE "P" TO WS-FILE-STATE(WS-FILE-I)
                   MOVE "P" TO WS-LEDGER-ACTION
                   PERFORM APPEND-RELEASE-LEDGER-RECORD
                   ADD 1 TO WS-PROMOTED-FILES
                   END-ADD
                   IF WS-FILE-SAVED-NAME(WS-FILE-I) = SPACES
                   THEN
                       DISPLAY "   new       ",
                       FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I)),
                       "  from ",
                       FUNCTION TRIM(WS-FILE-CLIENT(WS-FILE-I))
                       END-DISPLAY
                   ELSE
                       DISPLAY "   replaced  ",
                       FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I)),
                       "  from ",
                       FUNCTION TRIM(WS-FILE-CLIENT(WS-FILE-I))
                       END-DISPLAY
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-FILE-CAN-BE-PROMOTED.
      * The ledger is a plain file anyone with shell access can
      * edit; a target that would climb out of the document root
      * is not written to, whatever the record says
           MOVE ZERO TO WS-DOTDOT-COUNT.
           INSPECT WS-FILE-TARGET-FILE(WS-FILE-I)
           TALLYING WS-DOTDOT-COUNT FOR ALL "..".
           IF WS-DOTDOT-COUNT > 0
           OR WS-FILE-TARGET-FILE(WS-FILE-I)(1:1) = "/"
           OR WS-FILE-TARGET-FILE(WS-FILE-I) = SPACES
           THEN
               MOVE 'Y' TO WS-STEP-FAILED
               STRING "target " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I))
                   DELIMITED BY SIZE,
               " is outside the document root" DELIMITED BY SIZE
               INTO WS-FAILURE-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FILE-STAGED-NAME(WS-FILE-I) TO WS-ENTRY-PATH.
           PERFORM CHECK-ENTRY-PATH-EXISTS.
           IF WS-ENTRY-EXISTS = 'N'
           THEN
               MOVE 'Y' TO WS-STEP-FAILED
               STRING "staged file " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-FILE-STAGED-NAME(WS-FILE-I))
                   DELIMITED BY SIZE,
               " is missing" DELIMITED BY SIZE
               INTO WS-FAILURE-TEXT
               END-STRING
           END-IF.

       PROMOTE-ONE-FILE.
      * Step one keeps the live version, if there is one, under
      * webserver.rollback/<release>/; step two renames the staged
      * copy into the live tree
           MOVE 'N' TO WS-FILE-STEP-ONE(WS-FILE-I).
           MOVE 'N' TO WS-FILE-STEP-TWO(WS-FILE-I).
           MOVE SPACES TO WS-FILE-SAVED-NAME(WS-FILE-I).
           MOVE WS-FILE-TARGET-FILE(WS-FILE-I) TO WS-ENTRY-PATH.
           PERFORM CHECK-ENTRY-PATH-EXISTS.
           IF WS-ENTRY-EXISTS = 'Y'
           THEN
               STRING "webserver.rollback/" DELIMITED BY SIZE,
               FUNCTION TRIM(WS-REL-NAME(WS-REL-I)) DELIMITED BY SIZE,
               "/" DELIMITED BY SIZE,
               FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I))
                   DELIMITED BY SIZE
               INTO WS-FILE-SAVED-NAME(WS-FILE-I)
               END-STRING
               MOVE WS-FILE-TARGET-FILE(WS-FILE-I) TO WS-RENAME-FROM
               MOVE WS-FILE-SAVED-NAME(WS-FILE-I) TO WS-RENAME-TO
               PERFORM RENAME-WITH-PARENT-DIRECTORIES
               IF WS-RENAME-OK = 'N'
               THEN
                   MOVE SPACES TO WS-FILE-SAVED-NAME(WS-FILE-I)
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-FILE-STEP-ONE(WS-FILE-I)
           END-IF.

           MOVE WS-FILE-STAGED-NAME(WS-FILE-I) TO WS-RENAME-FROM.
           MOVE WS-FILE-TARGET-FILE(WS-FILE-I) TO WS-RENAME-TO.
           PERFORM RENAME-WITH-PARENT-DIRECTORIES.
           IF WS-RENAME-OK = 'N'
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-FILE-STEP-TWO(WS-FILE-I).

       UNDO-RELEASE-PROMOTION.
      * Backwards over the release, taking back exactly the steps
      * that were taken. When the release's copy cannot be moved
      * off the page again, the kept version is left where it is
      * rather than renamed over it; either way the file is marked
      * for the failure report
           MOVE 'N' TO WS-UNDO-FAILED.
           PERFORM VARYING WS-FILE-I FROM WS-FILES-LEN BY -1
           UNTIL WS-FILE-I < 1
               IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
               THEN
                   MOVE 'N' TO WS-FILE-UNDO-FAILED(WS-FILE-I)
                   IF WS-FILE-STEP-TWO(WS-FILE-I) = 'Y'
                   THEN
                       MOVE WS-FILE-TARGET-FILE(WS-FILE-I)
                       TO WS-RENAME-FROM
                       MOVE WS-FILE-STAGED-NAME(WS-FILE-I)
                       TO WS-RENAME-TO
                       PERFORM RENAME-WITH-PARENT-DIRECTORIES
                       IF WS-RENAME-OK = 'Y'
                       THEN
                           MOVE 'N' TO WS-FILE-STEP-TWO(WS-FILE-I)
                       ELSE
                           MOVE '2' TO WS-FILE-UNDO-FAILED(WS-FILE-I)
                           MOVE 'Y' TO WS-UNDO-FAILED
                       END-IF
                   END-IF
                   IF WS-FILE-STEP-ONE(WS-FILE-I) = 'Y'
                   AND WS-FILE-UNDO-FAILED(WS-FILE-I) = 'N'
                   THEN
                       MOVE WS-FILE-SAVED-NAME(WS-FILE-I)
                       TO WS-RENAME-FROM
                       MOVE WS-FILE-TARGET-FILE(WS-FILE-I)
                       TO WS-RENAME-TO
                       PERFORM RENAME-WITH-PARENT-DIRECTORIES
                       IF WS-RENAME-OK = 'Y'
                       THEN
                           MOVE 'N' TO WS-FILE-STEP-ONE(WS-FILE-I)
                       ELSE
                           MOVE '1' TO WS-FILE-UNDO-FAILED(WS-FILE-I)
                           MOVE 'Y' TO WS-UNDO-FAILED
                       END-IF
                   END-IF
                   IF WS-FILE-UNDO-FAILED(WS-FILE-I) = 'N'
                   THEN
                       MOVE SPACES TO WS-FILE-SAVED-NAME(WS-FILE-I)
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-RELEASE-FAILURE.
      * WS-UNDO-FAILED is only ever 'Y' straight after an undo
           ADD 1 TO WS-FAILED-COUNT
           END-ADD.
           MOVE 8 TO RETURN-CODE.
           IF WS-UNDO-FAILED = 'Y'
           THEN
               DISPLAY " ", FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
               "  go-live ", WS-REL-GO-LIVE(WS-REL-I)(1:12),
               "  FAILED, PARTLY UNDONE"
               END-DISPLAY
           ELSE
               DISPLAY " ", FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
               "  go-live ", WS-REL-GO-LIVE(WS-REL-I)(1:12),
               "  FAILED, nothing changed"
               END-DISPLAY
           END-IF.
           DISPLAY "   ", FUNCTION TRIM(WS-FAILURE-TEXT)
           END-DISPLAY.
           IF WS-UNDO-FAILED = 'Y'
           THEN
               PERFORM VARYING WS-FILE-I FROM 1 BY 1
               UNTIL WS-FILE-I > WS-FILES-LEN
                   IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
                   AND WS-FILE-UNDO-FAILED(WS-FILE-I) NOT = 'N'
                   THEN
                       PERFORM REPORT-PROMOTION-LEFT-BEHIND
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-UNDO-FAILED
           END-IF.

       REPORT-PROMOTION-LEFT-BEHIND.
           IF WS-FILE-UNDO-FAILED(WS-FILE-I) = '2'
           THEN
               DISPLAY "   left live: ",
               FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I)),
               " is this release's copy"
               END-DISPLAY
               IF WS-FILE-STEP-ONE(WS-FILE-I) = 'Y'
               THEN
                   DISPLAY "     the version it replaced is in ",
                   FUNCTION TRIM(WS-FILE-SAVED-NAME(WS-FILE-I))
                   END-DISPLAY
               END-IF
           ELSE
               DISPLAY "   left missing: ",
               FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I)),
               " - the version it replaced is in ",
               FUNCTION TRIM(WS-FILE-SAVED-NAME(WS-FILE-I))
               END-DISPLAY
           END-IF.

       ROLLBACK-NAMED-RELEASE.
           DISPLAY " ROLLBACK"
           END-DISPLAY.
           IF FUNCTION TRIM(WS-COMMAND-ARGUMENT) = SPACES
           THEN
               DISPLAY "   rollback needs a release name"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RELEASE-NAME.
           MOVE WS-COMMAND-ARGUMENT TO RELEASE-NAME.
           PERFORM FIND-RELEASE-BY-RECORD-NAME.
           IF WS-REL-I = 0
           THEN
               DISPLAY "   rollback refused: no release ",
               FUNCTION TRIM(WS-COMMAND-ARGUMENT), " in the ledger"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-REL-STATE(WS-REL-I) NOT = "P"
           THEN
               IF WS-REL-STATE(WS-REL-I) = "R"
               THEN
                   DISPLAY "   rollback refused: release ",
                   FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
                   " was already rolled back ",
                   WS-REL-CHANGED-AT(WS-REL-I)(1:12)
                   END-DISPLAY
               ELSE
                   DISPLAY "   rollback refused: release ",
                   FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
                   " has not gone live"
                   END-DISPLAY
               END-IF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      * A later release of the same page may be among the ones the
      * tables had no room for, so a partly loaded ledger is never
      * rolled back from
           IF WS-LEDGER-OVERFLOW = 'Y'
           THEN
               DISPLAY "   rollback refused: the ledger is larger ",
               "than the tables - run publish retire first"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      * Putting back what this release replaced would also throw
      * away a later release's copy of the same page; that one has
      * to be rolled back first
           MOVE 'N' TO WS-STEP-FAILED.
           MOVE SPACES TO WS-FAILURE-TEXT.
           PERFORM VARYING WS-FILE-I FROM 1 BY 1
           UNTIL WS-FILE-I > WS-FILES-LEN
           OR WS-STEP-FAILED = 'Y'
               IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
               THEN
                   PERFORM CHECK-FILE-NOT-REPLACED-LATER
               END-IF
           END-PERFORM.
           IF WS-STEP-FAILED = 'Y'
           THEN
               DISPLAY "   rollback refused: ",
               FUNCTION TRIM(WS-FAILURE-TEXT)
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-FILE-I FROM 1 BY 1
           UNTIL WS-FILE-I > WS-FILES-LEN
           OR WS-STEP-FAILED = 'Y'
               IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
               THEN
                   PERFORM ROLL-BACK-ONE-FILE
               END-IF
           END-PERFORM.
           IF WS-STEP-FAILED = 'Y'
           THEN
               PERFORM UNDO-RELEASE-ROLLBACK
               PERFORM REPORT-ROLLBACK-FAILURE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE "R" TO WS-REL-STATE(WS-REL-I).
           MOVE FUNCTION CURRENT-DATE(1:14)
           TO WS-REL-CHANGED-AT(WS-REL-I).
           DISPLAY " ", FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
           "  went live ", WS-REL-GO-LIVE(WS-REL-I)(1:12),
           "  rolled back"
           END-DISPLAY.
           PERFORM VARYING WS-FILE-I FROM 1 BY 1
           UNTIL WS-FILE-I > WS-FILES-LEN
               IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
               THEN
                   MOVE "R" TO WS-FILE-STATE(WS-FILE-I)
                   MOVE "R" TO WS-LEDGER-ACTION
                   PERFORM APPEND-RELEASE-LEDGER-RECORD
                   IF WS-FILE-SAVED-NAME(WS-FILE-I) = SPACES
                   THEN
                       DISPLAY "   withdrawn ",
                       FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I))
                       END-DISPLAY
                   ELSE
                       DISPLAY "   restored  ",
                       FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I))
                       END-DISPLAY
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "==================================================="
           END-DISPLAY.

       CHECK-FILE-NOT-REPLACED-LATER.
           PERFORM VARYING WS-OTHER-FILE-I FROM 1 BY 1
           UNTIL WS-OTHER-FILE-I > WS-FILES-LEN
           OR WS-STEP-FAILED = 'Y'
               MOVE WS-FILE-REL(WS-OTHER-FILE-I) TO WS-OTHER-REL-I
               IF WS-OTHER-REL-I NOT = WS-REL-I
               AND WS-REL-STATE(WS-OTHER-REL-I) = "P"
               AND WS-REL-SEQUENCE(WS-OTHER-REL-I) >
                   WS-REL-SEQUENCE(WS-REL-I)
               AND WS-FILE-TARGET-FILE(WS-OTHER-FILE-I) =
                   WS-FILE-TARGET-FILE(WS-FILE-I)
               THEN
                   MOVE 'Y' TO WS-STEP-FAILED
                   STRING FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I))
                       DELIMITED BY SIZE,
                   " was replaced again by release " DELIMITED BY SIZE,
                   FUNCTION TRIM(WS-REL-NAME(WS-OTHER-REL-I))
                       DELIMITED BY SIZE,
                   " - roll that back first" DELIMITED BY SIZE
                   INTO WS-FAILURE-TEXT
                   END-STRING
               END-IF
           END-PERFORM.

       ROLL-BACK-ONE-FILE.
      * Step one takes the release's copy out of the live tree and
      * back into staging - a page someone has deleted since is
      * simply not there to take; step two puts the kept version
      * back, when the page existed before the release at all
           MOVE 'N' TO WS-FILE-STEP-ONE(WS-FILE-I).
           MOVE 'N' TO WS-FILE-STEP-TWO(WS-FILE-I).
           MOVE WS-FILE-TARGET-FILE(WS-FILE-I) TO WS-ENTRY-PATH.
           PERFORM CHECK-ENTRY-PATH-EXISTS.
           IF WS-ENTRY-EXISTS = 'Y'
           THEN
               MOVE WS-FILE-TARGET-FILE(WS-FILE-I) TO WS-RENAME-FROM
               MOVE WS-FILE-STAGED-NAME(WS-FILE-I) TO WS-RENAME-TO
               PERFORM RENAME-WITH-PARENT-DIRECTORIES
               IF WS-RENAME-OK = 'N'
               THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-FILE-STEP-ONE(WS-FILE-I)
           END-IF.

           IF WS-FILE-SAVED-NAME(WS-FILE-I) NOT = SPACES
           THEN
               MOVE WS-FILE-SAVED-NAME(WS-FILE-I) TO WS-RENAME-FROM
               MOVE WS-FILE-TARGET-FILE(WS-FILE-I) TO WS-RENAME-TO
               PERFORM RENAME-WITH-PARENT-DIRECTORIES
               IF WS-RENAME-OK = 'N'
               THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-FILE-STEP-TWO(WS-FILE-I)
           END-IF.

       UNDO-RELEASE-ROLLBACK.
      * As UNDO-RELEASE-PROMOTION: a kept version that cannot be
      * moved off the page again keeps the release's copy out of
      * the way, and the file is marked for the failure report
           MOVE 'N' TO WS-UNDO-FAILED.
           PERFORM VARYING WS-FILE-I FROM WS-FILES-LEN BY -1
           UNTIL WS-FILE-I < 1
               IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
               THEN
                   MOVE 'N' TO WS-FILE-UNDO-FAILED(WS-FILE-I)
                   IF WS-FILE-STEP-TWO(WS-FILE-I) = 'Y'
                   THEN
                       MOVE WS-FILE-TARGET-FILE(WS-FILE-I)
                       TO WS-RENAME-FROM
                       MOVE WS-FILE-SAVED-NAME(WS-FILE-I)
                       TO WS-RENAME-TO
                       PERFORM RENAME-WITH-PARENT-DIRECTORIES
                       IF WS-RENAME-OK = 'Y'
                       THEN
                           MOVE 'N' TO WS-FILE-STEP-TWO(WS-FILE-I)
                       ELSE
                           MOVE '2' TO WS-FILE-UNDO-FAILED(WS-FILE-I)
                           MOVE 'Y' TO WS-UNDO-FAILED
                       END-IF
                   END-IF
                   IF WS-FILE-STEP-ONE(WS-FILE-I) = 'Y'
                   AND WS-FILE-UNDO-FAILED(WS-FILE-I) = 'N'
                   THEN
                       MOVE WS-FILE-STAGED-NAME(WS-FILE-I)
                       TO WS-RENAME-FROM
                       MOVE WS-FILE-TARGET-FILE(WS-FILE-I)
                       TO WS-RENAME-TO
                       PERFORM RENAME-WITH-PARENT-DIRECTORIES
                       IF WS-RENAME-OK = 'Y'
                       THEN
                           MOVE 'N' TO WS-FILE-STEP-ONE(WS-FILE-I)
                       ELSE
                           MOVE '1' TO WS-FILE-UNDO-FAILED(WS-FILE-I)
                           MOVE 'Y' TO WS-UNDO-FAILED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-ROLLBACK-FAILURE.
           IF WS-UNDO-FAILED = 'N'
           THEN
               DISPLAY "   rollback of ",
               FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
               " FAILED, nothing changed: ",
               FUNCTION TRIM(WS-FAILURE-TEXT)
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "   rollback of ",
           FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
           " FAILED, PARTLY UNDONE: ",
           FUNCTION TRIM(WS-FAILURE-TEXT)
           END-DISPLAY.
           PERFORM VARYING WS-FILE-I FROM 1 BY 1
           UNTIL WS-FILE-I > WS-FILES-LEN
               IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
               AND WS-FILE-UNDO-FAILED(WS-FILE-I) NOT = 'N'
               THEN
                   PERFORM REPORT-ROLLBACK-LEFT-BEHIND
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-UNDO-FAILED.

       REPORT-ROLLBACK-LEFT-BEHIND.
           IF WS-FILE-UNDO-FAILED(WS-FILE-I) = '2'
           THEN
               DISPLAY "   left rolled back: ",
               FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I)),
               " is the version the release replaced"
               END-DISPLAY
               IF WS-FILE-STEP-ONE(WS-FILE-I) = 'Y'
               THEN
                   DISPLAY "     this release's copy is in ",
                   FUNCTION TRIM(WS-FILE-STAGED-NAME(WS-FILE-I))
                   END-DISPLAY
               END-IF
           ELSE
               DISPLAY "   left missing: ",
               FUNCTION TRIM(WS-FILE-TARGET-FILE(WS-FILE-I)),
               " - this release's copy is in ",
               FUNCTION TRIM(WS-FILE-STAGED-NAME(WS-FILE-I))
               END-DISPLAY
           END-IF.

       RENAME-WITH-PARENT-DIRECTORIES.
      * WS-RENAME-FROM to WS-RENAME-TO, creating the directories on
      * the way to the new name first (mode 0755; the ones already
      * there just fail the mkdir). A failure is reported and left
      * in WS-STEP-FAILED / WS-FAILURE-TEXT for the caller to undo
           MOVE ZERO TO WS-PARENT-NAME-LEN.
           INSPECT WS-RENAME-TO
           TALLYING WS-PARENT-NAME-LEN FOR CHARACTERS
           BEFORE INITIAL SPACE.
           PERFORM VARYING WS-PARENT-I FROM 2 BY 1
           UNTIL WS-PARENT-I > WS-PARENT-NAME-LEN
               IF WS-RENAME-TO(WS-PARENT-I:1) = "/"
               THEN
                   MOVE SPACES TO WS-RENAME-TO-NULLTERMINATED
                   STRING WS-RENAME-TO(1:WS-PARENT-I - 1)
                       DELIMITED BY SIZE,
                   X"00" DELIMITED BY SIZE
                   INTO WS-RENAME-TO-NULLTERMINATED
                   END-STRING
                   CALL "mkdir"
                   USING BY REFERENCE WS-RENAME-TO-NULLTERMINATED,
                   BY VALUE 493
                   RETURNING WS-TEMP
                   END-CALL
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RENAME-FROM-NULLTERMINATED.
           STRING WS-RENAME-FROM DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-RENAME-FROM-NULLTERMINATED
           END-STRING.
           MOVE SPACES TO WS-RENAME-TO-NULLTERMINATED.
           STRING WS-RENAME-TO DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-RENAME-TO-NULLTERMINATED
           END-STRING.
           CALL "rename"
           USING BY REFERENCE WS-RENAME-FROM-NULLTERMINATED,
           BY REFERENCE WS-RENAME-TO-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP = ZERO
           THEN
               MOVE 'Y' TO WS-RENAME-OK
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-RENAME-OK.
           DISPLAY "   rename of ", FUNCTION TRIM(WS-RENAME-FROM),
           " to ", FUNCTION TRIM(WS-RENAME-TO), " failed: ", WS-TEMP
           END-DISPLAY.
           IF WS-STEP-FAILED = 'N'
           THEN
               MOVE 'Y' TO WS-STEP-FAILED
               MOVE SPACES TO WS-FAILURE-TEXT
               STRING "could not move " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-RENAME-FROM) DELIMITED BY SIZE,
               " to " DELIMITED BY SIZE,
               FUNCTION TRIM(WS-RENAME-TO) DELIMITED BY SIZE
               INTO WS-FAILURE-TEXT
               END-STRING
           END-IF.

       CHECK-ENTRY-PATH-EXISTS.
      * A name that opens exists; one that does not, does not
           MOVE SPACES TO WS-ENTRY-PATH-NULLTERMINATED.
           STRING WS-ENTRY-PATH DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-ENTRY-PATH-NULLTERMINATED
           END-STRING.
           CALL "open"
           USING BY REFERENCE WS-ENTRY-PATH-NULLTERMINATED,
           BY VALUE 0
           RETURNING WS-ENTRY-FD
           END-CALL.
           IF WS-ENTRY-FD = -1
           THEN
               MOVE 'N' TO WS-ENTRY-EXISTS
           ELSE
               MOVE 'Y' TO WS-ENTRY-EXISTS
               CALL "close"
               USING BY VALUE WS-ENTRY-FD
               RETURNING WS-TEMP
               END-CALL
           END-IF.

       APPEND-RELEASE-LEDGER-RECORD.
      * Closes entry WS-FILE-I with WS-LEDGER-ACTION (P or R); the
      * client column names this job rather than an address
           OPEN EXTEND WS-RELEASE-LEDGER-FILE.
           IF WS-RELEASE-LEDGER-FILE-STATUS NOT = "00"
           AND WS-RELEASE-LEDGER-FILE-STATUS NOT = "05"
           THEN
               DISPLAY "open ",
               FUNCTION TRIM(WS-RELEASE-LEDGER-FILENAME),
               " failed: ", WS-RELEASE-LEDGER-FILE-STATUS
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RELEASE-RECORD.
           MOVE WS-LEDGER-ACTION TO RELEASE-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RELEASE-TIMESTAMP.
           MOVE WS-REL-NAME(WS-REL-I) TO RELEASE-NAME.
           MOVE WS-REL-GO-LIVE(WS-REL-I) TO RELEASE-GO-LIVE.
           MOVE "publish" TO RELEASE-CLIENT.
           MOVE WS-FILE-SIZE(WS-FILE-I) TO RELEASE-SIZE.
           MOVE WS-FILE-TARGET-PATH(WS-FILE-I) TO RELEASE-TARGET-PATH.
           MOVE WS-FILE-TARGET-FILE(WS-FILE-I) TO RELEASE-TARGET-FILE.
           MOVE WS-FILE-STAGED-NAME(WS-FILE-I) TO RELEASE-STAGED-NAME.
           MOVE WS-FILE-SAVED-NAME(WS-FILE-I) TO RELEASE-SAVED-NAME.
           WRITE WS-RELEASE-RECORD.
           IF WS-RELEASE-LEDGER-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "write ",
               FUNCTION TRIM(WS-RELEASE-LEDGER-FILENAME),
               " failed: ", WS-RELEASE-LEDGER-FILE-STATUS
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE WS-RELEASE-LEDGER-FILE.

       RETIRE-CLOSED-RELEASES.
      * Only releases that can never be rolled back again leave the
      * ledger; the records of releases the tables had no room for
      * are kept as they are, for the next retire to look at
           DISPLAY " RETIRED THIS RUN"
           END-DISPLAY.
           PERFORM VARYING WS-REL-I FROM 1 BY 1
           UNTIL WS-REL-I > WS-RELEASES-LEN
               EVALUATE WS-REL-STATE(WS-REL-I)
                   WHEN "R"
                       MOVE 'Y' TO WS-REL-RETIRE(WS-REL-I)
                   WHEN "P"
                       PERFORM CHECK-RELEASE-IS-SUPERSEDED
                   WHEN OTHER
                       MOVE 'N' TO WS-REL-RETIRE(WS-REL-I)
               END-EVALUATE
               IF WS-REL-RETIRE(WS-REL-I) = 'Y'
               THEN
                   ADD 1 TO WS-RETIRED-COUNT
                   END-ADD
                   PERFORM PRINT-RETIRED-RELEASE-LINE
               END-IF
           END-PERFORM.
           IF WS-RETIRED-COUNT = 0
           THEN
               DISPLAY "   (nothing to retire)"
               END-DISPLAY
           ELSE
               PERFORM REWRITE-LEDGER-WITHOUT-RETIRED
           END-IF.

           DISPLAY "==================================================="
           END-DISPLAY.
           MOVE WS-RETIRED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " releases retired:   ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-RETIRED-RECORDS TO WS-COUNT-DISPLAY.
           DISPLAY " records moved:      ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING), " to ",
           FUNCTION TRIM(WS-RETIRED-LEDGER-FILENAME)
           END-DISPLAY.
           MOVE WS-KEPT-RECORDS TO WS-COUNT-DISPLAY.
           DISPLAY " records kept:       ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           DISPLAY "==================================================="
           END-DISPLAY.

       CHECK-RELEASE-IS-SUPERSEDED.
      * Live, but every one of its pages replaced again by a later
      * live release - rolling it back is refused for each of them
           MOVE 'N' TO WS-REL-RETIRE(WS-REL-I).
           IF WS-REL-PARTIAL(WS-REL-I) = 'Y'
           OR WS-REL-FILES(WS-REL-I) = 0
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-FILE-SUPERSEDED.
           PERFORM VARYING WS-FILE-I FROM 1 BY 1
           UNTIL WS-FILE-I > WS-FILES-LEN
           OR WS-FILE-SUPERSEDED = 'N'
               IF WS-FILE-REL(WS-FILE-I) = WS-REL-I
               THEN
                   MOVE 'N' TO WS-STEP-FAILED
                   PERFORM CHECK-FILE-NOT-REPLACED-LATER
                   IF WS-STEP-FAILED = 'N'
                   THEN
                       MOVE 'N' TO WS-FILE-SUPERSEDED
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-STEP-FAILED.
           MOVE SPACES TO WS-FAILURE-TEXT.
           MOVE WS-FILE-SUPERSEDED TO WS-REL-RETIRE(WS-REL-I).

       PRINT-RETIRED-RELEASE-LINE.
           MOVE WS-REL-FILES(WS-REL-I) TO WS-COUNT-DISPLAY.
           IF WS-REL-STATE(WS-REL-I) = "R"
           THEN
               DISPLAY " ", FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
               "  rolled back ", WS-REL-CHANGED-AT(WS-REL-I)(1:12),
               "  files ", FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
               END-DISPLAY
           ELSE
               DISPLAY " ", FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
               "  live since ", WS-REL-CHANGED-AT(WS-REL-I)(1:12),
               "  files ", FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               "  replaced by later releases"
               END-DISPLAY
           END-IF.

       REWRITE-LEDGER-WITHOUT-RETIRED.
      * The retired records are appended to the archive and every
      * other record copied to the new ledger in its old order,
      * which is then renamed over the ledger. Any failure before
      * the rename leaves the ledger exactly as it was, and the new
      * ledger is removed
           MOVE 'N' TO WS-RETIRE-WRITE-FAILED.
           MOVE SPACES TO WS-NEW-LEDGER-NAME-NULLTERMINATED.
           STRING WS-NEW-LEDGER-FILENAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-NEW-LEDGER-NAME-NULLTERMINATED
           END-STRING.
           MOVE SPACES TO WS-LEDGER-NAME-NULLTERMINATED.
           STRING WS-RELEASE-LEDGER-FILENAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-LEDGER-NAME-NULLTERMINATED
           END-STRING.
           OPEN INPUT WS-RELEASE-LEDGER-FILE.
           IF WS-RELEASE-LEDGER-FILE-STATUS NOT = "00"
           AND WS-RELEASE-LEDGER-FILE-STATUS NOT = "05"
           THEN
               DISPLAY "   retire failed: open ",
               FUNCTION TRIM(WS-RELEASE-LEDGER-FILENAME),
               " failed: ", WS-RELEASE-LEDGER-FILE-STATUS
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WS-NEW-LEDGER-FILE.
           IF WS-NEW-LEDGER-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "   retire failed: open ",
               FUNCTION TRIM(WS-NEW-LEDGER-FILENAME),
               " failed: ", WS-NEW-LEDGER-FILE-STATUS
               END-DISPLAY
               CLOSE WS-RELEASE-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND WS-RETIRED-LEDGER-FILE.
           IF WS-RETIRED-LEDGER-FILE-STATUS NOT = "00"
           AND WS-RETIRED-LEDGER-FILE-STATUS NOT = "05"
           THEN
               DISPLAY "   retire failed: open ",
               FUNCTION TRIM(WS-RETIRED-LEDGER-FILENAME),
               " failed: ", WS-RETIRED-LEDGER-FILE-STATUS
               END-DISPLAY
               CLOSE WS-RELEASE-LEDGER-FILE
               CLOSE WS-NEW-LEDGER-FILE
               PERFORM DISCARD-NEW-LEDGER
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-RELEASE-LEDGER-FILE-STATUS = "10"
           OR WS-RETIRE-WRITE-FAILED = 'Y'
               READ WS-RELEASE-LEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM COPY-RECORD-FOR-RETIRE
               END-READ
           END-PERFORM.
           CLOSE WS-RELEASE-LEDGER-FILE.
           CLOSE WS-NEW-LEDGER-FILE.
           IF WS-RETIRE-WRITE-FAILED = 'N'
           AND WS-NEW-LEDGER-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "   retire failed: close ",
               FUNCTION TRIM(WS-NEW-LEDGER-FILENAME),
               " failed: ", WS-NEW-LEDGER-FILE-STATUS
               END-DISPLAY
               MOVE 'Y' TO WS-RETIRE-WRITE-FAILED
           END-IF.
           CLOSE WS-RETIRED-LEDGER-FILE.
           IF WS-RETIRE-WRITE-FAILED = 'N'
           AND WS-RETIRED-LEDGER-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "   retire failed: close ",
               FUNCTION TRIM(WS-RETIRED-LEDGER-FILENAME),
               " failed: ", WS-RETIRED-LEDGER-FILE-STATUS
               END-DISPLAY
               MOVE 'Y' TO WS-RETIRE-WRITE-FAILED
           END-IF.
           IF WS-RETIRE-WRITE-FAILED = 'Y'
           THEN
               DISPLAY "   the ledger is unchanged, any records ",
               "appended to ",
               FUNCTION TRIM(WS-RETIRED-LEDGER-FILENAME),
               " are copies"
               END-DISPLAY
               PERFORM DISCARD-NEW-LEDGER
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           CALL "rename"
           USING BY REFERENCE WS-NEW-LEDGER-NAME-NULLTERMINATED,
           BY REFERENCE WS-LEDGER-NAME-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP NOT = ZERO
           THEN
               DISPLAY "   retire failed: rename of ",
               FUNCTION TRIM(WS-NEW-LEDGER-FILENAME), " failed: ",
               WS-TEMP, " - the ledger is unchanged, the records ",
               "appended to ",
               FUNCTION TRIM(WS-RETIRED-LEDGER-FILENAME),
               " are copies"
               END-DISPLAY
               PERFORM DISCARD-NEW-LEDGER
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPY-RECORD-FOR-RETIRE.
           PERFORM FIND-RELEASE-BY-RECORD-NAME.
           IF WS-REL-I > 0
           AND WS-REL-RETIRE(WS-REL-I) = 'Y'
           THEN
               MOVE WS-RELEASE-RECORD TO WS-RETIRED-LEDGER-RECORD
               WRITE WS-RETIRED-LEDGER-RECORD
               IF WS-RETIRED-LEDGER-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "   retire failed: write ",
                   FUNCTION TRIM(WS-RETIRED-LEDGER-FILENAME),
                   " failed: ", WS-RETIRED-LEDGER-FILE-STATUS
                   END-DISPLAY
                   MOVE 'Y' TO WS-RETIRE-WRITE-FAILED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RETIRED-RECORDS
               END-ADD
           ELSE
               MOVE WS-RELEASE-RECORD TO WS-NEW-LEDGER-RECORD
               WRITE WS-NEW-LEDGER-RECORD
               IF WS-NEW-LEDGER-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "   retire failed: write ",
                   FUNCTION TRIM(WS-NEW-LEDGER-FILENAME),
                   " failed: ", WS-NEW-LEDGER-FILE-STATUS
                   END-DISPLAY
                   MOVE 'Y' TO WS-RETIRE-WRITE-FAILED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KEPT-RECORDS
               END-ADD
           END-IF.

       DISCARD-NEW-LEDGER.
           CALL "unlink"
           USING BY REFERENCE WS-NEW-LEDGER-NAME-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.

       PRINT-RELEASE-STATUS.
           DISPLAY " "
           END-DISPLAY.
           DISPLAY " WAITING FOR GO-LIVE"
           END-DISPLAY.
           PERFORM VARYING WS-REL-I FROM 1 BY 1
           UNTIL WS-REL-I > WS-RELEASES-LEN
               IF WS-REL-STATE(WS-REL-I) = "S"
               THEN
                   ADD 1 TO WS-WAITING-COUNT
                   END-ADD
                   PERFORM PRINT-RELEASE-LINE
               END-IF
           END-PERFORM.
           IF WS-WAITING-COUNT = 0
           THEN
               DISPLAY "   (nothing staged)"
               END-DISPLAY
           END-IF.

           DISPLAY " "
           END-DISPLAY.
           DISPLAY " LIVE - can be rolled back"
           END-DISPLAY.
           PERFORM VARYING WS-REL-I FROM 1 BY 1
           UNTIL WS-REL-I > WS-RELEASES-LEN
               EVALUATE WS-REL-STATE(WS-REL-I)
                   WHEN "P"
                       ADD 1 TO WS-LIVE-COUNT
                       END-ADD
                       PERFORM PRINT-RELEASE-LINE
                   WHEN "R"
                       ADD 1 TO WS-ROLLED-BACK-COUNT
                       END-ADD
               END-EVALUATE
           END-PERFORM.
           IF WS-LIVE-COUNT = 0
           THEN
               DISPLAY "   (none)"
               END-DISPLAY
           END-IF.

           DISPLAY "==================================================="
           END-DISPLAY.
           MOVE WS-PROMOTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " promoted this run:  ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-PROMOTED-FILES TO WS-COUNT-DISPLAY.
           DISPLAY " files put live:     ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " failed this run:    ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-WAITING-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " waiting:            ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-LIVE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " live:               ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-ROLLED-BACK-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " rolled back:        ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           IF WS-LATE-FILES > 0
           THEN
               MOVE WS-LATE-FILES TO WS-COUNT-DISPLAY
               DISPLAY " staged too late:    ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               " (release already published, ignored)"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.

       PRINT-RELEASE-LINE.
           MOVE WS-REL-FILES(WS-REL-I) TO WS-COUNT-DISPLAY.
           MOVE WS-REL-BYTES(WS-REL-I) TO WS-BYTES-DISPLAY.
           IF WS-REL-STATE(WS-REL-I) = "S"
           THEN
               DISPLAY " ", FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
               "  go-live ", WS-REL-GO-LIVE(WS-REL-I)(1:12),
               "  files ", FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               "  bytes ", FUNCTION TRIM(WS-BYTES-DISPLAY LEADING)
               END-DISPLAY
           ELSE
               DISPLAY " ", FUNCTION TRIM(WS-REL-NAME(WS-REL-I)),
               "  live since ", WS-REL-CHANGED-AT(WS-REL-I)(1:12),
               "  files ", FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               "  bytes ", FUNCTION TRIM(WS-BYTES-DISPLAY LEADING)
               END-DISPLAY
           END-IF.

       PRINT-REPORT-HEADER.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " RELEASE REPORT - cobol-webserver staged publishing"
           END-DISPLAY.
           DISPLAY " ledger:    ",
           FUNCTION TRIM(WS-RELEASE-LEDGER-FILENAME)
           END-DISPLAY.
           DISPLAY " generated: ", WS-RUN-TIMESTAMP(1:14)
           END-DISPLAY.
           IF WS-LEDGER-OVERFLOW = 'Y'
           THEN
               DISPLAY " ledger larger than the tables - the newest ",
               "releases were not loaded; run publish retire"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.

       END PROGRAM publish.
