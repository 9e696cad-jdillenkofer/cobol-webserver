       IDENTIFICATION DIVISION.
       PROGRAM-ID. logrotate.
      * Nightly rotation of the access log, run from cron inside the
      * document root just after midnight, before accessreport and
      * docinventory. The live access.log is picked up by renaming
      * it to a work file (WRITE-ACCESS-LOG-ENTRY starts a fresh log
      * on its next request), each day not cut yet goes into its own
      * dated archive access.log.YYYYMMDD, and the few lines already
      * written after midnight are carried back into the new live
      * log. A night the job did not run is caught up the next time:
      * every day from the one after the last cut through the cut
      * day gets its archive, empty or not, so the reports find each
      * day where they look for it. Each archive gets a control
      * record in access.log.control: its line count, the first and
      * last counter= values and a crc32 checksum of the file. Before
      * cutting anything the run re-reads the previous archive and
      * refuses to go ahead (return code 8) when it no longer
      * matches its control record - a truncated or hand-edited
      * archive must be looked at before another day piles on top.
      * The cut day defaults to yesterday; an optional YYYYMMDD
      * argument cuts only through an earlier, already finished day.
      * A crashed run leaves the work file behind; the next run
      * finishes that earlier cut from the work file first, then
      * picks up the live log for the days still to do
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-WORK-LOG-FILE ASSIGN TO WS-WORK-LOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-LOG-FILE-STATUS.
           SELECT WS-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT WS-CARRY-FILE ASSIGN TO WS-CARRY-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.
           SELECT OPTIONAL WS-ACCESS-LOG-FILE
               ASSIGN TO WS-ACCESS-LOG-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-FILE-STATUS.
           SELECT WS-CONTROL-FILE ASSIGN TO WS-CONTROL-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WS-WORK-LOG-FILE.
      * All three log files carry the server's access log lines
      * unchanged - see WRITE-ACCESS-LOG-ENTRY for the layout
       01 WS-WORK-LOG-RECORD PIC X(2560).
       FD WS-ARCHIVE-FILE.
       01 WS-ARCHIVE-RECORD PIC X(2560).
       FD WS-CARRY-FILE.
       01 WS-CARRY-RECORD PIC X(2560).
       FD WS-ACCESS-LOG-FILE.
       01 WS-ACCESS-LOG-RECORD PIC X(2560).
       FD WS-CONTROL-FILE.
      * One fixed-layout control record per archive cut, appended in
      * date order: the archive's day, its line count, the counter=
      * values of its first and last line, the crc32 of the archive
      * file as written, how many post-midnight lines went back into
      * the live log, and when the cut was made
       01 WS-CONTROL-RECORD.
           05 CONTROL-ARCHIVE-DATE PIC X(8).
           05 CONTROL-LINE-COUNT PIC 9(8).
           05 CONTROL-FIRST-COUNTER PIC 9(8).
           05 CONTROL-LAST-COUNTER PIC 9(8).
           05 CONTROL-CHECKSUM PIC 9(12).
           05 CONTROL-CARRIED-LINES PIC 9(8).
           05 CONTROL-WRITTEN PIC X(14).
       WORKING-STORAGE SECTION.
       01 WS-ACCESS-LOG-FILENAME PIC X(256) VALUE "access.log".
       01 WS-ACCESS-LOG-FILE-STATUS PIC XX.
      * The work, carry and control files share the access.log.
      * prefix with the archives, so the server's operational-file
      * wall and docinventory's walk cover the whole family at once
       01 WS-WORK-LOG-FILENAME PIC X(256) VALUE "access.log.cut".
       01 WS-WORK-LOG-FILE-STATUS PIC XX.
       01 WS-CARRY-FILENAME PIC X(256) VALUE "access.log.carry".
       01 WS-CARRY-FILE-STATUS PIC XX.
       01 WS-CONTROL-FILENAME PIC X(256) VALUE "access.log.control".
       01 WS-CONTROL-FILE-STATUS PIC XX.
       01 WS-ARCHIVE-FILENAME PIC X(256).
       01 WS-ARCHIVE-FILE-STATUS PIC XX.
       01 WS-ACCESS-LOG-NULLTERMINATED PIC X(256).
       01 WS-WORK-LOG-NULLTERMINATED PIC X(256).
       01 WS-CARRY-NULLTERMINATED PIC X(256).
       01 WS-ARCHIVE-NULLTERMINATED PIC X(256).
       01 WS-COMMAND-LINE PIC X(256) VALUE SPACES.
       01 WS-RUN-TIMESTAMP PIC X(26) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-CUT-DATE-VALUE PIC 9(8) VALUE 0.
       01 WS-CUT-DATE PIC X(8) VALUE SPACES.
      * The newest day with a control record, moved on as each day
      * is cut, and the days of the cut in progress: from the first
      * uncut day through the limit, with the day being written
       01 WS-LAST-CUT-DATE PIC X(8) VALUE SPACES.
       01 WS-LIMIT-DATE PIC X(8) VALUE SPACES.
       01 WS-FIRST-DAY PIC X(8) VALUE SPACES.
       01 WS-FIRST-DAY-VALUE PIC 9(8) VALUE 0.
       01 WS-DAY-DATE PIC X(8) VALUE SPACES.
       01 WS-DAY-VALUE PIC 9(8) VALUE 0.
       01 WS-DAY-INTEGER PIC 9(8) VALUE 0.
       01 WS-LIMIT-INTEGER PIC 9(8) VALUE 0.
      * Oldest and newest real date stamped on a work file line
       01 WS-WORK-MIN-DATE PIC X(8) VALUE SPACES.
       01 WS-WORK-MAX-DATE PIC X(8) VALUE SPACES.
       01 WS-WORK-MAX-DATE-VALUE PIC 9(8) VALUE 0.
      * Where one work file line goes: 'A' the archive of
      * WS-LINE-DAY, 'C' the carry file, 'S' nowhere - an earlier
      * run already archived it. A line without a date goes with
      * the dated line before it
       01 WS-LINE-DESTINATION PIC X VALUE SPACE.
       01 WS-LINE-DAY PIC X(8) VALUE SPACES.
       01 WS-LINE-DATE-VALUE PIC 9(8) VALUE 0.
       01 WS-LINE-FOLDED PIC X VALUE 'N'.
       01 WS-ROUTE-DATE PIC X(8) VALUE SPACES.
      * The newest control record, the one the previous run wrote
       01 WS-PREVIOUS-CONTROL.
           05 WS-PREVIOUS-DATE PIC X(8) VALUE SPACES.
           05 WS-PREVIOUS-LINE-COUNT PIC 9(8) VALUE 0.
           05 WS-PREVIOUS-FIRST-COUNTER PIC 9(8) VALUE 0.
           05 WS-PREVIOUS-LAST-COUNTER PIC 9(8) VALUE 0.
           05 WS-PREVIOUS-CHECKSUM PIC 9(12) VALUE 0.
       01 WS-HAVE-PREVIOUS-CONTROL PIC X VALUE 'N'.
       01 WS-ROTATION-REFUSED PIC X VALUE 'N'.
       01 WS-RECOVERING-WORK-FILE PIC X VALUE 'N'.
      * Totals of one archive file as it lies on disk - filled for
      * the previous archive when it is verified, and again for
      * tonight's archive once written, so both sides of the
      * comparison are always counted the same way
       01 WS-ARCHIVE-LINE-COUNT PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-FIRST-COUNTER PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-LAST-COUNTER PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-CHECKSUM PIC 9(18) COMP-5 VALUE 0.
       01 WS-ARCHIVE-CHECKSUM-DISPLAY PIC 9(12) VALUE 0.
       01 WS-ARCHIVE-FD PIC S9(4).
       01 WS-CRC-AVAILABLE PIC X VALUE 'Y'.
       01 WS-CRC-READ-LEN PIC S9(9) VALUE 0.
       01 WS-CRC-BUFFER PIC X(8192).
      * Only the timestamp and the first key=value token matter
      * here: the server always writes counter= first
       01 WS-LOG-TIMESTAMP PIC X(26).
       01 WS-LOG-FIRST-TOKEN PIC X(2300).
       01 WS-LOG-COUNTER PIC 9(8) VALUE 0.
       01 WS-LINES-READ PIC 9(8) VALUE 0.
       01 WS-LINES-ARCHIVED PIC 9(8) VALUE 0.
       01 WS-LINES-CARRIED PIC 9(8) VALUE 0.
       01 WS-TOTAL-CARRIED PIC 9(8) VALUE 0.
       01 WS-LINES-BEFORE-CUT-DAY PIC 9(8) VALUE 0.
       01 WS-LINES-ALREADY-ARCHIVED PIC 9(8) VALUE 0.
       01 WS-CONTROL-CARRIED PIC 9(8) VALUE 0.
       01 WS-DAYS-CUT PIC 9(8) VALUE 0.
       01 WS-TEMP PIC S9(8).
       01 WS-COUNT-DISPLAY PIC Z(7)9.
       01 WS-LINES-DISPLAY PIC Z(7)9.
       01 WS-FIRST-DISPLAY PIC Z(7)9.
       01 WS-LAST-DISPLAY PIC Z(7)9.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM PARSE-COMMAND-LINE-ARGUMENTS.
           IF WS-ROTATION-REFUSED = 'Y'
           THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUILD-ROTATION-FILENAMES.
           PERFORM LOAD-PREVIOUS-CONTROL-RECORD.
           MOVE WS-PREVIOUS-DATE TO WS-LAST-CUT-DATE.

      * The day was already cut by an earlier run. If that run died
      * between writing its control record and handing the carried
      * lines back, the carry file is still there to finish with
           IF WS-HAVE-PREVIOUS-CONTROL = 'Y'
           AND WS-PREVIOUS-DATE = WS-CUT-DATE
           THEN
               CALL "unlink"
               USING BY REFERENCE WS-WORK-LOG-NULLTERMINATED
               RETURNING WS-TEMP
               END-CALL
               PERFORM RETURN-CARRIED-LINES-TO-LIVE-LOG
               DISPLAY "access log already rotated for ", WS-CUT-DATE
               END-DISPLAY
               STOP RUN
           END-IF.
           IF WS-HAVE-PREVIOUS-CONTROL = 'Y'
           AND WS-PREVIOUS-DATE > WS-CUT-DATE
           THEN
               DISPLAY "rotation refused: ", WS-CUT-DATE,
               " is older than the last archive cut (",
               WS-PREVIOUS-DATE, ")"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VERIFY-PREVIOUS-ARCHIVE.
           IF WS-ROTATION-REFUSED = 'Y'
           THEN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PRINT-ROTATION-HEADER.

      * A leftover work file is the cut of a run that crashed before
      * it was done. It is finished on its own first: the live log
      * was started after that run's rename, so it holds nothing
      * older than the newest day in the work file, and every day
      * before that one can be cut from the work file alone. The
      * newest day's lines go back to the live log with its later
      * ones, for the cut from the live log to take them
           OPEN INPUT WS-WORK-LOG-FILE.
           IF WS-WORK-LOG-FILE-STATUS = "00"
           THEN
               CLOSE WS-WORK-LOG-FILE
               DISPLAY "Recovering leftover work file from an ",
               "interrupted run"
               END-DISPLAY
               MOVE 'Y' TO WS-RECOVERING-WORK-FILE
               PERFORM SCAN-WORK-FILE-DATE-RANGE
               MOVE WS-CUT-DATE TO WS-LIMIT-DATE
               IF WS-WORK-MAX-DATE = SPACES
               THEN
                   MOVE WS-LAST-CUT-DATE TO WS-LIMIT-DATE
               ELSE
                   MOVE WS-WORK-MAX-DATE TO WS-WORK-MAX-DATE-VALUE
                   COMPUTE WS-DAY-VALUE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WORK-MAX-DATE-VALUE)
                   - 1)
                   END-COMPUTE
                   MOVE WS-DAY-VALUE TO WS-DAY-DATE
                   IF WS-DAY-DATE < WS-LIMIT-DATE
                   THEN
                       MOVE WS-DAY-DATE TO WS-LIMIT-DATE
                   END-IF
               END-IF
               PERFORM CUT-WORK-FILE-THROUGH-LIMIT
               IF WS-ROTATION-REFUSED = 'Y'
               THEN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-RECOVERING-WORK-FILE
           ELSE
      * Carried lines a crashed run never handed back go home before
      * a new carry file is written over them
               PERFORM RETURN-CARRIED-LINES-TO-LIVE-LOG
           END-IF.

           IF WS-LAST-CUT-DATE = SPACES
           OR WS-LAST-CUT-DATE < WS-CUT-DATE
           THEN
               PERFORM PICK-UP-LIVE-LOG
               PERFORM SCAN-WORK-FILE-DATE-RANGE
               MOVE WS-CUT-DATE TO WS-LIMIT-DATE
               PERFORM CUT-WORK-FILE-THROUGH-LIMIT
               IF WS-ROTATION-REFUSED = 'Y'
               THEN
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM PRINT-ROTATION-SUMMARY.
           STOP RUN.

       PARSE-COMMAND-LINE-ARGUMENTS.
      * Yesterday unless told otherwise. Cutting today, or a day
      * still to come, would archive lines of a day that is not over
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-CUT-DATE-VALUE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           END-COMPUTE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           IF FUNCTION TRIM(WS-COMMAND-LINE) NOT = SPACES
           AND WS-COMMAND-LINE(1:8) IS NUMERIC
           THEN
               MOVE WS-COMMAND-LINE(1:8) TO WS-CUT-DATE-VALUE
           END-IF.
           MOVE WS-CUT-DATE-VALUE TO WS-CUT-DATE.
           IF WS-CUT-DATE-VALUE >= WS-TODAY-DATE
           THEN
               DISPLAY "rotation refused: ", WS-CUT-DATE,
               " is not over yet"
               END-DISPLAY
               MOVE 'Y' TO WS-ROTATION-REFUSED
           END-IF.

       BUILD-ROTATION-FILENAMES.
           MOVE SPACES TO WS-ACCESS-LOG-NULLTERMINATED.
           STRING WS-ACCESS-LOG-FILENAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-ACCESS-LOG-NULLTERMINATED
           END-STRING.
           MOVE SPACES TO WS-WORK-LOG-NULLTERMINATED.
           STRING WS-WORK-LOG-FILENAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-WORK-LOG-NULLTERMINATED
           END-STRING.
           MOVE SPACES TO WS-CARRY-NULLTERMINATED.
           STRING WS-CARRY-FILENAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-CARRY-NULLTERMINATED
           END-STRING.

       LOAD-PREVIOUS-CONTROL-RECORD.
      * No control file at all is the very first rotation - there is
      * no earlier archive to vouch for
           OPEN INPUT WS-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CONTROL-FILE-STATUS = "10"
               READ WS-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CONTROL-ARCHIVE-DATE IS NUMERIC
                       AND CONTROL-LINE-COUNT IS NUMERIC
                       AND CONTROL-FIRST-COUNTER IS NUMERIC
                       AND CONTROL-LAST-COUNTER IS NUMERIC
                       AND CONTROL-CHECKSUM IS NUMERIC
                       THEN
                           MOVE 'Y' TO WS-HAVE-PREVIOUS-CONTROL
                           MOVE CONTROL-ARCHIVE-DATE
                           TO WS-PREVIOUS-DATE
                           MOVE CONTROL-LINE-COUNT
                           TO WS-PREVIOUS-LINE-COUNT
                           MOVE CONTROL-FIRST-COUNTER
                           TO WS-PREVIOUS-FIRST-COUNTER
                           MOVE CONTROL-LAST-COUNTER
                           TO WS-PREVIOUS-LAST-COUNTER
                           MOVE CONTROL-CHECKSUM
                           TO WS-PREVIOUS-CHECKSUM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-CONTROL-FILE.

       VERIFY-PREVIOUS-ARCHIVE.
      * The previous archive is counted again exactly as it was
      * counted when written; any difference means somebody or
      * something changed a file that is supposed to be frozen
           IF WS-HAVE-PREVIOUS-CONTROL = 'N'
           THEN
               DISPLAY "no previous archive on record, first rotation"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING FUNCTION TRIM(WS-ACCESS-LOG-FILENAME)
               DELIMITED BY SIZE,
           "." DELIMITED BY SIZE,
           WS-PREVIOUS-DATE DELIMITED BY SIZE
           INTO WS-ARCHIVE-FILENAME
           END-STRING.

           OPEN INPUT WS-ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "rotation refused: previous archive ",
               FUNCTION TRIM(WS-ARCHIVE-FILENAME),
               " cannot be opened: ", WS-ARCHIVE-FILE-STATUS
               END-DISPLAY
               MOVE 'Y' TO WS-ROTATION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           CLOSE WS-ARCHIVE-FILE.

           PERFORM TALLY-ARCHIVE-FILE.
           PERFORM COMPUTE-ARCHIVE-CHECKSUM.
           MOVE WS-ARCHIVE-CHECKSUM TO WS-ARCHIVE-CHECKSUM-DISPLAY.

           IF WS-ARCHIVE-LINE-COUNT NOT = WS-PREVIOUS-LINE-COUNT
           THEN
               MOVE 'Y' TO WS-ROTATION-REFUSED
               DISPLAY "rotation refused: ",
               FUNCTION TRIM(WS-ARCHIVE-FILENAME), " holds ",
               WS-ARCHIVE-LINE-COUNT, " lines, control record says ",
               WS-PREVIOUS-LINE-COUNT
               END-DISPLAY
           END-IF.
           IF WS-ARCHIVE-FIRST-COUNTER NOT = WS-PREVIOUS-FIRST-COUNTER
           OR WS-ARCHIVE-LAST-COUNTER NOT = WS-PREVIOUS-LAST-COUNTER
           THEN
               MOVE 'Y' TO WS-ROTATION-REFUSED
               DISPLAY "rotation refused: ",
               FUNCTION TRIM(WS-ARCHIVE-FILENAME), " runs counter ",
               WS-ARCHIVE-FIRST-COUNTER, "-", WS-ARCHIVE-LAST-COUNTER,
               ", control record says ", WS-PREVIOUS-FIRST-COUNTER,
               "-", WS-PREVIOUS-LAST-COUNTER
               END-DISPLAY
           END-IF.
           IF WS-ARCHIVE-CHECKSUM-DISPLAY NOT = WS-PREVIOUS-CHECKSUM
           THEN
               MOVE 'Y' TO WS-ROTATION-REFUSED
               DISPLAY "rotation refused: ",
               FUNCTION TRIM(WS-ARCHIVE-FILENAME), " checksum ",
               WS-ARCHIVE-CHECKSUM-DISPLAY,
               ", control record says ", WS-PREVIOUS-CHECKSUM
               END-DISPLAY
           END-IF.
           IF WS-ROTATION-REFUSED = 'N'
           THEN
               DISPLAY "previous archive ",
               FUNCTION TRIM(WS-ARCHIVE-FILENAME),
               " matches its control record"
               END-DISPLAY
           END-IF.

       PICK-UP-LIVE-LOG.
      * The live log is renamed to the work name. No live log at all
      * is a day without traffic; it still gets its (empty) archive
      * and control record so the chain of archives has no holes
           CALL "rename"
           USING BY REFERENCE WS-ACCESS-LOG-NULLTERMINATED,
           BY REFERENCE WS-WORK-LOG-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           IF WS-TEMP NOT = ZERO
           THEN
               DISPLAY "no live ",
               FUNCTION TRIM(WS-ACCESS-LOG-FILENAME),
               " to rotate, archiving an empty day"
               END-DISPLAY
           END-IF.

       SCAN-WORK-FILE-DATE-RANGE.
      * Oldest and newest real date in the work file; spaces when it
      * has none (or is not there)
           MOVE SPACES TO WS-WORK-MIN-DATE.
           MOVE SPACES TO WS-WORK-MAX-DATE.
           OPEN INPUT WS-WORK-LOG-FILE.
           IF WS-WORK-LOG-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-WORK-LOG-FILE-STATUS = "10"
               READ WS-WORK-LOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-WORK-LOG-RECORD(1:8) IS NUMERIC
                       THEN
                           MOVE WS-WORK-LOG-RECORD(1:8)
                           TO WS-LINE-DATE-VALUE
                           IF FUNCTION TEST-DATE-YYYYMMDD(
                              WS-LINE-DATE-VALUE) = 0
                           THEN
                               IF WS-WORK-MIN-DATE = SPACES
                               OR WS-WORK-LOG-RECORD(1:8) <
                                  WS-WORK-MIN-DATE
                               THEN
                                   MOVE WS-WORK-LOG-RECORD(1:8)
                                   TO WS-WORK-MIN-DATE
                               END-IF
                               IF WS-WORK-MAX-DATE = SPACES
                               OR WS-WORK-LOG-RECORD(1:8) >
                                  WS-WORK-MAX-DATE
                               THEN
                                   MOVE WS-WORK-LOG-RECORD(1:8)
                                   TO WS-WORK-MAX-DATE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-WORK-LOG-FILE.

       CUT-WORK-FILE-THROUGH-LIMIT.
      * Every uncut day through WS-LIMIT-DATE gets its own archive
      * and control record, oldest first; lines after the limit go
      * to the carry file. The carry file is written in full before
      * the first control record, and each control record is the
      * commit point of its day: a crash part way leaves the work
      * file, and the rerun picks up at the first day without one
           MOVE ZERO TO WS-LINES-CARRIED.
           IF WS-LAST-CUT-DATE NOT = SPACES
           THEN
               MOVE WS-LAST-CUT-DATE TO WS-DAY-VALUE
               COMPUTE WS-FIRST-DAY-VALUE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DAY-VALUE) + 1)
               END-COMPUTE
               MOVE WS-FIRST-DAY-VALUE TO WS-FIRST-DAY
           ELSE
      * The very first rotation starts at the oldest day in the log
               IF WS-WORK-MIN-DATE NOT = SPACES
               AND WS-WORK-MIN-DATE < WS-LIMIT-DATE
               THEN
                   MOVE WS-WORK-MIN-DATE TO WS-FIRST-DAY
               ELSE
                   MOVE WS-LIMIT-DATE TO WS-FIRST-DAY
               END-IF
               MOVE WS-FIRST-DAY TO WS-FIRST-DAY-VALUE
           END-IF.

           OPEN OUTPUT WS-CARRY-FILE.
           IF WS-CARRY-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-CARRY-FILENAME),
               " failed: ", WS-CARRY-FILE-STATUS
               END-DISPLAY
               MOVE 'Y' TO WS-ROTATION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIRST-DAY TO WS-ROUTE-DATE.
           OPEN INPUT WS-WORK-LOG-FILE.
           IF WS-WORK-LOG-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-WORK-LOG-FILE-STATUS = "10"
                   READ WS-WORK-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CARRY-WORK-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE WS-WORK-LOG-FILE
           END-IF.
           CLOSE WS-CARRY-FILE.

           IF WS-FIRST-DAY <= WS-LIMIT-DATE
           THEN
               MOVE WS-LIMIT-DATE TO WS-DAY-VALUE
               COMPUTE WS-LIMIT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DAY-VALUE)
               END-COMPUTE
               COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-DAY-VALUE)
               END-COMPUTE
               PERFORM UNTIL WS-DAY-INTEGER > WS-LIMIT-INTEGER
               OR WS-ROTATION-REFUSED = 'Y'
                   COMPUTE WS-DAY-VALUE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
                   END-COMPUTE
                   MOVE WS-DAY-VALUE TO WS-DAY-DATE
                   PERFORM CUT-ONE-DAY-INTO-ARCHIVE
                   ADD 1 TO WS-DAY-INTEGER
                   END-ADD
               END-PERFORM
           END-IF.
           IF WS-ROTATION-REFUSED = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "unlink"
           USING BY REFERENCE WS-WORK-LOG-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.
           PERFORM RETURN-CARRIED-LINES-TO-LIVE-LOG.

       CARRY-WORK-LOG-LINE.
      * First pass over the work file: the lines after the limit go
      * to the carry file, and the whole file is counted once here
           ADD 1 TO WS-LINES-READ
           END-ADD.
           PERFORM CLASSIFY-WORK-LOG-LINE.
           EVALUATE WS-LINE-DESTINATION
               WHEN 'C'
                   MOVE WS-WORK-LOG-RECORD TO WS-CARRY-RECORD
                   WRITE WS-CARRY-RECORD
                   ADD 1 TO WS-LINES-CARRIED
                   END-ADD
                   ADD 1 TO WS-TOTAL-CARRIED
                   END-ADD
               WHEN 'S'
                   ADD 1 TO WS-LINES-ALREADY-ARCHIVED
                   END-ADD
               WHEN OTHER
                   IF WS-LINE-FOLDED = 'Y'
                   THEN
                       ADD 1 TO WS-LINES-BEFORE-CUT-DAY
                       END-ADD
                   END-IF
           END-EVALUATE.

       CLASSIFY-WORK-LOG-LINE.
      * A day before the first uncut one is either a line an earlier
      * run of a crashed cut already archived (skipped), or a clock
      * that was wrong; such a line stays with the first day being
      * archived, as the best clue there is, and is counted so the
      * report can say so
           MOVE 'N' TO WS-LINE-FOLDED.
           IF WS-WORK-LOG-RECORD(1:8) IS NUMERIC
           THEN
               MOVE WS-WORK-LOG-RECORD(1:8) TO WS-LINE-DATE-VALUE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-LINE-DATE-VALUE) = 0
               THEN
                   MOVE WS-WORK-LOG-RECORD(1:8) TO WS-ROUTE-DATE
               END-IF
           END-IF.
           MOVE WS-ROUTE-DATE TO WS-LINE-DAY.
           MOVE 'A' TO WS-LINE-DESTINATION.
           IF WS-LINE-DAY > WS-LIMIT-DATE
           THEN
               MOVE 'C' TO WS-LINE-DESTINATION
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-DAY < WS-FIRST-DAY
           THEN
               EVALUATE TRUE
                   WHEN WS-RECOVERING-WORK-FILE = 'Y'
                       MOVE 'S' TO WS-LINE-DESTINATION
                   WHEN WS-FIRST-DAY > WS-LIMIT-DATE
                       MOVE 'C' TO WS-LINE-DESTINATION
                   WHEN OTHER
                       MOVE WS-FIRST-DAY TO WS-LINE-DAY
                       MOVE 'Y' TO WS-LINE-FOLDED
               END-EVALUATE
           END-IF.

       CUT-ONE-DAY-INTO-ARCHIVE.
      * One pass over the work file for WS-DAY-DATE's archive, then
      * its totals taken from the archive as it now lies on disk -
      * exactly what the next run's verification will count
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING FUNCTION TRIM(WS-ACCESS-LOG-FILENAME)
               DELIMITED BY SIZE,
           "." DELIMITED BY SIZE,
           WS-DAY-DATE DELIMITED BY SIZE
           INTO WS-ARCHIVE-FILENAME
           END-STRING.
           OPEN OUTPUT WS-ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-ARCHIVE-FILENAME),
               " failed: ", WS-ARCHIVE-FILE-STATUS
               END-DISPLAY
               MOVE 'Y' TO WS-ROTATION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIRST-DAY TO WS-ROUTE-DATE.
           OPEN INPUT WS-WORK-LOG-FILE.
           IF WS-WORK-LOG-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-WORK-LOG-FILE-STATUS = "10"
                   READ WS-WORK-LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CLASSIFY-WORK-LOG-LINE
                           IF WS-LINE-DESTINATION = 'A'
                           AND WS-LINE-DAY = WS-DAY-DATE
                           THEN
                               MOVE WS-WORK-LOG-RECORD
                               TO WS-ARCHIVE-RECORD
                               WRITE WS-ARCHIVE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-WORK-LOG-FILE
           END-IF.
           CLOSE WS-ARCHIVE-FILE.

           PERFORM TALLY-ARCHIVE-FILE.
           PERFORM COMPUTE-ARCHIVE-CHECKSUM.
      * The carried count belongs to the last day of the cut, the
      * one whose midnight those lines came after
           MOVE ZERO TO WS-CONTROL-CARRIED.
           IF WS-DAY-DATE = WS-LIMIT-DATE
           THEN
               MOVE WS-LINES-CARRIED TO WS-CONTROL-CARRIED
           END-IF.
           PERFORM APPEND-CONTROL-RECORD.
           IF WS-ROTATION-REFUSED = 'Y'
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DAY-DATE TO WS-LAST-CUT-DATE.
           ADD 1 TO WS-DAYS-CUT
           END-ADD.
           ADD WS-ARCHIVE-LINE-COUNT TO WS-LINES-ARCHIVED
           END-ADD.
           PERFORM PRINT-ARCHIVE-LINE.

       TALLY-ARCHIVE-FILE.
      * Line count and the counter= values of the first and last
      * line of the archive named in WS-ARCHIVE-FILENAME. A line
      * without a readable counter leaves the running values alone
           MOVE ZERO TO WS-ARCHIVE-LINE-COUNT.
           MOVE ZERO TO WS-ARCHIVE-FIRST-COUNTER.
           MOVE ZERO TO WS-ARCHIVE-LAST-COUNTER.
           OPEN INPUT WS-ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ARCHIVE-FILE-STATUS = "10"
               READ WS-ARCHIVE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-ARCHIVE-LINE
               END-READ
           END-PERFORM.
           CLOSE WS-ARCHIVE-FILE.

       TALLY-ARCHIVE-LINE.
           ADD 1 TO WS-ARCHIVE-LINE-COUNT
           END-ADD.
           MOVE SPACES TO WS-LOG-TIMESTAMP.
           MOVE SPACES TO WS-LOG-FIRST-TOKEN.
           UNSTRING WS-ARCHIVE-RECORD
           DELIMITED BY ALL SPACES
           INTO WS-LOG-TIMESTAMP, WS-LOG-FIRST-TOKEN
           END-UNSTRING.
           IF WS-LOG-FIRST-TOKEN(1:8) NOT = "counter="
           OR WS-LOG-FIRST-TOKEN(9:8) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOG-FIRST-TOKEN(9:8) TO WS-LOG-COUNTER.
           IF WS-ARCHIVE-LINE-COUNT = 1
           THEN
               MOVE WS-LOG-COUNTER TO WS-ARCHIVE-FIRST-COUNTER
           END-IF.
           MOVE WS-LOG-COUNTER TO WS-ARCHIVE-LAST-COUNTER.

       COMPUTE-ARCHIVE-CHECKSUM.
      * crc32 of the archive's bytes, from the same zlib
      * docinventory checksums the document root with; a build
      * without it records zero and the verification rests on the
      * line count and counters alone
           MOVE ZERO TO WS-ARCHIVE-CHECKSUM.
           IF WS-CRC-AVAILABLE = 'N'
           THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ARCHIVE-NULLTERMINATED.
           STRING WS-ARCHIVE-FILENAME DELIMITED BY SPACE,
           X"00" DELIMITED BY SIZE
           INTO WS-ARCHIVE-NULLTERMINATED
           END-STRING.
           CALL "open"
           USING BY REFERENCE WS-ARCHIVE-NULLTERMINATED,
           BY VALUE 0
           RETURNING WS-ARCHIVE-FD
           END-CALL.
           IF WS-ARCHIVE-FD = -1
           THEN
               EXIT PARAGRAPH
           END-IF.

           CALL "crc32"
           USING BY VALUE 0, BY VALUE 0, BY VALUE 0
           RETURNING WS-ARCHIVE-CHECKSUM
           ON EXCEPTION
               MOVE 'N' TO WS-CRC-AVAILABLE
               MOVE ZERO TO WS-ARCHIVE-CHECKSUM
               DISPLAY "zlib not available, checksums disabled"
               END-DISPLAY
           END-CALL.

           MOVE 1 TO WS-CRC-READ-LEN.
           PERFORM UNTIL WS-CRC-READ-LEN <= 0
           OR WS-CRC-AVAILABLE = 'N'
               CALL "read"
               USING BY VALUE WS-ARCHIVE-FD,
               BY REFERENCE WS-CRC-BUFFER,
               BY VALUE 8192
               RETURNING WS-CRC-READ-LEN
               END-CALL
               IF WS-CRC-READ-LEN > 0
               THEN
                   CALL "crc32"
                   USING BY VALUE WS-ARCHIVE-CHECKSUM,
                   BY REFERENCE WS-CRC-BUFFER,
                   BY VALUE WS-CRC-READ-LEN
                   RETURNING WS-ARCHIVE-CHECKSUM
                   END-CALL
               END-IF
           END-PERFORM.

           CALL "close"
           USING BY VALUE WS-ARCHIVE-FD
           RETURNING WS-TEMP
           END-CALL.

       APPEND-CONTROL-RECORD.
           OPEN EXTEND WS-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT WS-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-CONTROL-FILENAME),
               " failed: ", WS-CONTROL-FILE-STATUS
               END-DISPLAY
               MOVE 'Y' TO WS-ROTATION-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CONTROL-RECORD.
           MOVE WS-DAY-DATE TO CONTROL-ARCHIVE-DATE.
           MOVE WS-ARCHIVE-LINE-COUNT TO CONTROL-LINE-COUNT.
           MOVE WS-ARCHIVE-FIRST-COUNTER TO CONTROL-FIRST-COUNTER.
           MOVE WS-ARCHIVE-LAST-COUNTER TO CONTROL-LAST-COUNTER.
           MOVE WS-ARCHIVE-CHECKSUM TO CONTROL-CHECKSUM.
           MOVE WS-CONTROL-CARRIED TO CONTROL-CARRIED-LINES.
           MOVE WS-RUN-TIMESTAMP(1:14) TO CONTROL-WRITTEN.
           WRITE WS-CONTROL-RECORD.
           IF WS-CONTROL-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "write ", FUNCTION TRIM(WS-CONTROL-FILENAME),
               " failed: ", WS-CONTROL-FILE-STATUS
               END-DISPLAY
               MOVE 'Y' TO WS-ROTATION-REFUSED
           END-IF.
           CLOSE WS-CONTROL-FILE.

       RETURN-CARRIED-LINES-TO-LIVE-LOG.
      * The lines written between midnight and the rename belong to
      * the new day; they go back onto the live log, which the
      * server has meanwhile started afresh (or is about to - a
      * missing log is created here just as the server would, in
      * append mode, so neither side truncates the other)
           OPEN INPUT WS-CARRY-FILE.
           IF WS-CARRY-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND WS-ACCESS-LOG-FILE.
           IF WS-ACCESS-LOG-FILE-STATUS NOT = "00"
           AND WS-ACCESS-LOG-FILE-STATUS NOT = "05"
           THEN
               DISPLAY "open ", FUNCTION TRIM(WS-ACCESS-LOG-FILENAME),
               " failed: ", WS-ACCESS-LOG-FILE-STATUS,
               " - carried lines left in ",
               FUNCTION TRIM(WS-CARRY-FILENAME)
               END-DISPLAY
               CLOSE WS-CARRY-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-CARRY-FILE-STATUS = "10"
               READ WS-CARRY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-CARRY-RECORD TO WS-ACCESS-LOG-RECORD
                       WRITE WS-ACCESS-LOG-RECORD
               END-READ
           END-PERFORM.
           CLOSE WS-ACCESS-LOG-FILE.
           CLOSE WS-CARRY-FILE.

           CALL "unlink"
           USING BY REFERENCE WS-CARRY-NULLTERMINATED
           RETURNING WS-TEMP
           END-CALL.

       PRINT-ROTATION-HEADER.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " ACCESS LOG ROTATION - cobol-webserver access log"
           END-DISPLAY.
           DISPLAY " cut day:   ", WS-CUT-DATE
           END-DISPLAY.
           DISPLAY " generated: ", WS-RUN-TIMESTAMP(1:14)
           END-DISPLAY.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " DAY        LINES  FIRST CTR  LAST CTR  CHECKSUM"
           END-DISPLAY.

       PRINT-ARCHIVE-LINE.
           MOVE WS-ARCHIVE-CHECKSUM TO WS-ARCHIVE-CHECKSUM-DISPLAY.
           MOVE WS-ARCHIVE-LINE-COUNT TO WS-LINES-DISPLAY.
           MOVE WS-ARCHIVE-FIRST-COUNTER TO WS-FIRST-DISPLAY.
           MOVE WS-ARCHIVE-LAST-COUNTER TO WS-LAST-DISPLAY.
           DISPLAY " ", WS-DAY-DATE, " ", WS-LINES-DISPLAY, " ",
           WS-FIRST-DISPLAY, " ", WS-LAST-DISPLAY, "  ",
           WS-ARCHIVE-CHECKSUM-DISPLAY, "  ",
           FUNCTION TRIM(WS-ARCHIVE-FILENAME)
           END-DISPLAY.

       PRINT-ROTATION-SUMMARY.
           DISPLAY "==================================================="
           END-DISPLAY.
           IF WS-DAYS-CUT > 1
           THEN
               DISPLAY " caught up days not cut on their own night"
               END-DISPLAY
           END-IF.
           IF WS-DAYS-CUT = 0
           THEN
               DISPLAY " no day left to cut"
               END-DISPLAY
           END-IF.
           MOVE WS-DAYS-CUT TO WS-COUNT-DISPLAY.
           DISPLAY " days archived:       ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-LINES-READ TO WS-COUNT-DISPLAY.
           DISPLAY " log lines read:      ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-LINES-ARCHIVED TO WS-COUNT-DISPLAY.
           DISPLAY " lines archived:      ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-TOTAL-CARRIED TO WS-COUNT-DISPLAY.
           DISPLAY " carried to live log: ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           IF WS-LINES-ALREADY-ARCHIVED > 0
           THEN
               MOVE WS-LINES-ALREADY-ARCHIVED TO WS-COUNT-DISPLAY
               DISPLAY " already archived:    ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               " (left in the work file by an interrupted run)"
               END-DISPLAY
           END-IF.
           IF WS-LINES-BEFORE-CUT-DAY > 0
           THEN
               MOVE WS-LINES-BEFORE-CUT-DAY TO WS-COUNT-DISPLAY
               DISPLAY " stamped before cut:  ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING),
               " (kept with the first day archived)"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.

       END PROGRAM logrotate.
