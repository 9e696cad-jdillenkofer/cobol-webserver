      * processed records into a dated archive file. A crashed run
      * leaves the work file behind; the next run finds it, rebuilds
      * the extracts from scratch and finishes the archive step, so
      * a rerun never exports the same submission twice.
      * Every submission carries the reference number the server
      * gave it. Before archiving, the run's references are checked
      * against the last one an earlier run processed: numbers that
      * never arrived, numbers seen twice and numbers out of issue
      * order are reported, and the run ends with return code 4 so
      * the schedule notices. Only a completed archive step moves
      * the last-processed mark on
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WS-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT WS-LAST-REFERENCE-FILE
               ASSIGN TO WS-LAST-REFERENCE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAST-REFERENCE-FILE-STATUS.
           SELECT WS-REFERENCE-SORT-FILE
               ASSIGN TO WS-REFERENCE-SORT-FILENAME.
       DATA DIVISION.
       FILE SECTION.
       FD WS-FORM-WORK-FILE.
      * Mirrors the record layout the server writes: a CURRENT-DATE
      * timestamp, the form path, a field count, up to eight
      * decoded name/value pairs and the submission reference
      * (blank on records captured before numbering began)
       01 WS-FORM-CAPTURE-RECORD.
           05 FORM-CAPTURE-TIMESTAMP PIC X(26).
           05 FORM-CAPTURE-PATH PIC X(128).
           05 FORM-CAPTURE-FIELDS OCCURS 8 TIMES.
               10 FORM-CAPTURE-FIELD-NAME PIC X(32).
               10 FORM-CAPTURE-FIELD-VALUE PIC X(128).
           05 FORM-CAPTURE-REFERENCE PIC X(10).
       FD WS-EXTRACT-FILE.
       01 WS-EXTRACT-RECORD PIC X(1600).
       FD WS-REJECT-FILE.
       01 WS-REJECT-RECORD PIC X(1446).
       FD WS-ARCHIVE-FILE.
       01 WS-ARCHIVE-RECORD PIC X(1446).
       FD WS-LAST-REFERENCE-FILE.
      * The highest reference a completed run has archived, and
      * when that run finished
       01 WS-LAST-REFERENCE-RECORD.
           05 LAST-REFERENCE-NUMBER PIC X(10).
           05 LAST-REFERENCE-UPDATED PIC X(14).
       SD WS-REFERENCE-SORT-FILE.
       01 WS-REFERENCE-SORT-RECORD.
           05 SORT-REFERENCE PIC 9(10).
       WORKING-STORAGE SECTION.
       01 WS-FORM-CAPTURE-FILENAME PIC X(256) VALUE "forms.dat".
       01 WS-FORM-WORK-FILENAME PIC X(256) VALUE "forms.work".
       01 WS-REJECT-FILE-STATUS PIC XX.
       01 WS-ARCHIVE-FILENAME PIC X(256).
       01 WS-ARCHIVE-FILE-STATUS PIC XX.
       01 WS-LAST-REFERENCE-FILENAME PIC X(256)
           VALUE "forms.lastref".
       01 WS-LAST-REFERENCE-FILE-STATUS PIC XX.
       01 WS-REFERENCE-SORT-FILENAME PIC X(256)
           VALUE "forms.sortwork".
       01 WS-CAPTURE-FILENAME-NULLTERMINATED PIC X(256).
       01 WS-WORK-FILENAME-NULLTERMINATED PIC X(256).
       01 WS-ARCHIVE-FILENAME-NULLTERMINATED PIC X(256).
       01 WS-RECORD-CONTENT PIC X(1410).
       01 WS-RECORD-IS-DUPLICATE PIC X.
       01 WS-TIMESTAMP-DATE-VALUE PIC 9(8) VALUE 0.
      * One extract line: the receipt timestamp, the submission
      * reference, one name=value column per captured field, then
      * a duplicate marker column. Semicolons inside captured
      * values would break the column split, so they are replaced
      * by commas
       01 WS-EXTRACT-LINE PIC X(1600).
       01 WS-EXTRACT-LINE-POINTER PIC 9(8) VALUE 0.
       01 WS-EXTRACT-FIELD-NAME PIC X(32).
       01 WS-RECORDS-REJECTED PIC 9(8) VALUE 0.
       01 WS-RECORDS-DUPLICATE PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-APPENDED PIC X VALUE 'N'.
       01 WS-ARCHIVE-COMPLETE PIC X VALUE 'N'.
      * Reference reconciliation. The previous run's mark is the
      * baseline; with none on record the run's own lowest number
      * is. Out-of-order numbers are spotted while reading, in file
      * order; missing and repeated ones after sorting
       01 WS-LAST-PROCESSED-REFERENCE PIC 9(10) VALUE 0.
       01 WS-LAST-PROCESSED-ON-RECORD PIC X VALUE 'N'.
       01 WS-LAST-PROCESSED-UPDATED PIC X(14) VALUE SPACES.
       01 WS-PREVIOUS-FILE-REFERENCE PIC 9(10) VALUE 0.
       01 WS-RECORD-REFERENCE PIC 9(10) VALUE 0.
       01 WS-LOWEST-REFERENCE PIC 9(10) VALUE 0.
       01 WS-HIGHEST-REFERENCE PIC 9(10) VALUE 0.
       01 WS-EXPECTED-REFERENCE PIC 9(10) VALUE 0.
       01 WS-PREVIOUS-SORTED-REFERENCE PIC 9(10) VALUE 0.
       01 WS-MISSING-TO-REFERENCE PIC 9(10) VALUE 0.
       01 WS-REFERENCES-NUMBERED PIC 9(8) VALUE 0.
       01 WS-REFERENCES-UNNUMBERED PIC 9(8) VALUE 0.
       01 WS-REFERENCES-MISSING PIC 9(10) VALUE 0.
       01 WS-REFERENCES-DUPLICATED PIC 9(8) VALUE 0.
       01 WS-REFERENCES-REPROCESSED PIC 9(8) VALUE 0.
       01 WS-OUT-OF-ORDER.
           05 WS-OUT-OF-ORDER-LEN PIC 9(4) VALUE 0.
           05 WS-OUT-OF-ORDER-SIZE PIC 9(4) VALUE 50.
           05 WS-OUT-OF-ORDER-COUNT PIC 9(8) VALUE 0.
           05 WS-OUT-OF-ORDER-ENTRY OCCURS 50 TIMES.
               10 WS-OUT-OF-ORDER-REFERENCE PIC 9(10).
               10 WS-OUT-OF-ORDER-AFTER PIC 9(10).
       01 WS-SORT-AT-END PIC X VALUE 'N'.
       01 WS-I PIC 9(8).
       01 WS-J PIC 9(8).
       01 WS-TEMP PIC S9(8).
           END-STRING.

           PERFORM PICK-UP-CAPTURE-FILE.
           PERFORM LOAD-LAST-PROCESSED-REFERENCE.

           OPEN INPUT WS-FORM-WORK-FILE.
           IF WS-FORM-WORK-FILE-STATUS NOT = "00"

           CLOSE WS-FORM-WORK-FILE.

           PERFORM RECONCILE-SUBMISSION-REFERENCES.
           PERFORM ARCHIVE-PROCESSED-RECORDS.
           IF WS-ARCHIVE-COMPLETE = 'Y'
           THEN
               PERFORM SAVE-LAST-PROCESSED-REFERENCE
           END-IF.
           PERFORM PRINT-RUN-SUMMARY.
           IF WS-REFERENCES-MISSING > 0
           OR WS-REFERENCES-DUPLICATED > 0
           OR WS-REFERENCES-REPROCESSED > 0
           OR WS-OUT-OF-ORDER-COUNT > 0
           THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       PICK-UP-CAPTURE-FILE.
           END-ADD.

           PERFORM VALIDATE-CAPTURE-RECORD.
           PERFORM NOTE-RECORD-REFERENCE.
           IF WS-RECORD-IS-VALID = 'N'
           THEN
               ADD 1 TO WS-RECORDS-REJECTED
           THEN
               MOVE 'N' TO WS-RECORD-IS-VALID
           END-IF.
           IF FORM-CAPTURE-REFERENCE IS NOT NUMERIC
           AND FORM-CAPTURE-REFERENCE NOT = SPACES
           THEN
               MOVE 'N' TO WS-RECORD-IS-VALID
           END-IF.
           IF FORM-CAPTURE-FIELD-COUNT IS NOT NUMERIC
           THEN
               MOVE 'N' TO WS-RECORD-IS-VALID
               END-IF
           END-IF.

       NOTE-RECORD-REFERENCE.
      * Rejected records count too: they did reach the batch, so
      * their numbers are accounted for. Only a reference that is
      * not a number at all (a torn line) cannot be placed, and
      * shows up below as missing. The server writes numbers in
      * issue order under its lock, so one lower than the record
      * before it means the capture file was tampered with or
      * stitched together out of order
           IF FORM-CAPTURE-REFERENCE = SPACES
           THEN
               ADD 1 TO WS-REFERENCES-UNNUMBERED
               END-ADD
               EXIT PARAGRAPH
           END-IF.
           IF FORM-CAPTURE-REFERENCE IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE FORM-CAPTURE-REFERENCE TO WS-RECORD-REFERENCE.
           ADD 1 TO WS-REFERENCES-NUMBERED
           END-ADD.
           IF WS-PREVIOUS-FILE-REFERENCE > 0
           AND WS-RECORD-REFERENCE < WS-PREVIOUS-FILE-REFERENCE
           THEN
               ADD 1 TO WS-OUT-OF-ORDER-COUNT
               END-ADD
               IF WS-OUT-OF-ORDER-LEN < WS-OUT-OF-ORDER-SIZE
               THEN
                   ADD 1 TO WS-OUT-OF-ORDER-LEN
                   END-ADD
                   MOVE WS-RECORD-REFERENCE
                   TO WS-OUT-OF-ORDER-REFERENCE(WS-OUT-OF-ORDER-LEN)
                   MOVE WS-PREVIOUS-FILE-REFERENCE
                   TO WS-OUT-OF-ORDER-AFTER(WS-OUT-OF-ORDER-LEN)
               END-IF
           END-IF.
           MOVE WS-RECORD-REFERENCE TO WS-PREVIOUS-FILE-REFERENCE.

       APPEND-RECORD-TO-REJECT-FILE.
      * Bad records are set aside rather than dropped, so whoever
      * investigates has the original bytes to look at
           INSPECT WS-EXTRACT-FILENAME REPLACING ALL "/" BY "-".

       BUILD-EXTRACT-LINE.
      * The receipt timestamp and the submission reference lead the
      * line, so a caller's reference can be found with a search
           MOVE SPACES TO WS-EXTRACT-LINE.
           MOVE 1 TO WS-EXTRACT-LINE-POINTER.
           STRING FORM-CAPTURE-TIMESTAMP(1:14) DELIMITED BY SIZE,
           ";" DELIMITED BY SIZE,
           FORM-CAPTURE-REFERENCE DELIMITED BY SIZE
           INTO WS-EXTRACT-LINE
           WITH POINTER WS-EXTRACT-LINE-POINTER
           END-STRING.
                   FUNCTION TRIM(WS-ARCHIVE-FILENAME),
                   " failed: ", WS-TEMP
                   END-DISPLAY
               ELSE
                   MOVE 'Y' TO WS-ARCHIVE-COMPLETE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           CLOSE WS-FORM-WORK-FILE.
           CLOSE WS-ARCHIVE-FILE.
           MOVE 'Y' TO WS-ARCHIVE-APPENDED.
           MOVE 'Y' TO WS-ARCHIVE-COMPLETE.

           CALL "unlink"
           USING BY REFERENCE WS-WORK-FILENAME-NULLTERMINATED
           DISPLAY " archived to:        ",
           FUNCTION TRIM(WS-ARCHIVE-FILENAME)
           END-DISPLAY.
           IF WS-ARCHIVE-COMPLETE = 'Y'
           THEN
               DISPLAY " last processed ref: ",
               WS-LAST-PROCESSED-REFERENCE
               END-DISPLAY
           ELSE
               DISPLAY " last processed ref: ",
               WS-LAST-PROCESSED-REFERENCE,
               " (unchanged - archive step did not complete)"
               END-DISPLAY
           END-IF.
           DISPLAY "==================================================="
           END-DISPLAY.

       LOAD-LAST-PROCESSED-REFERENCE.
      * No mark on record is a first run, not an error; a damaged
      * one is reported and treated the same way rather than
      * stopping the night's extract
           OPEN INPUT WS-LAST-REFERENCE-FILE.
           IF WS-LAST-REFERENCE-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF.
           READ WS-LAST-REFERENCE-FILE
               AT END
                   MOVE SPACES TO WS-LAST-REFERENCE-RECORD
           END-READ.
           CLOSE WS-LAST-REFERENCE-FILE.
           IF LAST-REFERENCE-NUMBER IS NOT NUMERIC
           THEN
               DISPLAY "ignoring damaged ",
               FUNCTION TRIM(WS-LAST-REFERENCE-FILENAME), ": ",
               WS-LAST-REFERENCE-RECORD
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE LAST-REFERENCE-NUMBER TO WS-LAST-PROCESSED-REFERENCE.
           MOVE LAST-REFERENCE-UPDATED TO WS-LAST-PROCESSED-UPDATED.
           MOVE 'Y' TO WS-LAST-PROCESSED-ON-RECORD.

       SAVE-LAST-PROCESSED-REFERENCE.
      * The mark only ever moves forward: a run holding nothing but
      * old or unnumbered records leaves it where it was
           IF WS-HIGHEST-REFERENCE <= WS-LAST-PROCESSED-REFERENCE
           THEN
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WS-LAST-REFERENCE-FILE.
           IF WS-LAST-REFERENCE-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "open ",
               FUNCTION TRIM(WS-LAST-REFERENCE-FILENAME),
               " failed: ", WS-LAST-REFERENCE-FILE-STATUS
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LAST-REFERENCE-RECORD.
           MOVE WS-HIGHEST-REFERENCE TO LAST-REFERENCE-NUMBER.
           MOVE WS-RUN-TIMESTAMP(1:14) TO LAST-REFERENCE-UPDATED.
           WRITE WS-LAST-REFERENCE-RECORD.
           CLOSE WS-LAST-REFERENCE-FILE.
           MOVE WS-HIGHEST-REFERENCE TO WS-LAST-PROCESSED-REFERENCE.

       RECONCILE-SUBMISSION-REFERENCES.
           DISPLAY "==================================================="
           END-DISPLAY.
           DISPLAY " SUBMISSION REFERENCE RECONCILIATION"
           END-DISPLAY.
           IF WS-LAST-PROCESSED-ON-RECORD = 'Y'
           THEN
               DISPLAY " last processed before this run: ",
               WS-LAST-PROCESSED-REFERENCE, " (",
               WS-LAST-PROCESSED-UPDATED, ")"
               END-DISPLAY
           ELSE
               DISPLAY " last processed before this run: ",
               "none on record"
               END-DISPLAY
           END-IF.
           DISPLAY "---------------------------------------------------"
           END-DISPLAY.

           IF WS-REFERENCES-NUMBERED > 0
           THEN
               SORT WS-REFERENCE-SORT-FILE
                   ON ASCENDING KEY SORT-REFERENCE
                   INPUT PROCEDURE IS RELEASE-CAPTURE-REFERENCES
                   OUTPUT PROCEDURE IS CHECK-REFERENCE-SEQUENCE
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
           UNTIL WS-I > WS-OUT-OF-ORDER-LEN
               DISPLAY " out of order  ",
               WS-OUT-OF-ORDER-REFERENCE(WS-I),
               " (after ", WS-OUT-OF-ORDER-AFTER(WS-I), ")"
               END-DISPLAY
           END-PERFORM.
           IF WS-OUT-OF-ORDER-COUNT > WS-OUT-OF-ORDER-LEN
           THEN
               COMPUTE WS-COUNT-DISPLAY =
               WS-OUT-OF-ORDER-COUNT - WS-OUT-OF-ORDER-LEN
               END-COMPUTE
               DISPLAY " out of order  ... and ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING), " more"
               END-DISPLAY
           END-IF.

           IF WS-REFERENCES-NUMBERED > 0
           THEN
               DISPLAY " references this run: ", WS-LOWEST-REFERENCE,
               " - ", WS-HIGHEST-REFERENCE
               END-DISPLAY
           END-IF.
           MOVE WS-REFERENCES-NUMBERED TO WS-COUNT-DISPLAY.
           DISPLAY " numbered records:   ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-REFERENCES-MISSING TO WS-COUNT-DISPLAY.
           DISPLAY " missing:            ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-REFERENCES-DUPLICATED TO WS-COUNT-DISPLAY.
           DISPLAY " duplicated:         ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-REFERENCES-REPROCESSED TO WS-COUNT-DISPLAY.
           DISPLAY " processed before:   ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           MOVE WS-OUT-OF-ORDER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY " out of order:       ",
           FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
           END-DISPLAY.
           IF WS-REFERENCES-UNNUMBERED > 0
           THEN
               MOVE WS-REFERENCES-UNNUMBERED TO WS-COUNT-DISPLAY
               DISPLAY " without reference:  ",
               FUNCTION TRIM(WS-COUNT-DISPLAY LEADING)
               END-DISPLAY
           END-IF.

       RELEASE-CAPTURE-REFERENCES.
      * The work file is still in place until the archive step, so
      * it is simply read a second time
           OPEN INPUT WS-FORM-WORK-FILE.
           PERFORM UNTIL WS-FORM-WORK-FILE-STATUS NOT = "00"
               READ WS-FORM-WORK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FORM-CAPTURE-REFERENCE IS NUMERIC
                       THEN
                           MOVE FORM-CAPTURE-REFERENCE
                           TO SORT-REFERENCE
                           RELEASE WS-REFERENCE-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-FORM-WORK-FILE.

       CHECK-REFERENCE-SEQUENCE.
      * In number order every reference should be one more than the
      * last: a jump is a run of missing numbers, a repeat is a
      * duplicate, and anything at or below the previous run's mark
      * was already processed by that run
           MOVE 'N' TO WS-SORT-AT-END.
           MOVE ZERO TO WS-PREVIOUS-SORTED-REFERENCE.
           IF WS-LAST-PROCESSED-ON-RECORD = 'Y'
           THEN
               COMPUTE WS-EXPECTED-REFERENCE =
               WS-LAST-PROCESSED-REFERENCE + 1
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-EXPECTED-REFERENCE
           END-IF.
           PERFORM UNTIL WS-SORT-AT-END = 'Y'
               RETURN WS-REFERENCE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-AT-END
                   NOT AT END
                       PERFORM CHECK-ONE-SORTED-REFERENCE
               END-RETURN
           END-PERFORM.

       CHECK-ONE-SORTED-REFERENCE.
           IF WS-LOWEST-REFERENCE = ZERO
           THEN
               MOVE SORT-REFERENCE TO WS-LOWEST-REFERENCE
               IF WS-EXPECTED-REFERENCE = ZERO
               THEN
                   MOVE SORT-REFERENCE TO WS-EXPECTED-REFERENCE
               END-IF
           END-IF.
           MOVE SORT-REFERENCE TO WS-HIGHEST-REFERENCE.

           IF SORT-REFERENCE = WS-PREVIOUS-SORTED-REFERENCE
           THEN
               ADD 1 TO WS-REFERENCES-DUPLICATED
               END-ADD
               DISPLAY " duplicated    ", SORT-REFERENCE
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.
           MOVE SORT-REFERENCE TO WS-PREVIOUS-SORTED-REFERENCE.

           IF WS-LAST-PROCESSED-ON-RECORD = 'Y'
           AND SORT-REFERENCE <= WS-LAST-PROCESSED-REFERENCE
           THEN
               ADD 1 TO WS-REFERENCES-REPROCESSED
               END-ADD
               DISPLAY " processed before ", SORT-REFERENCE
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF.

           IF SORT-REFERENCE > WS-EXPECTED-REFERENCE
           THEN
               COMPUTE WS-MISSING-TO-REFERENCE = SORT-REFERENCE - 1
               END-COMPUTE
               COMPUTE WS-REFERENCES-MISSING =
               WS-REFERENCES-MISSING + SORT-REFERENCE -
               WS-EXPECTED-REFERENCE
               END-COMPUTE
               IF WS-MISSING-TO-REFERENCE = WS-EXPECTED-REFERENCE
               THEN
                   DISPLAY " missing       ", WS-EXPECTED-REFERENCE
                   END-DISPLAY
               ELSE
                   DISPLAY " missing       ", WS-EXPECTED-REFERENCE,
                   " - ", WS-MISSING-TO-REFERENCE
                   END-DISPLAY
               END-IF
           END-IF.
           COMPUTE WS-EXPECTED-REFERENCE = SORT-REFERENCE + 1
           END-COMPUTE.

       END PROGRAM formsextract.
