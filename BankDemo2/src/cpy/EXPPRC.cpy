      *****************************************************************
      *    EXPPRC - SHARED SPREADSHEET EXPORT PARAGRAPHS              *
      *    (see EXPWS for the work areas).  8800 opens the export if  *
      *    the control file lists the caller's report; 8805 adds a   *
      *    column heading, 8810 a text field (quoted, trailing spaces *
      *    off), 8820 a whole number, 8830 a date as YYYY-MM-DD -     *
      *    every export writes its dates the one way; 8840 writes the *
      *    row and 8850 closes.  The caller needs the EXPCTL and      *
      *    EXPOUT files (EXPORT-CONTROL-RECORD / EXPORT-LINE-RECORD). *
      *****************************************************************
       8800-OPEN-EXPORT-FILE.

      *    the export file is emptied whenever its DD is there, so a
      *    report switched off on the control file never leaves an
      *    old night's rows behind for the capture to store.
           MOVE 'N' TO WS-EXPORT-SW
           MOVE 'N' TO WS-EXPORT-LISTED-SW
           MOVE ZERO TO WS-EXPORT-ROWS
           OPEN OUTPUT EXPOUT
           IF EXPOUT-OK
               MOVE 'N' TO WS-EXPORT-CTL-EOF-SW
               OPEN INPUT EXPCTL
               IF NOT EXPCTL-OK
                   SET WS-END-OF-EXPCTL TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-EXPCTL
                   READ EXPCTL
                       AT END
                           SET WS-END-OF-EXPCTL TO TRUE
                       NOT AT END
                           IF EC-REPORT-ID = WS-EXPORT-ID
                               AND EC-EXPORT-ON
                               SET WS-EXPORT-LISTED TO TRUE
                               MOVE EC-DELIMITER TO WS-EXPORT-DELIM
                           END-IF
                   END-READ
               END-PERFORM
               IF EXPCTL-OK OR WS-EXPCTL-STATUS = '10'
                   CLOSE EXPCTL
               END-IF
               IF WS-EXPORT-LISTED
                   IF WS-EXPORT-DELIM = SPACE OR WS-EXPORT-DELIM = '"'
                       MOVE ',' TO WS-EXPORT-DELIM
                   END-IF
                   SET WS-EXPORTING TO TRUE
                   PERFORM 8845-CLEAR-EXPORT-ROW
               ELSE
                   CLOSE EXPOUT
               END-IF
           END-IF.

       8805-EXPORT-HEADING.

           PERFORM 8815-TRIM-FIELD
           PERFORM 8816-ADD-SEPARATOR
           IF WS-EXPORT-LEN > 0
               STRING WS-EXPORT-FIELD(1:WS-EXPORT-LEN)
                   DELIMITED BY SIZE
                   INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
               END-STRING
           END-IF.

       8810-EXPORT-TEXT.

           PERFORM 8815-TRIM-FIELD
           PERFORM 8816-ADD-SEPARATOR
           IF WS-EXPORT-LEN = 0
               STRING '""' DELIMITED BY SIZE
                   INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
               END-STRING
           ELSE
               STRING '"' WS-EXPORT-FIELD(1:WS-EXPORT-LEN) '"'
                   DELIMITED BY SIZE
                   INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
               END-STRING
           END-IF.

       8815-TRIM-FIELD.

           MOVE 40 TO WS-EXPORT-LEN
           PERFORM UNTIL WS-EXPORT-LEN = 0
                   OR WS-EXPORT-FIELD(WS-EXPORT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-EXPORT-LEN
           END-PERFORM.

       8816-ADD-SEPARATOR.

           IF WS-EXPORT-FIRST-FIELD
               MOVE 'N' TO WS-EXPORT-FIRST-SW
           ELSE
               STRING WS-EXPORT-DELIM DELIMITED BY SIZE
                   INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
               END-STRING
           END-IF.

       8820-EXPORT-NUMBER.

      *    no leading zeros or blanks - the spreadsheet reads it as
      *    a number, not as text.
           MOVE WS-EXPORT-NUMBER TO WS-EXPORT-NUMBER-ED
           MOVE 1 TO WS-EXPORT-START
           PERFORM UNTIL WS-EXPORT-START = 10
                   OR WS-EXPORT-NUMBER-ED(WS-EXPORT-START:1)
                      NOT = SPACE
               ADD 1 TO WS-EXPORT-START
           END-PERFORM
           PERFORM 8816-ADD-SEPARATOR
           STRING WS-EXPORT-NUMBER-ED(WS-EXPORT-START:)
               DELIMITED BY SIZE
               INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
           END-STRING.

       8830-EXPORT-DATE.

      *    a zero date is an empty cell, not 0000-00-00.
           PERFORM 8816-ADD-SEPARATOR
           IF WS-EXPORT-DATE > 0
               STRING WS-EXPORT-DATE(1:4) '-'
                   WS-EXPORT-DATE(5:2) '-'
                   WS-EXPORT-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO WS-EXPORT-LINE WITH POINTER WS-EXPORT-PTR
               END-STRING
           END-IF.

       8840-WRITE-EXPORT-ROW.

           WRITE EXPORT-LINE-RECORD FROM WS-EXPORT-LINE
           ADD 1 TO WS-EXPORT-ROWS
           PERFORM 8845-CLEAR-EXPORT-ROW.

       8845-CLEAR-EXPORT-ROW.

           MOVE SPACES TO WS-EXPORT-LINE
           MOVE 1 TO WS-EXPORT-PTR
           MOVE 'Y' TO WS-EXPORT-FIRST-SW.

       8850-CLOSE-EXPORT-FILE.

           IF WS-EXPORTING
               CLOSE EXPOUT
               MOVE 'N' TO WS-EXPORT-SW
               DISPLAY 'SPREADSHEET EXPORT ' WS-EXPORT-ID
                   ' LINES WRITTEN : ' WS-EXPORT-ROWS
           END-IF.
