      *own output routing) with a title block, run date, and repeated
      *page headings with page numbers, and on close appends a row to
      *the RPTCAT report catalog recording what was produced, when,
      *and for whom. Every page carries the report's protective
      *marking from the SECMST classification reference (through
      *GETSEC) as its first and last line, and the catalog row
      *records the classification. Called with an action byte like
      *the other utility subprograms: O opens with the title in the
      *line field, L prints one line, C closes with the recipient in
      *the line field.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 CAT-PAGES PIC 9(4).
           05 CAT-LINES PIC 9(6).
           05 CAT-RECIPIENT PIC X(25).
           05 CAT-CLASS-LEVEL PIC 9(1).
           05 CAT-MARKING PIC X(60).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-RPT-FILE-STATUS PIC XX.
       01 WS-LINE-COUNT PIC 99 VALUE 99.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 55.
       01 WS-TOTAL-LINES PIC 9(6) VALUE 0.
      *Protective marking looked up at open; a report not on the
      *reference prints UNCLASSIFIED
       01 WS-SEC-KIND PIC X(4) VALUE 'RPT '.
       01 WS-SEC-RESULT PIC X(1).
       01 WS-SEC-LEVEL PIC 9(1).
       01 WS-SEC-RELEASE PIC 9(1).
       01 WS-SEC-DESTINATION PIC X(8).
       01 WS-MARKING PIC X(60).
      *--------------------
       LINKAGE SECTION.
      *--------------------
           MOVE 0 TO WS-PAGE-NR.
           MOVE 0 TO WS-TOTAL-LINES.
           MOVE 99 TO WS-LINE-COUNT.
           CALL 'GETSEC' USING WS-SEC-KIND, LK-REPORT-NAME,
              WS-SEC-RESULT, WS-SEC-LEVEL, WS-SEC-RELEASE,
              WS-SEC-DESTINATION, WS-MARKING.
           PERFORM CHECK-PAGE-BREAK.

       PRINT-LINE.

      *Same first-call-always-breaks idiom as FLTDISP's page logic:
      *the line count starts above the page size so page 1 gets its
      *heading before the first detail line. The last two lines of
      *the page are kept for the foot (spacer and marking)
       CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
               ADD 1 TO WS-PAGE-NR
               IF WS-PAGE-NR > 1
                   PERFORM WRITE-PAGE-FOOT
               END-IF
               PERFORM WRITE-MARKING-LINE
               MOVE ALL '=' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE ALL '=' TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 5 TO WS-LINE-COUNT
           END-IF.

       WRITE-PAGE-FOOT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-MARKING-LINE.

       WRITE-MARKING-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '*** ' WS-MARKING DELIMITED BY '  '
              ' ***' DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       CLOSE-REPORT.
           IF WS-PAGE-NR > 0
               PERFORM WRITE-PAGE-FOOT
           END-IF.
           CLOSE REPORT-FILE.
           OPEN EXTEND REPORT-CATALOG.
           IF WS-CAT-FILE-STATUS NOT = '00'
           MOVE WS-PAGE-NR TO CAT-PAGES.
           MOVE WS-TOTAL-LINES TO CAT-LINES.
           MOVE LK-LINE TO CAT-RECIPIENT.
           MOVE WS-SEC-LEVEL TO CAT-CLASS-LEVEL.
           MOVE WS-MARKING TO CAT-MARKING.
           WRITE REPORT-CATALOG-RECORD.
           CLOSE REPORT-CATALOG.
