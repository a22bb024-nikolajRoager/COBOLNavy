      *This program is the delivered-versus-lost cargo report: the
      *Ministry of War Transport asks how much oil and grain actually
      *arrived, not how many ships sailed. Every CGOMAN manifest line
      *is matched to its merchantman's CVARRIV outcome for the
      *sailing, and the tons are reported by commodity, then by the
      *month the convoy sailed, then by convoy: tons sailed, tons
      *delivered with the convoy, tons still straggling, tons lost,
      *and tons whose ship has not yet been reported -- with totals
      *for each month, each commodity, and the whole.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CVYDLV.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGO-MANIFESTS ASSIGN TO CGOMAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CGM-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CONVOY-ARRIVALS ASSIGN TO CVARRIV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CVA-KEY
           FILE STATUS IS WS-CVA-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARGO-MANIFESTS.
       COPY CGOMREC.
       FD  CONVOY-ARRIVALS.
       COPY CVARREC.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-COMMODITY PIC X(10).
      *CCYYMM of the convoy's departure
           05 SD-MONTH PIC X(6).
           05 SD-TF-ID PIC X(8).
           05 SD-TONS PIC 9(6).
      *A / S / L from CVARRIV, space when not yet reported
           05 SD-OUTCOME PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CVA-FILE-STATUS PIC XX.
       01 WS-CVA-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FIRST PIC X VALUE 'Y'.
       01 WS-CUR-COMMODITY PIC X(10).
       01 WS-CUR-MONTH PIC X(6).
       01 WS-CUR-TF-ID PIC X(8).
       01 WS-LVL PIC 9.
       01 WS-PRINT-LVL PIC 9.
       01 WS-LABEL PIC X(24) VALUE SPACES.
      *Running tons at four levels: 1 convoy, 2 month, 3 commodity,
      *4 the whole report; a level is printed and cleared on its
      *control break
       01 WS-TOTALS-TABLE.
           05 WS-TOTALS OCCURS 4 TIMES.
                10 WS-TOT-SAILED PIC 9(8).
                10 WS-TOT-DELIVERED PIC 9(8).
                10 WS-TOT-STRAGGLING PIC 9(8).
                10 WS-TOT-LOST PIC 9(8).
                10 WS-TOT-UNREPORTED PIC 9(8).
       01 WS-SAILED-DSP PIC Z(9)9.
       01 WS-DELIVERED-DSP PIC Z(9)9.
       01 WS-STRAGGLING-DSP PIC Z(9)9.
       01 WS-LOST-DSP PIC Z(9)9.
       01 WS-UNREPORTED-DSP PIC Z(9)9.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'CVYDLV'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN INPUT CARGO-MANIFESTS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO CARGO MANIFESTS ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT CONVOY-ARRIVALS.
           IF WS-CVA-FILE-STATUS = '00' OR WS-CVA-FILE-STATUS = '97'
               MOVE 'y' TO WS-CVA-AVAILABLE
           ELSE
               DISPLAY 'WARNING: CVARRIV NOT AVAILABLE, ALL CARGO '
                  'WILL SHOW AS UNREPORTED'
           END-IF.
           INITIALIZE WS-TOTALS-TABLE.
           PERFORM OPEN-REPORT.
           STRING 'CONVOY          ' '      SAILED' '   DELIVERED'
              '  STRAGGLING' '        LOST' '  UNREPORTED'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           SORT SORT-WORK ON ASCENDING KEY SD-COMMODITY SD-MONTH
               SD-TF-ID
               INPUT PROCEDURE IS RELEASE-MANIFEST-LINES
               OUTPUT PROCEDURE IS PRINT-BY-COMMODITY.
           CLOSE CARGO-MANIFESTS.
           IF WS-CVA-AVAILABLE = 'y'
               CLOSE CONVOY-ARRIVALS
           END-IF.
           PERFORM PRINT-REPORT-LINE.
           MOVE 4 TO WS-PRINT-LVL.
           MOVE 'ALL CARGO' TO WS-LABEL.
           PERFORM PRINT-TOTALS-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       RELEASE-MANIFEST-LINES.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CARGO-MANIFESTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM RELEASE-ONE-LINE
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       RELEASE-ONE-LINE.
           MOVE CGM-COMMODITY TO SD-COMMODITY.
           MOVE CGM-SAIL-DATE(1:6) TO SD-MONTH.
           MOVE CGM-TF-ID TO SD-TF-ID.
           MOVE CGM-TONS TO SD-TONS.
           MOVE SPACES TO SD-OUTCOME.
           IF WS-CVA-AVAILABLE = 'y'
               MOVE CGM-TF-ID TO CVA-TF-ID
               MOVE CGM-MER-UID TO CVA-MER-UID
               READ CONVOY-ARRIVALS RECORD KEY CVA-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CVA-OUTCOME TO SD-OUTCOME
               END-READ
           END-IF.
           RELEASE SORT-RECORD.

       PRINT-BY-COMMODITY.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM TAKE-ONE-LINE
               END-RETURN
           END-PERFORM.
           IF WS-FIRST = 'N'
               PERFORM CLOSE-CONVOY
               PERFORM CLOSE-MONTH
               PERFORM CLOSE-COMMODITY
           END-IF.

      *Control breaks, innermost first: a new commodity closes the
      *convoy, month and commodity; a new month the convoy and month
       TAKE-ONE-LINE.
           IF WS-FIRST = 'N'
               IF SD-COMMODITY NOT = WS-CUR-COMMODITY
                   PERFORM CLOSE-CONVOY
                   PERFORM CLOSE-MONTH
                   PERFORM CLOSE-COMMODITY
               ELSE
                   IF SD-MONTH NOT = WS-CUR-MONTH
                       PERFORM CLOSE-CONVOY
                       PERFORM CLOSE-MONTH
                   ELSE
                       IF SD-TF-ID NOT = WS-CUR-TF-ID
                           PERFORM CLOSE-CONVOY
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-FIRST = 'Y' OR SD-COMMODITY NOT = WS-CUR-COMMODITY
               PERFORM PRINT-REPORT-LINE
               STRING 'COMMODITY: ' SD-COMMODITY
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WS-FIRST = 'Y' OR SD-COMMODITY NOT = WS-CUR-COMMODITY
              OR SD-MONTH NOT = WS-CUR-MONTH
               STRING '  SAILED ' SD-MONTH(1:4) '-' SD-MONTH(5:2)
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           MOVE 'N' TO WS-FIRST.
           MOVE SD-COMMODITY TO WS-CUR-COMMODITY.
           MOVE SD-MONTH TO WS-CUR-MONTH.
           MOVE SD-TF-ID TO WS-CUR-TF-ID.
           PERFORM VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 4
               ADD SD-TONS TO WS-TOT-SAILED(WS-LVL)
               EVALUATE SD-OUTCOME
                   WHEN 'A'
                       ADD SD-TONS TO WS-TOT-DELIVERED(WS-LVL)
                   WHEN 'S'
                       ADD SD-TONS TO WS-TOT-STRAGGLING(WS-LVL)
                   WHEN 'L'
                       ADD SD-TONS TO WS-TOT-LOST(WS-LVL)
                   WHEN OTHER
                       ADD SD-TONS TO WS-TOT-UNREPORTED(WS-LVL)
               END-EVALUATE
           END-PERFORM.

       CLOSE-CONVOY.
           MOVE 1 TO WS-PRINT-LVL.
           STRING '    ' WS-CUR-TF-ID
              DELIMITED BY SIZE INTO WS-LABEL.
           PERFORM PRINT-TOTALS-LINE.

       CLOSE-MONTH.
           MOVE 2 TO WS-PRINT-LVL.
           STRING '  MONTH ' WS-CUR-MONTH(1:4) '-' WS-CUR-MONTH(5:2)
              DELIMITED BY SIZE INTO WS-LABEL.
           PERFORM PRINT-TOTALS-LINE.

       CLOSE-COMMODITY.
           MOVE 3 TO WS-PRINT-LVL.
           STRING 'ALL ' WS-CUR-COMMODITY
              DELIMITED BY SIZE INTO WS-LABEL.
           PERFORM PRINT-TOTALS-LINE.

       PRINT-TOTALS-LINE.
           MOVE WS-TOT-SAILED(WS-PRINT-LVL) TO WS-SAILED-DSP.
           MOVE WS-TOT-DELIVERED(WS-PRINT-LVL) TO WS-DELIVERED-DSP.
           MOVE WS-TOT-STRAGGLING(WS-PRINT-LVL) TO WS-STRAGGLING-DSP.
           MOVE WS-TOT-LOST(WS-PRINT-LVL) TO WS-LOST-DSP.
           MOVE WS-TOT-UNREPORTED(WS-PRINT-LVL) TO WS-UNREPORTED-DSP.
           STRING WS-LABEL(1:16) '  ' WS-SAILED-DSP '  '
              WS-DELIVERED-DSP '  ' WS-STRAGGLING-DSP '  '
              WS-LOST-DSP '  ' WS-UNREPORTED-DSP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           MOVE SPACES TO WS-LABEL.
           INITIALIZE WS-TOTALS(WS-PRINT-LVL).

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'CONVOY CARGO DELIVERED AND LOST, TONS' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       PRINT-REPORT-LINE.
           MOVE 'L' TO WS-RPT-ACTION.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.

       CLOSE-REPORT.
           MOVE 'C' TO WS-RPT-ACTION.
           MOVE 'MINISTRY OF WAR TRANSPORT' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
