      *fleet-wide embarked total the ALLSHPS aircraft fields carry
      *today -- so a jump in ACFTINV's totals can be traced to the
      *movements that caused it, or exposed as an untracked edit.
      *The ashore side is balanced the same way: what the SHRMST
      *shore establishments hold now, less their opening balances,
      *must equal what the log landed at them less what it sent out
      *of them; movements between two establishments net to zero.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT SHORE-ESTABLISHMENTS ASSIGN TO SHRESDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHR-CODE
           FILE STATUS IS WS-SHR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05 ACX-MODEL PIC X(20).
           05 ACX-QTY PIC 9(3).
           05 ACX-DATE PIC X(8).
      *The SHRMST code when that side is a registered establishment
           05 ACX-FROM-SHORE PIC X(8).
           05 ACX-TO-SHORE PIC X(8).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  SHORE-ESTABLISHMENTS.
       COPY SHRREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ACX-FILE-STATUS PIC XX.
       01 WS-SHR-FILE-STATUS PIC XX.
       01 WS-SHR-IDX PIC 99.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-MOVEMENT-COUNT PIC 9(5) VALUE 0.
      *Per-model movement totals folded off the transfer log, plus
                10 WS-MDL-FROM-SHORE PIC 9(6).
                10 WS-MDL-TO-SHORE PIC 9(6).
                10 WS-MDL-EMBARKED PIC 9(6).
                10 WS-MDL-INTO-SHORE PIC 9(6).
                10 WS-MDL-OUT-OF-SHORE PIC 9(6).
                10 WS-MDL-ASHORE PIC 9(6).
                10 WS-MDL-OPENING PIC 9(6).
       01 WS-MDL-COUNT PIC 99 VALUE 0.
       01 WS-MDL-IDX PIC 99.
       01 WS-MDL-MATCH PIC 99.
       01 WS-LOOKUP-MODEL PIC X(20).
       01 WS-NET PIC S9(6).
       01 WS-NET-DSP PIC -(5)9.
       01 WS-ASHORE-NET PIC S9(6).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'ACXRECON'.
           END-PERFORM.
           CLOSE AIRCRAFT-TRANSFERS.
           PERFORM COUNT-EMBARKED-TOTALS.
           PERFORM COUNT-ASHORE-TOTALS.
           PERFORM OPEN-REPORT.
           STRING 'MOVEMENTS IN THE LOG: ' WS-MOVEMENT-COUNT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
                   WHEN ACX-TO-UID NOT = SPACES
                       ADD ACX-QTY TO
                          WS-MDL-FROM-SHORE(WS-MDL-MATCH)
                   WHEN ACX-FROM-UID NOT = SPACES
                       ADD ACX-QTY TO
                          WS-MDL-TO-SHORE(WS-MDL-MATCH)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ACX-TO-SHORE NOT = SPACES
                   ADD ACX-QTY TO WS-MDL-INTO-SHORE(WS-MDL-MATCH)
               END-IF
               IF ACX-FROM-SHORE NOT = SPACES
                   ADD ACX-QTY TO WS-MDL-OUT-OF-SHORE(WS-MDL-MATCH)
               END-IF
           END-IF.

       FIND-MODEL-ENTRY.
               MOVE 0 TO WS-MDL-FROM-SHORE(WS-MDL-MATCH)
               MOVE 0 TO WS-MDL-TO-SHORE(WS-MDL-MATCH)
               MOVE 0 TO WS-MDL-EMBARKED(WS-MDL-MATCH)
               MOVE 0 TO WS-MDL-INTO-SHORE(WS-MDL-MATCH)
               MOVE 0 TO WS-MDL-OUT-OF-SHORE(WS-MDL-MATCH)
               MOVE 0 TO WS-MDL-ASHORE(WS-MDL-MATCH)
               MOVE 0 TO WS-MDL-OPENING(WS-MDL-MATCH)
           END-IF.

      *One pass of the master, the same three slots ACFTINV totals
               END-IF
           END-IF.

      *One pass of the establishment register, every held slot
       COUNT-ASHORE-TOTALS.
           OPEN INPUT SHORE-ESTABLISHMENTS.
           IF WS-SHR-FILE-STATUS NOT = '00'
              AND WS-SHR-FILE-STATUS NOT = '97'
               DISPLAY 'WARNING: SHRESDT NOT AVAILABLE, ASHORE '
                  'TOTALS MISSING, STATUS ' WS-SHR-FILE-STATUS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SHORE-ESTABLISHMENTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM COUNT-ONE-ESTABLISHMENT
                   END-READ
               END-PERFORM
               CLOSE SHORE-ESTABLISHMENTS
           END-IF.

       COUNT-ONE-ESTABLISHMENT.
           PERFORM VARYING WS-SHR-IDX FROM 1 BY 1
               UNTIL WS-SHR-IDX > 10
               IF SHR-AIRCRAFT-MODEL(WS-SHR-IDX) NOT = SPACES
                   MOVE SHR-AIRCRAFT-MODEL(WS-SHR-IDX)
                      TO WS-LOOKUP-MODEL
                   PERFORM FIND-MODEL-ENTRY
                   IF WS-MDL-MATCH NOT = 0
                       ADD SHR-AIRCRAFT-NR(WS-SHR-IDX) TO
                          WS-MDL-ASHORE(WS-MDL-MATCH)
                       ADD SHR-AIRCRAFT-OPENING(WS-SHR-IDX) TO
                          WS-MDL-OPENING(WS-MDL-MATCH)
                   END-IF
               END-IF
           END-PERFORM.

      *Ship-to-ship moves net to zero by construction; what the
      *fleet gained is shore receipts less shore landings
       REPORT-ONE-MODEL.
              WS-NET-DSP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM REPORT-ASHORE-SIDE.

      *Held now less opening must be landed less sent out; anything
      *else is an establishment's holding changed off the log
       REPORT-ASHORE-SIDE.
           STRING '  ASHORE NOW ' WS-MDL-ASHORE(WS-MDL-IDX)
              ' (OPENING ' WS-MDL-OPENING(WS-MDL-IDX)
              '), LANDED AT ESTABLISHMENTS '
              WS-MDL-INTO-SHORE(WS-MDL-IDX) ', SENT OUT '
              WS-MDL-OUT-OF-SHORE(WS-MDL-IDX)
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           COMPUTE WS-ASHORE-NET = WS-MDL-ASHORE(WS-MDL-IDX)
              - WS-MDL-OPENING(WS-MDL-IDX)
              - WS-MDL-INTO-SHORE(WS-MDL-IDX)
              + WS-MDL-OUT-OF-SHORE(WS-MDL-IDX).
           IF WS-ASHORE-NET NOT = 0
               MOVE WS-ASHORE-NET TO WS-NET-DSP
               STRING '  ** ASHORE OUT OF BALANCE BY ' WS-NET-DSP
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
