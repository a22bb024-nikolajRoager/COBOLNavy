      *captain at all; then the roster is swept the other way for
      *open captain billets on hulls ALLSHPS no longer carries or
      *credits to someone else, so the two views can be brought
      *back into step. Each rostered captain's rank is taken from
      *his RANKSEN seniority row, so the report shows who holds the
      *command by rank and lists captain billets held by a rating or
      *by a man with no rank on file.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
      *Rank and seniority per service number; see SENREG
           SELECT SENIORITY-FILE ASSIGN TO RANKSEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEN-SVC-NR
           FILE STATUS IS WS-SEN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
                10 ROSTER-DATE-ASSIGNED PIC X(8).
                10 ROSTER-DATE-RELIEVED PIC X(8).
                10 ROSTER-STATUS PIC X(8).
       FD  SENIORITY-FILE.
       COPY SENREG.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-MISMATCHES PIC 9(4) VALUE 0.
       01 WS-NO-ROSTER-CAPT PIC 9(4) VALUE 0.
       01 WS-ORPHAN-CAPTAINS PIC 9(4) VALUE 0.
       01 WS-SEN-FILE-STATUS PIC XX.
       01 WS-SEN-AVAILABLE PIC X VALUE 'n'.
       01 WS-ROSTER-CAPT-SVC PIC X(10).
       01 WS-ROSTER-CAPT-RANK PIC X(6).
       01 WS-UNRANKED-CAPTAINS PIC 9(4) VALUE 0.
       01 WS-RATING-CAPTAINS PIC 9(4) VALUE 0.
      *Common rank lookup plumbing; see GETRNK
       01 WS-RNK-RESULT PIC X(1).
       01 WS-RNK-TITLE PIC X(25).
       01 WS-RNK-CLASS PIC X(1).
       01 WS-RNK-PRECEDENCE PIC 9(3).
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'CAPRECON'.
               CLOSE ALLIED-SHIPS
               GOBACK
           END-IF.
           OPEN INPUT SENIORITY-FILE.
           IF WS-SEN-FILE-STATUS = '00' OR WS-SEN-FILE-STATUS = '97'
               MOVE 'y' TO WS-SEN-AVAILABLE
           ELSE
               DISPLAY 'WARNING: RANKSEN NOT AVAILABLE, CAPTAINS '
                  'LISTED WITHOUT RANK'
           END-IF.
           PERFORM OPEN-REPORT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
              ', ORPHANED ROSTER CAPTAINS: ' WS-ORPHAN-CAPTAINS
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           IF WS-SEN-AVAILABLE = 'y'
               STRING 'CAPTAINS WITH NO RANK ON FILE: '
                  WS-UNRANKED-CAPTAINS
                  ', CAPTAIN BILLETS HELD BY A RATING: '
                  WS-RATING-CAPTAINS
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           PERFORM CLOSE-REPORT.
           CLOSE ALLIED-SHIPS.
           CLOSE CREW-ROSTER.
           IF WS-SEN-AVAILABLE = 'y'
               CLOSE SENIORITY-FILE
           END-IF.
           GOBACK.

      *The open Captain-billet row for this hull, if there is one
       RECONCILE-ONE-SHIP.
           MOVE SPACES TO WS-ROSTER-CAPTAIN.
           MOVE SPACES TO WS-ROSTER-CAPT-SVC.
           MOVE SPACES TO WS-ROSTER-CAPT-RANK.
           MOVE WS-HELD-UID TO ROSTER-UID.
           MOVE SPACES TO ROSTER-SVC-NR.
           MOVE 'N' TO WS-ROST-EOF.
                              AND ROSTER-DATE-RELIEVED = SPACES
                               MOVE ROSTER-NAME
                                  TO WS-ROSTER-CAPTAIN
                               MOVE ROSTER-SVC-NR
                                  TO WS-ROSTER-CAPT-SVC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ROSTER-CAPTAIN NOT = SPACES
              AND WS-SEN-AVAILABLE = 'y'
               PERFORM CHECK-CAPTAIN-RANK
           END-IF.
           EVALUATE TRUE
               WHEN WS-ROSTER-CAPTAIN = SPACES
                  AND WS-HELD-CAPTAIN = SPACES
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
                   STRING '  BUT THE ROSTER SAYS '
                      WS-ROSTER-CAPT-RANK ' ' WS-ROSTER-CAPTAIN
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
                   CONTINUE
           END-EVALUATE.

      *The rostered captain's rank from his seniority row: a captain
      *billet held by a rating, or by a man never ranked, is listed
       CHECK-CAPTAIN-RANK.
           MOVE WS-ROSTER-CAPT-SVC TO SEN-SVC-NR.
           READ SENIORITY-FILE RECORD KEY SEN-SVC-NR
           INVALID KEY
               ADD 1 TO WS-UNRANKED-CAPTAINS
               STRING WS-HELD-UID ' ROSTER CAPTAIN '
                  WS-ROSTER-CAPTAIN ' (' WS-ROSTER-CAPT-SVC
                  ') HAS NO RANK ON FILE'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           NOT INVALID KEY
               MOVE SEN-RANK-CODE TO WS-ROSTER-CAPT-RANK
               CALL 'GETRNK' USING SEN-RANK-CODE, WS-RNK-RESULT,
                  WS-RNK-TITLE, WS-RNK-CLASS, WS-RNK-PRECEDENCE
               IF WS-RNK-RESULT = 'Y' AND WS-RNK-CLASS = 'R'
                   ADD 1 TO WS-RATING-CAPTAINS
                   STRING WS-HELD-UID ' CAPTAIN BILLET HELD BY '
                      WS-RNK-TITLE ' ' WS-ROSTER-CAPTAIN
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-READ.

      *The other direction: open captain billets on hulls the
      *master no longer carries at all
       SWEEP-ORPHAN-CAPTAINS.
