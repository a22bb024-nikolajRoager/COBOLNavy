      *man relieved), so a service number's pool history survives
      *across spells ashore; drafting a pool man to a hull opens
      *his CREWROST row on that UID and marks the pool row
      *assigned, with the hull and date kept for the record. The
      *draft also moves his RANKSEN seniority row to the new hull,
      *asking for his rank and seniority the first time he is seen.
      *Before the draft goes through the man is checked against the
      *billet's BILLREQ requirements (CHKQUAL), and the operator is
      *warned of any qualification he lacks on the draft date.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *Rank and seniority per service number; see SENREG
           SELECT SENIORITY-FILE ASSIGN TO RANKSEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEN-SVC-NR
           FILE STATUS IS WS-SEN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
                10 ROSTER-STATUS PIC X(8).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  SENIORITY-FILE.
       COPY SENREG.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ROST-AVAILABLE PIC X VALUE 'n'.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-SEN-FILE-STATUS PIC XX.
       01 WS-SEN-AVAILABLE PIC X VALUE 'n'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RANK-CODE PIC X(6).
       01 WS-SENIORITY-DATE PIC X(8).
      *Common qualification-check plumbing; see CHKQUAL
       01 WS-QLF-RESULT PIC X(1).
       01 WS-QLF-MISSING-COUNT PIC 9(2).
       01 WS-QLF-MISSING-CODES PIC X(45).
      *Common rank lookup plumbing; see GETRNK
       01 WS-RNK-RESULT PIC X(1).
       01 WS-RNK-TITLE PIC X(25).
       01 WS-RNK-CLASS PIC X(1).
       01 WS-RNK-PRECEDENCE PIC 9(3).
       01 WS-EOF PIC X.
       01 WS-MODE PIC X.
       01 WS-SVC-NR PIC X(10).
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           OPEN I-O SENIORITY-FILE.
           IF WS-SEN-FILE-STATUS = '35'
               OPEN OUTPUT SENIORITY-FILE
               CLOSE SENIORITY-FILE
               OPEN I-O SENIORITY-FILE
           END-IF.
           IF WS-SEN-FILE-STATUS = '00' OR WS-SEN-FILE-STATUS = '97'
               MOVE 'y' TO WS-SEN-AVAILABLE
           ELSE
               DISPLAY 'WARNING: RANKSEN NOT AVAILABLE, SENIORITY '
                  'NOT POSTED, STATUS ' WS-SEN-FILE-STATUS
           END-IF.
           DISPLAY '(P)lace a man in the pool, or (D)raft one to '
              'a hull? '.
           ACCEPT WS-MODE.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-SEN-AVAILABLE = 'y'
               CLOSE SENIORITY-FILE
           END-IF.
           GOBACK.

       POOL-ONE-MAN.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-DRAFT-DATE.
           PERFORM CHECK-BILLET-QUALIFICATIONS.
           IF WS-ROST-AVAILABLE = 'y'
               PERFORM OPEN-ROSTER-ROW
           END-IF.
                  WS-FILE-STATUS
           END-IF.

      *A warning, not a refusal: the drafting officer may have no
      *qualified man to send, but he should know he is sending one
      *who isn't
       CHECK-BILLET-QUALIFICATIONS.
           CALL 'CHKQUAL' USING WS-SVC-NR, WS-BILLET, WS-DRAFT-DATE,
              WS-QLF-RESULT, WS-QLF-MISSING-COUNT,
              WS-QLF-MISSING-CODES.
           EVALUATE WS-QLF-RESULT
               WHEN 'N'
                   DISPLAY 'WARNING: ' WS-SVC-NR ' DOES NOT MEET THE '
                      'REQUIREMENTS OF BILLET ' WS-BILLET
                   DISPLAY '  LACKS ' WS-QLF-MISSING-COUNT
                      ' QUALIFICATION(S): ' WS-QLF-MISSING-CODES
               WHEN 'U'
                   DISPLAY 'WARNING: BILLREQ OR QUALREG NOT '
                      'AVAILABLE, QUALIFICATIONS NOT CHECKED'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-POOLED-ROW.
           MOVE 'N' TO WS-POOL-FOUND.
           MOVE WS-SVC-NR TO MNP-SVC-NR.
           END-WRITE.
           IF WS-ROST-FILE-STATUS = '00'
               DISPLAY 'ROSTER ROW OPENED ON ' WS-UID
               IF WS-SEN-AVAILABLE = 'y'
                   PERFORM POST-SENIORITY
               END-IF
           ELSE
               DISPLAY 'ERROR: ROSTER WRITE FAILED, STATUS '
                  WS-ROST-FILE-STATUS
           END-IF.

      *Moves the man's seniority row to the hull he is drafted to,
      *the same posting CREWROST makes; a man never ranked before
      *is asked for his rank and seniority here
       POST-SENIORITY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-SVC-NR TO SEN-SVC-NR.
           READ SENIORITY-FILE RECORD KEY SEN-SVC-NR
           INVALID KEY
               PERFORM LOAD-RANK-AND-SENIORITY
               MOVE WS-SVC-NR TO SEN-SVC-NR
               MOVE WS-RANK-CODE TO SEN-RANK-CODE
               MOVE WS-SENIORITY-DATE TO SEN-SENIORITY-DATE
           NOT INVALID KEY
               DISPLAY WS-SVC-NR ' ON FILE AS ' SEN-RANK-CODE
                  ', SENIORITY ' SEN-SENIORITY-DATE
           END-READ.
           MOVE MNP-NAME TO SEN-NAME.
           MOVE WS-UID TO SEN-CURRENT-UID.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO SEN-LAST-CHANGED.
           WRITE SENIORITY-RECORD
           INVALID KEY
               REWRITE SENIORITY-RECORD
           END-WRITE.
           IF WS-SEN-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: SENIORITY POST FAILED, STATUS '
                  WS-SEN-FILE-STATUS
           END-IF.

       LOAD-RANK-AND-SENIORITY.
           DISPLAY 'NO RANK ON FILE FOR ' WS-SVC-NR.
           DISPLAY 'Enter rank/rate code, 6 chars: '.
           ACCEPT WS-RANK-CODE.
           CALL 'GETRNK' USING WS-RANK-CODE, WS-RNK-RESULT,
              WS-RNK-TITLE, WS-RNK-CLASS, WS-RNK-PRECEDENCE.
           PERFORM UNTIL WS-RNK-RESULT NOT = 'N'
               DISPLAY 'RANK/RATE ' WS-RANK-CODE ' NOT ON '
                  'RANKREF, RE-ENTER: '
               ACCEPT WS-RANK-CODE
               CALL 'GETRNK' USING WS-RANK-CODE, WS-RNK-RESULT,
                  WS-RNK-TITLE, WS-RNK-CLASS, WS-RNK-PRECEDENCE
           END-PERFORM.
           IF WS-RNK-RESULT = 'U'
               DISPLAY 'WARNING: RANKREF NOT AVAILABLE, RANK '
                  WS-RANK-CODE ' TAKEN UNCHECKED'
           END-IF.
           DISPLAY 'Enter seniority date in the rank, CCYYMMDD: '.
           ACCEPT WS-SENIORITY-DATE.
           MOVE WS-SENIORITY-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-SENIORITY-DATE.

      *Proves the entered UID against ALLSHPS and echoes the name,
      *same re-prompt shape as the other capture programs
       CHECK-SHIP-UID.
