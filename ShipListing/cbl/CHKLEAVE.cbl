      *This subprogram is the common leave-state check the sailing
      *and movement programs CALL, in the CHKWX mould: given a hull
      *and a date it counts the men borne on her open CREWROST rows
      *and, of those, the men whose LEAVLDG leave covers that date,
      *and reports whether the share ashore is over the limit a
      *ship may sail with. Result byte: Y too many on leave, N
      *within the limit, U roster or leave ledger unavailable. A
      *hull with nobody borne is N -- there is no one to recall.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHKLEAVE.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT LEAVE-LEDGER ASSIGN TO LEAVLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LVE-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CREW-ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-KEY.
                10 ROSTER-UID PIC X(12).
                10 ROSTER-SVC-NR PIC X(10).
           05 ROSTER-DATA.
                10 ROSTER-NAME PIC X(25).
                10 ROSTER-BILLET PIC X(20).
                10 ROSTER-DATE-ASSIGNED PIC X(8).
                10 ROSTER-DATE-RELIEVED PIC X(8).
                10 ROSTER-STATUS PIC X(8).
       FD  LEAVE-LEDGER.
       COPY LEAVREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-LVE-EOF PIC X.
       01 WS-ON-LEAVE PIC X.
      *Percentage of the ship's company that may be ashore on leave
      *on the day she sails before the sailing is flagged
       01 WS-LEAVE-LIMIT-PCT PIC 99 VALUE 10.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-UID PIC X(12).
       01 LK-AS-OF PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-BORNE PIC 9(4).
       01 LK-ON-LEAVE PIC 9(4).
      *------------------
       PROCEDURE DIVISION USING LK-UID, LK-AS-OF, LK-RESULT,
           LK-BORNE, LK-ON-LEAVE.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE ZERO TO LK-BORNE.
           MOVE ZERO TO LK-ON-LEAVE.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS NOT = '00'
              AND WS-ROST-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           OPEN INPUT LEAVE-LEDGER.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               CLOSE CREW-ROSTER
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
      *The hull is the roster's major key: one START and a browse
      *until the UID changes gives her whole company
           MOVE LK-UID TO ROSTER-UID.
           MOVE SPACES TO ROSTER-SVC-NR.
           MOVE 'N' TO WS-EOF.
           START CREW-ROSTER KEY >= ROSTER-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CREW-ROSTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ROSTER-UID NOT = LK-UID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF ROSTER-DATE-RELIEVED = SPACES
                               ADD 1 TO LK-BORNE
                               PERFORM CHECK-MAN-ON-LEAVE
                               IF WS-ON-LEAVE = 'Y'
                                   ADD 1 TO LK-ON-LEAVE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CREW-ROSTER.
           CLOSE LEAVE-LEDGER.
           IF LK-BORNE > 0
              AND LK-ON-LEAVE * 100 > LK-BORNE * WS-LEAVE-LIMIT-PCT
               MOVE 'Y' TO LK-RESULT
           END-IF.
           GOBACK.

      *A man is ashore on the date when a granted, unreturned period
      *of his covers it. Taken, recalled and cancelled periods have
      *already ended, so only state G counts
       CHECK-MAN-ON-LEAVE.
           MOVE 'N' TO WS-ON-LEAVE.
           MOVE ROSTER-SVC-NR TO LVE-SVC-NR.
           MOVE SPACES TO LVE-START-DATE.
           MOVE 'N' TO WS-LVE-EOF.
           START LEAVE-LEDGER KEY >= LVE-KEY
           INVALID KEY
               MOVE 'Y' TO WS-LVE-EOF
           END-START.
           PERFORM UNTIL WS-LVE-EOF = 'Y'
               READ LEAVE-LEDGER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LVE-EOF
                   NOT AT END
                       IF LVE-SVC-NR NOT = ROSTER-SVC-NR
                          OR LVE-START-DATE > LK-AS-OF
                           MOVE 'Y' TO WS-LVE-EOF
                       ELSE
                           IF LVE-STATE = 'G'
                              AND LVE-END-DATE >= LK-AS-OF
                               MOVE 'Y' TO WS-ON-LEAVE
                               MOVE 'Y' TO WS-LVE-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
