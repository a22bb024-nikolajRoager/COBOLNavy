      *This subprogram is the common practice-efficiency figure, in
      *the CHKSUBP mould, so PRCRANK ranks ships and TFPLAN prefers
      *hulls on the same arithmetic. Given a UID, her SHIP-TYPE,
      *and an as-of date it reads PRCRES and the PRCINT intervals
      *and averages, over the practices that count, the ship's
      *latest result as a percentage of its class par (a result
      *with no par counts as 100). A practice her type is required
      *to carry out counts always, and counts as nil when it was
      *never carried out or is past its interval -- a ship that has
      *not worked up does not rank on old scores. A practice not
      *required counts only when she has carried it out. Result
      *byte: Y a figure was worked out; N nothing counts (no
      *results and nothing required); U PRCRES unavailable. The
      *number of required practices overdue comes back with Y.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GETEFF.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRACTICE-RESULTS ASSIGN TO PRCRES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRC-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT PRACTICE-INTERVALS ASSIGN TO PRCINT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIV-KEY
           FILE STATUS IS WS-PIV-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRACTICE-RESULTS.
       COPY PRCREC.
       FD  PRACTICE-INTERVALS.
       COPY PIVREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-PIV-FILE-STATUS PIC XX.
       01 WS-PIV-AVAILABLE PIC X.
       01 WS-EOF PIC X.
       01 WS-PRACTICE-TYPES PIC X(3) VALUE 'FAS'.
       01 WS-TYPE-IDX PIC 9.
       01 WS-TYPE PIC X(1).
       01 WS-REQUIRED PIC X.
       01 WS-INTERVAL-DAYS PIC 9(3).
       01 WS-LATEST-DATE PIC X(8).
       01 WS-LATEST-SCORE PIC 9(4).
       01 WS-LATEST-PAR PIC 9(4).
       01 WS-PERCENT PIC 9(3).
       01 WS-PERCENT-TOTAL PIC 9(5).
       01 WS-COUNTED PIC 9.
       01 WS-AS-OF-INT PIC S9(8).
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-UID PIC X(12).
       01 LK-SHIP-TYPE PIC X(4).
       01 LK-AS-OF PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-EFFICIENCY PIC 9(3).
       01 LK-OVERDUE-COUNT PIC 9.
      *------------------
       PROCEDURE DIVISION USING LK-UID, LK-SHIP-TYPE, LK-AS-OF,
           LK-RESULT, LK-EFFICIENCY, LK-OVERDUE-COUNT.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE 0 TO LK-EFFICIENCY.
           MOVE 0 TO LK-OVERDUE-COUNT.
           OPEN INPUT PRACTICE-RESULTS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           MOVE 'n' TO WS-PIV-AVAILABLE.
           OPEN INPUT PRACTICE-INTERVALS.
           IF WS-PIV-FILE-STATUS = '00' OR WS-PIV-FILE-STATUS = '97'
               MOVE 'y' TO WS-PIV-AVAILABLE
           END-IF.
           COMPUTE WS-AS-OF-INT = FUNCTION INTEGER-OF-DATE(
              FUNCTION NUMVAL(LK-AS-OF)).
           MOVE 0 TO WS-PERCENT-TOTAL.
           MOVE 0 TO WS-COUNTED.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 3
               MOVE WS-PRACTICE-TYPES(WS-TYPE-IDX:1) TO WS-TYPE
               PERFORM SCORE-ONE-PRACTICE
           END-PERFORM.
           IF WS-COUNTED > 0
               MOVE 'Y' TO LK-RESULT
               COMPUTE LK-EFFICIENCY ROUNDED =
                  WS-PERCENT-TOTAL / WS-COUNTED
           END-IF.
           CLOSE PRACTICE-RESULTS.
           IF WS-PIV-AVAILABLE = 'y'
               CLOSE PRACTICE-INTERVALS
           END-IF.
           GOBACK.

       SCORE-ONE-PRACTICE.
           PERFORM FIND-LATEST-RESULT.
           MOVE 'N' TO WS-REQUIRED.
           IF WS-PIV-AVAILABLE = 'y'
               MOVE LK-SHIP-TYPE TO PIV-SHIP-TYPE
               MOVE WS-TYPE TO PIV-TYPE
               READ PRACTICE-INTERVALS RECORD KEY PIV-KEY
               IF WS-PIV-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-REQUIRED
                   MOVE PIV-INTERVAL-DAYS TO WS-INTERVAL-DAYS
               END-IF
           END-IF.
           IF WS-REQUIRED = 'Y'
               ADD 1 TO WS-COUNTED
               IF WS-LATEST-DATE = SPACES
                   ADD 1 TO LK-OVERDUE-COUNT
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(WS-LATEST-DATE))
                      + WS-INTERVAL-DAYS < WS-AS-OF-INT
                       ADD 1 TO LK-OVERDUE-COUNT
                   ELSE
                       PERFORM ADD-PERCENT-OF-PAR
                   END-IF
               END-IF
           ELSE
               IF WS-LATEST-DATE NOT = SPACES
                   ADD 1 TO WS-COUNTED
                   PERFORM ADD-PERCENT-OF-PAR
               END-IF
           END-IF.

      *Rows for one UID and type come in date order, so the latest
      *on or before the as-of date is the last one kept
       FIND-LATEST-RESULT.
           MOVE SPACES TO WS-LATEST-DATE.
           MOVE LK-UID TO PRC-UID.
           MOVE WS-TYPE TO PRC-TYPE.
           MOVE SPACES TO PRC-DATE.
           MOVE 'N' TO WS-EOF.
           START PRACTICE-RESULTS KEY >= PRC-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRACTICE-RESULTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PRC-UID NOT = LK-UID
                          OR PRC-TYPE NOT = WS-TYPE
                          OR PRC-DATE > LK-AS-OF
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE PRC-DATE TO WS-LATEST-DATE
                           MOVE PRC-SCORE TO WS-LATEST-SCORE
                           MOVE PRC-PAR TO WS-LATEST-PAR
                       END-IF
               END-READ
           END-PERFORM.

       ADD-PERCENT-OF-PAR.
           IF WS-LATEST-PAR = 0
               MOVE 100 TO WS-PERCENT
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                  WS-LATEST-SCORE * 100 / WS-LATEST-PAR
                  ON SIZE ERROR
                      MOVE 999 TO WS-PERCENT
               END-COMPUTE
           END-IF.
           ADD WS-PERCENT TO WS-PERCENT-TOTAL.
