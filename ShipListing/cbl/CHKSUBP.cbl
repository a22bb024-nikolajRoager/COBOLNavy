      *This subprogram is the common friendly-submarine check the
      *sailing programs CALL, in the CHKWX mould: given a grid square
      *and a window of days it reads the SUBPTRL patrol-area register
      *and reports whether any friendly submarine's patrol box takes
      *in that square while her sortie overlaps the window. Result
      *byte: Y she is on station in the square during the window;
      *T the window only overlaps her passage out or home; N no
      *patrol box there; U the register is unavailable. An on-
      *station clash is reported ahead of a transit one, and the
      *boat and the dates she holds the box come back with it. A
      *blank square (a port never plotted) is simply N.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHKSUBP.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATROL-AREAS ASSIGN TO SUBPTRL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SBP-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PATROL-AREAS.
       COPY SUBPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-IDX PIC 9.
       01 WS-IN-BOX PIC X.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-SQUARE PIC X(6).
       01 LK-FROM-DATE PIC X(8).
       01 LK-TO-DATE PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-SUB-UID PIC X(12).
       01 LK-STATION-FROM PIC X(8).
       01 LK-STATION-TO PIC X(8).
      *------------------
       PROCEDURE DIVISION USING LK-SQUARE, LK-FROM-DATE, LK-TO-DATE,
           LK-RESULT, LK-SUB-UID, LK-STATION-FROM, LK-STATION-TO.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE SPACES TO LK-SUB-UID.
           MOVE SPACES TO LK-STATION-FROM.
           MOVE SPACES TO LK-STATION-TO.
           IF LK-SQUARE = SPACES
               GOBACK
           END-IF.
           OPEN INPUT PATROL-AREAS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
      *The register is small -- one row per patrol -- so it is read
      *through; the first on-station clash ends the search
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ PATROL-AREAS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-PATROL
               END-READ
           END-PERFORM.
           CLOSE PATROL-AREAS.
           GOBACK.

      *A patrol whose sortie misses the window entirely, or whose
      *box does not take in the square, is passed over
       CHECK-ONE-PATROL.
           IF SBP-TRANSIT-OUT-DATE > LK-TO-DATE
              OR SBP-TRANSIT-BACK-DATE < LK-FROM-DATE
               CONTINUE
           ELSE
               MOVE 'N' TO WS-IN-BOX
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SBP-SQUARE-COUNT
                   IF SBP-SQUARE(WS-IDX) = LK-SQUARE
                       MOVE 'Y' TO WS-IN-BOX
                   END-IF
               END-PERFORM
               IF WS-IN-BOX = 'Y'
                   PERFORM RECORD-CLASH
               END-IF
           END-IF.

       RECORD-CLASH.
           IF SBP-STATION-FROM > LK-TO-DATE
              OR SBP-STATION-TO < LK-FROM-DATE
               IF LK-RESULT = 'N'
                   MOVE 'T' TO LK-RESULT
                   MOVE SBP-SUB-UID TO LK-SUB-UID
                   MOVE SBP-STATION-FROM TO LK-STATION-FROM
                   MOVE SBP-STATION-TO TO LK-STATION-TO
               END-IF
           ELSE
               MOVE 'Y' TO LK-RESULT
               MOVE SBP-SUB-UID TO LK-SUB-UID
               MOVE SBP-STATION-FROM TO LK-STATION-FROM
               MOVE SBP-STATION-TO TO LK-STATION-TO
               MOVE 'Y' TO WS-EOF
           END-IF.
