      *This program is the theatre force shortfall report: every
      *requirement on FRCREQ is set against what the theatre has or
      *will shortly have of that hull type -- Operational ALLSHPS
      *hulls in the theatre, hulls of the theatre Refitting whose
      *latest REFITDT window is expected to complete within 30 days
      *of the run date, and SHIPBLD hulls still building that are
      *allocated to the theatre and expected to commission within
      *the same 30 days. The net shortfall (required less all three)
      *ranks the requirements, worst first, so allocation arguments
      *are settled from one sheet; requirements met or exceeded are
      *listed after the ranked shortfalls with their surplus.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    FRCSHORT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORCE-REQUIREMENTS ASSIGN TO FRCREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FRQ-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT SHIP-REFITS ASSIGN TO REFITDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REFIT-KEY
           FILE STATUS IS WS-REFIT-FILE-STATUS.
           SELECT BUILDING-REGISTER ASSIGN TO BLDREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BLD-ID
           FILE STATUS IS WS-BLD-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO SRTWK01.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FORCE-REQUIREMENTS.
       COPY FRQREC.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  SHIP-REFITS.
       01 REFIT-RECORD.
           05 REFIT-KEY.
                10 REFIT-UID PIC X(12).
                10 REFIT-START-DATE PIC X(8).
           05 REFIT-EXPECTED-COMPLETION PIC X(8).
           05 REFIT-YARD-NAME PIC X(25).
           05 REFIT-WORK-DESCRIPTION PIC X(60).
       FD  BUILDING-REGISTER.
       COPY BLDREG.
       SD  SORT-WORK.
       01 SORT-RECORD.
           05 SD-NET-SHORTFALL PIC S9(4).
           05 SD-THEATRE PIC X(20).
           05 SD-SHIP-TYPE PIC X(4).
           05 SD-REQUIRED-COUNT PIC 9(3).
           05 SD-STATED-DATE PIC X(8).
           05 SD-OPERATIONAL PIC 9(3).
           05 SD-FROM-REFIT PIC 9(3).
           05 SD-FROM-BUILD PIC 9(3).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-REFIT-FILE-STATUS PIC XX.
       01 WS-REFIT-AVAILABLE PIC X VALUE 'n'.
       01 WS-BLD-FILE-STATUS PIC XX.
       01 WS-BLD-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-REFIT-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
      *Run date plus the 30 days a hull may be counted as on her way
       01 WS-CUTOFF-DATE PIC X(8).
       01 WS-CUTOFF-NUM PIC 9(8).
       01 WS-LATEST-COMPLETION PIC X(8).
       01 WS-MATCH-THEATRE PIC X(20).
       01 WS-MATCH-TYPE PIC X(4).
      *Every requirement on file with what has been counted against
      *it so far
       01 WS-FRQ-TABLE.
           05 WS-FRQ-ENTRY OCCURS 500 TIMES.
                10 WS-FRQ-THEATRE PIC X(20).
                10 WS-FRQ-SHIP-TYPE PIC X(4).
                10 WS-FRQ-REQUIRED-COUNT PIC 9(3).
                10 WS-FRQ-STATED-DATE PIC X(8).
                10 WS-FRQ-OPERATIONAL PIC 9(3).
                10 WS-FRQ-FROM-REFIT PIC 9(3).
                10 WS-FRQ-FROM-BUILD PIC 9(3).
       01 WS-FRQ-COUNT PIC 9(3) VALUE 0.
       01 WS-FRQ-IDX PIC 9(3).
       01 WS-FOUND-IDX PIC 9(3).
       01 WS-RANK PIC 9(3) VALUE 0.
       01 WS-SHORT PIC 9(4).
       01 WS-SURPLUS PIC 9(4).
       01 WS-TOTAL-SHORTFALL PIC 9(5) VALUE 0.
       01 WS-MET-HEADING-DONE PIC X VALUE 'N'.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'FRCSHORT'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
              + 30).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
           OPEN INPUT FORCE-REQUIREMENTS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO FORCE REQUIREMENTS ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM LOAD-REQUIREMENTS.
           CLOSE FORCE-REQUIREMENTS.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS NOT = '00'
              AND WS-SHIP-FILE-STATUS NOT = '97'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                  WS-SHIP-FILE-STATUS
               GOBACK
           END-IF.
           OPEN INPUT SHIP-REFITS.
           IF WS-REFIT-FILE-STATUS = '00'
              OR WS-REFIT-FILE-STATUS = '97'
               MOVE 'y' TO WS-REFIT-AVAILABLE
           END-IF.
           PERFORM COUNT-SHIPS.
           CLOSE ALLIED-SHIPS.
           IF WS-REFIT-AVAILABLE = 'y'
               CLOSE SHIP-REFITS
           END-IF.
           OPEN INPUT BUILDING-REGISTER.
           IF WS-BLD-FILE-STATUS = '00' OR WS-BLD-FILE-STATUS = '97'
               MOVE 'y' TO WS-BLD-AVAILABLE
               PERFORM COUNT-BUILDING
               CLOSE BUILDING-REGISTER
           END-IF.
           PERFORM OPEN-REPORT.
           SORT SORT-WORK ON DESCENDING KEY SD-NET-SHORTFALL
               ASCENDING KEY SD-THEATRE SD-SHIP-TYPE
               INPUT PROCEDURE IS RELEASE-REQUIREMENTS
               OUTPUT PROCEDURE IS PRINT-RANKED-SHORTFALLS.
           PERFORM PRINT-REPORT-LINE.
           IF WS-REFIT-AVAILABLE NOT = 'y'
               STRING 'REFITDT NOT AVAILABLE, NO HULL COUNTED AS DUE '
                  'BACK FROM REFIT'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           IF WS-BLD-AVAILABLE NOT = 'y'
               STRING 'BLDREG NOT AVAILABLE, NO HULL COUNTED AS DUE '
                  'TO COMMISSION'
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.
           STRING 'REQUIREMENTS SHORT: ' WS-RANK
              '  TOTAL HULLS SHORT: ' WS-TOTAL-SHORTFALL
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM CLOSE-REPORT.
           GOBACK.

       LOAD-REQUIREMENTS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FORCE-REQUIREMENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FRQ-COUNT < 500
                           ADD 1 TO WS-FRQ-COUNT
                           MOVE FRQ-THEATRE
                              TO WS-FRQ-THEATRE(WS-FRQ-COUNT)
                           MOVE FRQ-SHIP-TYPE
                              TO WS-FRQ-SHIP-TYPE(WS-FRQ-COUNT)
                           MOVE FRQ-REQUIRED-COUNT
                              TO WS-FRQ-REQUIRED-COUNT(WS-FRQ-COUNT)
                           MOVE FRQ-STATED-DATE
                              TO WS-FRQ-STATED-DATE(WS-FRQ-COUNT)
                           MOVE 0 TO WS-FRQ-OPERATIONAL(WS-FRQ-COUNT)
                           MOVE 0 TO WS-FRQ-FROM-REFIT(WS-FRQ-COUNT)
                           MOVE 0 TO WS-FRQ-FROM-BUILD(WS-FRQ-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       COUNT-SHIPS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ALLIED-SHIPS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SHIP-STATUS = 'Operational'
                          OR SHIP-STATUS = 'Refitting'
                           PERFORM COUNT-ONE-SHIP
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       COUNT-ONE-SHIP.
           MOVE SHIP-THEATRE TO WS-MATCH-THEATRE.
           MOVE SHIP-TYPE TO WS-MATCH-TYPE.
           PERFORM FIND-REQUIREMENT.
           IF WS-FOUND-IDX > 0
               IF SHIP-STATUS = 'Operational'
                   ADD 1 TO WS-FRQ-OPERATIONAL(WS-FOUND-IDX)
               ELSE
                   PERFORM FIND-LATEST-REFIT
                   IF WS-LATEST-COMPLETION NOT = SPACES
                      AND WS-LATEST-COMPLETION <= WS-CUTOFF-DATE
                       ADD 1 TO WS-FRQ-FROM-REFIT(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *A ship's refits come in start-date order, so her current one
      *is the last read; a completion already past still counts, as
      *she is Refitting and so not yet out of the yard
       FIND-LATEST-REFIT.
           MOVE SPACES TO WS-LATEST-COMPLETION.
           IF WS-REFIT-AVAILABLE = 'y'
               MOVE UID TO REFIT-UID
               MOVE SPACES TO REFIT-START-DATE
               MOVE 'N' TO WS-REFIT-EOF
               START SHIP-REFITS KEY >= REFIT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REFIT-EOF
               END-START
               PERFORM UNTIL WS-REFIT-EOF = 'Y'
                   READ SHIP-REFITS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-REFIT-EOF
                       NOT AT END
                           IF REFIT-UID NOT = UID
                               MOVE 'Y' TO WS-REFIT-EOF
                           ELSE
                               MOVE REFIT-EXPECTED-COMPLETION
                                  TO WS-LATEST-COMPLETION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       COUNT-BUILDING.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BUILDING-REGISTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BLD-STATE = 'B'
                          AND BLD-PLANNED-THEATRE NOT = SPACES
                          AND BLD-EXPECTED-COMMISSION <= WS-CUTOFF-DATE
                           MOVE BLD-PLANNED-THEATRE TO WS-MATCH-THEATRE
                           MOVE BLD-TYPE TO WS-MATCH-TYPE
                           PERFORM FIND-REQUIREMENT
                           IF WS-FOUND-IDX > 0
                               ADD 1 TO WS-FRQ-FROM-BUILD(WS-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       FIND-REQUIREMENT.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-FRQ-IDX FROM 1 BY 1
               UNTIL WS-FRQ-IDX > WS-FRQ-COUNT OR WS-FOUND-IDX > 0
               IF WS-FRQ-THEATRE(WS-FRQ-IDX) = WS-MATCH-THEATRE
                  AND WS-FRQ-SHIP-TYPE(WS-FRQ-IDX) = WS-MATCH-TYPE
                   MOVE WS-FRQ-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       RELEASE-REQUIREMENTS.
           PERFORM VARYING WS-FRQ-IDX FROM 1 BY 1
               UNTIL WS-FRQ-IDX > WS-FRQ-COUNT
               MOVE WS-FRQ-THEATRE(WS-FRQ-IDX) TO SD-THEATRE
               MOVE WS-FRQ-SHIP-TYPE(WS-FRQ-IDX) TO SD-SHIP-TYPE
               MOVE WS-FRQ-REQUIRED-COUNT(WS-FRQ-IDX)
                  TO SD-REQUIRED-COUNT
               MOVE WS-FRQ-STATED-DATE(WS-FRQ-IDX) TO SD-STATED-DATE
               MOVE WS-FRQ-OPERATIONAL(WS-FRQ-IDX) TO SD-OPERATIONAL
               MOVE WS-FRQ-FROM-REFIT(WS-FRQ-IDX) TO SD-FROM-REFIT
               MOVE WS-FRQ-FROM-BUILD(WS-FRQ-IDX) TO SD-FROM-BUILD
               COMPUTE SD-NET-SHORTFALL = SD-REQUIRED-COUNT
                  - SD-OPERATIONAL - SD-FROM-REFIT - SD-FROM-BUILD
               RELEASE SORT-RECORD
           END-PERFORM.

       PRINT-RANKED-SHORTFALLS.
           STRING 'RANK THEATRE              TYPE REQD STATED   '
              ' OPNL RFIT BLDG  NET'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SORT-WORK INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-REQUIREMENT
               END-RETURN
           END-PERFORM.

       PRINT-ONE-REQUIREMENT.
           IF SD-NET-SHORTFALL > 0
               ADD 1 TO WS-RANK
               MOVE SD-NET-SHORTFALL TO WS-SHORT
               ADD WS-SHORT TO WS-TOTAL-SHORTFALL
               STRING WS-RANK '  ' SD-THEATRE ' ' SD-SHIP-TYPE ' '
                  SD-REQUIRED-COUNT '  ' SD-STATED-DATE '  '
                  SD-OPERATIONAL '  ' SD-FROM-REFIT '  '
                  SD-FROM-BUILD '  SHORT ' WS-SHORT
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           ELSE
               IF WS-MET-HEADING-DONE = 'N'
                   MOVE 'Y' TO WS-MET-HEADING-DONE
                   PERFORM PRINT-REPORT-LINE
                   STRING 'REQUIREMENTS MET'
                      DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PRINT-REPORT-LINE
               END-IF
               COMPUTE WS-SURPLUS = 0 - SD-NET-SHORTFALL
               STRING ' --  ' SD-THEATRE ' ' SD-SHIP-TYPE ' '
                  SD-REQUIRED-COUNT '  ' SD-STATED-DATE '  '
                  SD-OPERATIONAL '  ' SD-FROM-REFIT '  '
                  SD-FROM-BUILD '  SURPLUS ' WS-SURPLUS
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
           END-IF.
           PERFORM PRINT-REPORT-LINE.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'THEATRE FORCE REQUIREMENT SHORTFALLS' TO WS-RPT-LINE.
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
           MOVE 'ADMIRALTY PLANS DIVISION' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
