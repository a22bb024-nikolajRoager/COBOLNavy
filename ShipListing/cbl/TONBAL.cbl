      *This program is the monthly warship tonnage balance for the
      *Admiralty's return: are we gaining or losing on the tonnage
      *war. For the month asked for (CCYYMM; blank takes the last
      *complete month) and the twelve months ending with it, it adds
      *up, by navy and hull type, the tonnage commissioned (SHIPBLD
      *register rows SHPCOMM has marked commissioned, at the hull's
      *SHIP-DISPLACEMENT-TONS) and the tonnage lost (hulls carried
      *Sunk on ALLSHPS or archived to HISTSHP, dated by their latest
      *status-history transition into Sunk, as LOSSRPT dates them),
      *and by hull type the enemy tonnage confirmed sunk (claims
      *CLMASSES has confirmed as sinkings, dated by the assessment,
      *at the ENMCLS estimated displacement of the unit's class).
      *The net position per hull type is tonnage commissioned less
      *tonnage lost plus enemy tonnage sunk; a month-by-month trend
      *with a running twelve-month net closes the report. Hulls
      *whose displacement is not on file are counted, so a thin
      *month is not mistaken for a quiet one.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    TONBAL.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUILDING-REGISTER ASSIGN TO BLDREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BLD-ID
           FILE STATUS IS WS-BLD-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT HISTORICAL-SHIPS ASSIGN TO HISTSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HIST-SHIP-UID
           FILE STATUS IS WS-HISTSHP-FILE-STATUS.
           SELECT STATUS-HISTORY ASSIGN TO STHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-FILE-STATUS.
      *The complete keyed status history STHROLL maintains; the
      *flat STHIST log only holds rows newer than the last roll-off
           SELECT STATUS-HISTORY-KEYED ASSIGN TO STHISTX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HSX-KEY
           FILE STATUS IS WS-HSX-FILE-STATUS.
           SELECT SINKING-CLAIMS ASSIGN TO CLMFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CLM-KEY
           FILE STATUS IS WS-CLM-FILE-STATUS.
           SELECT ENEMY-SHIPS ASSIGN TO ENMYSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ENM-UID
           FILE STATUS IS WS-ENM-FILE-STATUS.
           SELECT ENEMY-CLASSES ASSIGN TO ENMCLSDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ECL-CLASS-NAME
           FILE STATUS IS WS-ECL-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BUILDING-REGISTER.
       COPY BLDREG.
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  HISTORICAL-SHIPS.
       01 HISTORICAL-SHIP-RECORD.
           05 HIST-SHIP-UID PIC X(12).
           05 HIST-SHIP-OTHER-DATA PIC X(483).
       FD  STATUS-HISTORY.
       01 STATUS-HIST-RECORD.
           05 HIST-UID PIC X(12).
           05 HIST-OLD-STATUS PIC X(11).
           05 HIST-NEW-STATUS PIC X(11).
           05 HIST-CHANGE-DATE PIC X(8).
           05 HIST-CHANGE-TIME PIC X(8).
      *Run-scoped correlation identifier stitching this row to
      *every other log row the same action wrote; see GETCORR
           05 HIST-CORR-ID PIC X(12).
       FD  STATUS-HISTORY-KEYED.
       01 STATUS-HIST-KEYED-RECORD.
           05 HSX-KEY.
                10 HSX-UID PIC X(12).
                10 HSX-CHANGE-DATE PIC X(8).
                10 HSX-CHANGE-TIME PIC X(8).
           05 HSX-OLD-STATUS PIC X(11).
           05 HSX-NEW-STATUS PIC X(11).
           05 HSX-CORR-ID PIC X(12).
       FD  SINKING-CLAIMS.
       01 SINKING-CLAIM-RECORD.
           05 CLM-KEY.
                10 CLM-ENG-UID PIC X(12).
                10 CLM-ENG-DATE PIC X(8).
                10 CLM-ENM-UID PIC X(12).
           05 CLM-TYPE PIC X(1).
           05 CLM-EVIDENCE PIC X(40).
           05 CLM-STATE PIC X(10).
           05 CLM-ASSESS-DATE PIC X(8).
       FD  ENEMY-SHIPS.
       01 ENEMY-SHIP-RECORD.
           05 ENM-UID PIC X(12).
           05 ENM-NAME PIC X(20).
           05 ENM-CLASS PIC X(20).
           05 ENM-ARMAMENT-ESTIMATE PIC X(40).
           05 ENM-LAST-THEATRE PIC X(20).
           05 ENM-CONFIDENCE-LEVEL PIC X(1).
           05 ENM-STATUS PIC X(8).
           05 ENM-ASSESSED-DATE PIC X(8).
       FD  ENEMY-CLASSES.
       01 ENEMY-CLASS-RECORD.
           05 ECL-CLASS-NAME PIC X(20).
           05 ECL-TYPE PIC X(4).
           05 ECL-EST-GUN-NR PIC 9(3).
           05 ECL-EST-GUN-CALIBRE PIC 999V99.
           05 ECL-EST-ARMOUR-MM PIC 999V99.
           05 ECL-EST-SPEED-KN PIC 99V99.
           05 ECL-EST-DISPLACEMENT PIC 9(6).
           05 ECL-CONFIDENCE PIC X(1).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-BLD-FILE-STATUS PIC XX.
       01 WS-HISTSHP-FILE-STATUS PIC XX.
       01 WS-HISTSHP-AVAILABLE PIC X VALUE 'n'.
       01 WS-HIST-FILE-STATUS PIC XX.
       01 WS-HSX-FILE-STATUS PIC XX.
       01 WS-CLM-FILE-STATUS PIC XX.
       01 WS-ENM-FILE-STATUS PIC XX.
       01 WS-ENM-AVAILABLE PIC X VALUE 'n'.
       01 WS-ECL-FILE-STATUS PIC XX.
       01 WS-ECL-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-MONTH-IN PIC X(6).
       01 WS-MONTH.
           05 WS-MON-YEAR PIC 9(4).
           05 WS-MON-MM PIC 99.
       01 WS-REPORT-MONTH-NR PIC 9(6).
      *The month a dated event falls in, as a slot 1-12 of the
      *twelve months ending with the report month (12 is the report
      *month itself); 0 when it falls outside them
       01 WS-SLOT-DATE.
           05 WS-SLOT-YEAR PIC 9(4).
           05 WS-SLOT-MM PIC 99.
           05 FILLER PIC X(2).
       01 WS-DATE-MONTH-NR PIC 9(6).
       01 WS-MONTHS-BACK PIC S9(6).
       01 WS-SLOT PIC 99.
       01 WS-IDX PIC 9(4).
       01 WS-MATCH-IDX PIC 9(4).
      *The hull being posted
       01 WS-LOOK-UID PIC X(12).
       01 WS-LOOK-FOUND PIC X.
       01 WS-POST-KIND PIC X(1).
       01 WS-POST-NAVY PIC X(4).
       01 WS-POST-TYPE PIC X(4).
       01 WS-POST-TONS PIC 9(6).
      *Hulls counted with no displacement on file, twelve months
       01 WS-NO-TONS-COMM PIC 9(4) VALUE 0.
       01 WS-NO-TONS-LOST PIC 9(4) VALUE 0.
       01 WS-NO-TONS-ENEMY PIC 9(4) VALUE 0.
       01 WS-LOSS-NOT-FOUND PIC 9(4) VALUE 0.
      *Our side, by navy and hull type: the report month and the
      *twelve months to it
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 200 TIMES.
                10 WS-BAL-NAVY PIC X(4).
                10 WS-BAL-TYPE PIC X(4).
                10 WS-BAL-M-COMM PIC 9(8).
                10 WS-BAL-M-LOST PIC 9(8).
                10 WS-BAL-Y-COMM PIC 9(8).
                10 WS-BAL-Y-LOST PIC 9(8).
       01 WS-BAL-COUNT PIC 9(4) VALUE 0.
      *Enemy tonnage confirmed sunk, by hull type
       01 WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 50 TIMES.
                10 WS-ENT-TYPE PIC X(4).
                10 WS-ENT-M-TONS PIC 9(8).
                10 WS-ENT-Y-TONS PIC 9(8).
       01 WS-ENT-COUNT PIC 9(4) VALUE 0.
      *Both sides folded together by hull type for the net position
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 50 TIMES.
                10 WS-POS-TYPE PIC X(4).
                10 WS-POS-M-COMM PIC 9(8).
                10 WS-POS-M-LOST PIC 9(8).
                10 WS-POS-M-ENEMY PIC 9(8).
                10 WS-POS-Y-COMM PIC 9(8).
                10 WS-POS-Y-LOST PIC 9(8).
                10 WS-POS-Y-ENEMY PIC 9(8).
       01 WS-POS-COUNT PIC 9(4) VALUE 0.
      *The twelve months, oldest first
       01 WS-TREND-TABLE.
           05 WS-TRD-ENTRY OCCURS 12 TIMES.
                10 WS-TRD-YYYYMM PIC X(6).
                10 WS-TRD-COMM PIC 9(8).
                10 WS-TRD-LOST PIC 9(8).
                10 WS-TRD-ENEMY PIC 9(8).
       01 WS-TRD-YEAR PIC 9(4).
       01 WS-TRD-MM PIC 99.
      *Latest Sunk transition per UID, same one-pass fold LOSSRPT
      *and ARCHSHIP build their terminal-date tables with
       01 WS-SUNK-TABLE.
           05 WS-SUNK-ENTRY OCCURS 500 TIMES.
                10 WS-SK-UID PIC X(12).
                10 WS-SK-DATE PIC X(8).
       01 WS-SUNK-COUNT PIC 9(4) VALUE 0.
       01 WS-TERM-UID PIC X(12).
       01 WS-TERM-DATE PIC X(8).
      *Enemy units already counted, so a sinking confirmed on more
      *than one claim is counted once
       01 WS-ENEMY-DONE-TABLE.
           05 WS-ENEMY-DONE-UID OCCURS 500 TIMES PIC X(12).
       01 WS-ENEMY-DONE-COUNT PIC 9(4) VALUE 0.
      *Totals and print fields
       01 WS-TOT-M-COMM PIC 9(8).
       01 WS-TOT-M-LOST PIC 9(8).
       01 WS-TOT-M-ENEMY PIC 9(8).
       01 WS-TOT-Y-COMM PIC 9(8).
       01 WS-TOT-Y-LOST PIC 9(8).
       01 WS-TOT-Y-ENEMY PIC 9(8).
       01 WS-NET PIC S9(9).
       01 WS-RUNNING-NET PIC S9(9).
       01 WS-M-COMM-DSP PIC Z(7)9.
       01 WS-M-LOST-DSP PIC Z(7)9.
       01 WS-M-ENEMY-DSP PIC Z(7)9.
       01 WS-M-NET-DSP PIC -(8)9.
       01 WS-Y-COMM-DSP PIC Z(7)9.
       01 WS-Y-LOST-DSP PIC Z(7)9.
       01 WS-Y-ENEMY-DSP PIC Z(7)9.
       01 WS-Y-NET-DSP PIC -(8)9.
      *Common print layer plumbing; see RPTPRT
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'TONBAL'.
       01 WS-RPT-LINE PIC X(100).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM SET-MONTH.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           END-IF.
           OPEN INPUT HISTORICAL-SHIPS.
           IF WS-HISTSHP-FILE-STATUS = '00'
              OR WS-HISTSHP-FILE-STATUS = '97'
               MOVE 'y' TO WS-HISTSHP-AVAILABLE
           END-IF.
           IF WS-SHIP-AVAILABLE NOT = 'y'
              AND WS-HISTSHP-AVAILABLE NOT = 'y'
               DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
               GOBACK
           END-IF.
           PERFORM COUNT-COMMISSIONINGS.
           PERFORM BUILD-SUNK-TABLE.
           PERFORM COUNT-LOSSES.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-HISTSHP-AVAILABLE = 'y'
               CLOSE HISTORICAL-SHIPS
           END-IF.
           PERFORM COUNT-ENEMY-SINKINGS.
           PERFORM OPEN-REPORT.
           STRING 'MONTH ' WS-MONTH ', TWELVE MONTHS FROM '
              WS-TRD-YYYYMM(1) ' (TONS)'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM PRINT-OUR-SIDE.
           PERFORM PRINT-ENEMY-SIDE.
           PERFORM PRINT-NET-POSITION.
           PERFORM PRINT-TREND.
           PERFORM PRINT-GAPS.
           PERFORM CLOSE-REPORT.
           GOBACK.

      *A month keyed in is taken as given; blank (or anything that
      *is not CCYYMM with MM 01-12) falls back to the last complete
      *month. The twelve trend months are laid out back from it.
       SET-MONTH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           DISPLAY 'Enter month, CCYYMM (blank for the last '
              'complete month): '.
           ACCEPT WS-MONTH-IN.
           MOVE WS-MONTH-IN TO WS-MONTH.
           IF WS-MONTH-IN IS NOT NUMERIC
              OR WS-MON-MM < 1 OR WS-MON-MM > 12
               MOVE WS-CURRENT-TIMESTAMP(1:4) TO WS-MON-YEAR
               MOVE WS-CURRENT-TIMESTAMP(5:2) TO WS-MON-MM
               IF WS-MON-MM = 1
                   MOVE 12 TO WS-MON-MM
                   SUBTRACT 1 FROM WS-MON-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MON-MM
               END-IF
           END-IF.
           COMPUTE WS-REPORT-MONTH-NR = WS-MON-YEAR * 12 + WS-MON-MM.
           MOVE WS-MON-YEAR TO WS-TRD-YEAR.
           MOVE WS-MON-MM TO WS-TRD-MM.
           PERFORM VARYING WS-SLOT FROM 12 BY -1 UNTIL WS-SLOT < 1
               STRING WS-TRD-YEAR WS-TRD-MM
                  DELIMITED BY SIZE INTO WS-TRD-YYYYMM(WS-SLOT)
               END-STRING
               MOVE 0 TO WS-TRD-COMM(WS-SLOT)
               MOVE 0 TO WS-TRD-LOST(WS-SLOT)
               MOVE 0 TO WS-TRD-ENEMY(WS-SLOT)
               IF WS-TRD-MM = 1
                   MOVE 12 TO WS-TRD-MM
                   SUBTRACT 1 FROM WS-TRD-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-TRD-MM
               END-IF
           END-PERFORM.

      *Caller moves the event date to WS-SLOT-DATE
       SET-SLOT.
           MOVE 0 TO WS-SLOT.
           IF WS-SLOT-YEAR IS NUMERIC AND WS-SLOT-MM IS NUMERIC
               COMPUTE WS-DATE-MONTH-NR =
                  WS-SLOT-YEAR * 12 + WS-SLOT-MM
               COMPUTE WS-MONTHS-BACK =
                  WS-REPORT-MONTH-NR - WS-DATE-MONTH-NR
               IF WS-MONTHS-BACK >= 0 AND WS-MONTHS-BACK <= 11
                   COMPUTE WS-SLOT = 12 - WS-MONTHS-BACK
               END-IF
           END-IF.

      *The hull as she stands now: on ALLSHPS, or archived to
      *HISTSHP; either way her fields land in SHIP-RECORD
       LOOK-UP-SHIP.
           MOVE 'n' TO WS-LOOK-FOUND.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE WS-LOOK-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               IF WS-FILE-STATUS = '00'
                   MOVE 'y' TO WS-LOOK-FOUND
               END-IF
           END-IF.
           IF WS-LOOK-FOUND = 'n' AND WS-HISTSHP-AVAILABLE = 'y'
               MOVE WS-LOOK-UID TO HIST-SHIP-UID
               READ HISTORICAL-SHIPS RECORD KEY HIST-SHIP-UID
               IF WS-HISTSHP-FILE-STATUS = '00'
                   MOVE 'y' TO WS-LOOK-FOUND
                   MOVE HISTORICAL-SHIP-RECORD TO SHIP-RECORD
               END-IF
           END-IF.

      *Every hull SHPCOMM has commissioned carries the date and the
      *UID it gave her; the register's planned codes stand in when
      *the hull can no longer be found
       COUNT-COMMISSIONINGS.
           OPEN INPUT BUILDING-REGISTER.
           IF WS-BLD-FILE-STATUS = '00' OR WS-BLD-FILE-STATUS = '97'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BUILDING-REGISTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BLD-STATE = 'C'
                               PERFORM COUNT-ONE-COMMISSIONING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUILDING-REGISTER
           END-IF.
           MOVE 'N' TO WS-EOF.

       COUNT-ONE-COMMISSIONING.
           MOVE BLD-COMMISSIONED-DATE TO WS-SLOT-DATE.
           PERFORM SET-SLOT.
           IF WS-SLOT > 0
               MOVE BLD-NAVY TO WS-POST-NAVY
               MOVE BLD-TYPE TO WS-POST-TYPE
               MOVE 0 TO WS-POST-TONS
               MOVE BLD-COMMISSIONED-UID TO WS-LOOK-UID
               PERFORM LOOK-UP-SHIP
               IF WS-LOOK-FOUND = 'y'
                   MOVE SHIP-NAVY TO WS-POST-NAVY
                   MOVE SHIP-TYPE TO WS-POST-TYPE
                   MOVE SHIP-DISPLACEMENT-TONS TO WS-POST-TONS
               END-IF
               IF WS-POST-TONS = 0
                   ADD 1 TO WS-NO-TONS-COMM
               END-IF
               MOVE 'C' TO WS-POST-KIND
               PERFORM POST-OUR-SIDE
           END-IF.

      *The complete history comes from the keyed STHISTX file plus
      *any flat-log rows appended since the last roll-off
       BUILD-SUNK-TABLE.
           OPEN INPUT STATUS-HISTORY-KEYED.
           IF WS-HSX-FILE-STATUS = '00' OR WS-HSX-FILE-STATUS = '97'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STATUS-HISTORY-KEYED NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HSX-NEW-STATUS = 'Sunk'
                               MOVE HSX-UID TO WS-TERM-UID
                               MOVE HSX-CHANGE-DATE TO WS-TERM-DATE
                               PERFORM RECORD-SUNK-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-HISTORY-KEYED
           END-IF.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT STATUS-HISTORY.
           IF WS-HIST-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STATUS-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HIST-NEW-STATUS = 'Sunk'
                               MOVE HIST-UID TO WS-TERM-UID
                               MOVE HIST-CHANGE-DATE TO WS-TERM-DATE
                               PERFORM RECORD-SUNK-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-HISTORY
           END-IF.
           MOVE 'N' TO WS-EOF.

      *Newest-date-wins per UID, so a row seen from both the keyed
      *file and the flat log lands on the same answer either way
       RECORD-SUNK-DATE.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SUNK-COUNT
               IF WS-SK-UID(WS-IDX) = WS-TERM-UID
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0
               IF WS-SUNK-COUNT < 500
                   ADD 1 TO WS-SUNK-COUNT
                   MOVE WS-TERM-UID TO WS-SK-UID(WS-SUNK-COUNT)
                   MOVE WS-TERM-DATE TO WS-SK-DATE(WS-SUNK-COUNT)
               END-IF
           ELSE
               IF WS-TERM-DATE > WS-SK-DATE(WS-MATCH-IDX)
                   MOVE WS-TERM-DATE TO WS-SK-DATE(WS-MATCH-IDX)
               END-IF
           END-IF.

      *A hull once logged Sunk but since restored to another status
      *was not lost, and is left out
       COUNT-LOSSES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SUNK-COUNT
               MOVE WS-SK-DATE(WS-IDX) TO WS-SLOT-DATE
               PERFORM SET-SLOT
               IF WS-SLOT > 0
                   MOVE WS-SK-UID(WS-IDX) TO WS-LOOK-UID
                   PERFORM LOOK-UP-SHIP
                   IF WS-LOOK-FOUND = 'n'
                       ADD 1 TO WS-LOSS-NOT-FOUND
                   ELSE
                       IF SHIP-STATUS = 'Sunk'
                           MOVE SHIP-NAVY TO WS-POST-NAVY
                           MOVE SHIP-TYPE TO WS-POST-TYPE
                           MOVE SHIP-DISPLACEMENT-TONS TO WS-POST-TONS
                           IF WS-POST-TONS = 0
                               ADD 1 TO WS-NO-TONS-LOST
                           END-IF
                           MOVE 'L' TO WS-POST-KIND
                           PERFORM POST-OUR-SIDE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       POST-OUR-SIDE.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BAL-COUNT
               IF WS-BAL-NAVY(WS-IDX) = WS-POST-NAVY
                  AND WS-BAL-TYPE(WS-IDX) = WS-POST-TYPE
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0 AND WS-BAL-COUNT < 200
               ADD 1 TO WS-BAL-COUNT
               MOVE WS-BAL-COUNT TO WS-MATCH-IDX
               MOVE WS-POST-NAVY TO WS-BAL-NAVY(WS-MATCH-IDX)
               MOVE WS-POST-TYPE TO WS-BAL-TYPE(WS-MATCH-IDX)
               MOVE 0 TO WS-BAL-M-COMM(WS-MATCH-IDX)
               MOVE 0 TO WS-BAL-M-LOST(WS-MATCH-IDX)
               MOVE 0 TO WS-BAL-Y-COMM(WS-MATCH-IDX)
               MOVE 0 TO WS-BAL-Y-LOST(WS-MATCH-IDX)
           END-IF.
           IF WS-MATCH-IDX NOT = 0
               IF WS-POST-KIND = 'C'
                   ADD WS-POST-TONS TO WS-BAL-Y-COMM(WS-MATCH-IDX)
                   IF WS-SLOT = 12
                       ADD WS-POST-TONS TO WS-BAL-M-COMM(WS-MATCH-IDX)
                   END-IF
               ELSE
                   ADD WS-POST-TONS TO WS-BAL-Y-LOST(WS-MATCH-IDX)
                   IF WS-SLOT = 12
                       ADD WS-POST-TONS TO WS-BAL-M-LOST(WS-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.
           IF WS-POST-KIND = 'C'
               ADD WS-POST-TONS TO WS-TRD-COMM(WS-SLOT)
           ELSE
               ADD WS-POST-TONS TO WS-TRD-LOST(WS-SLOT)
           END-IF.
           PERFORM FIND-POSITION-TYPE.
           IF WS-MATCH-IDX NOT = 0
               IF WS-POST-KIND = 'C'
                   ADD WS-POST-TONS TO WS-POS-Y-COMM(WS-MATCH-IDX)
                   IF WS-SLOT = 12
                       ADD WS-POST-TONS TO WS-POS-M-COMM(WS-MATCH-IDX)
                   END-IF
               ELSE
                   ADD WS-POST-TONS TO WS-POS-Y-LOST(WS-MATCH-IDX)
                   IF WS-SLOT = 12
                       ADD WS-POST-TONS TO WS-POS-M-LOST(WS-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

      *Finds (or opens) the net-position row for WS-POST-TYPE
       FIND-POSITION-TYPE.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-POS-COUNT
               IF WS-POS-TYPE(WS-IDX) = WS-POST-TYPE
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0 AND WS-POS-COUNT < 50
               ADD 1 TO WS-POS-COUNT
               MOVE WS-POS-COUNT TO WS-MATCH-IDX
               MOVE WS-POST-TYPE TO WS-POS-TYPE(WS-MATCH-IDX)
               MOVE 0 TO WS-POS-M-COMM(WS-MATCH-IDX)
               MOVE 0 TO WS-POS-M-LOST(WS-MATCH-IDX)
               MOVE 0 TO WS-POS-M-ENEMY(WS-MATCH-IDX)
               MOVE 0 TO WS-POS-Y-COMM(WS-MATCH-IDX)
               MOVE 0 TO WS-POS-Y-LOST(WS-MATCH-IDX)
               MOVE 0 TO WS-POS-Y-ENEMY(WS-MATCH-IDX)
           END-IF.

      *Claims CLMASSES has confirmed as sinkings, dated by the
      *assessment; a unit no longer on ENMYSHP, or of a class not on
      *ENMCLS, is counted under type ???? with no tonnage
       COUNT-ENEMY-SINKINGS.
           OPEN INPUT ENEMY-SHIPS.
           IF WS-ENM-FILE-STATUS = '00' OR WS-ENM-FILE-STATUS = '97'
               MOVE 'y' TO WS-ENM-AVAILABLE
           END-IF.
           OPEN INPUT ENEMY-CLASSES.
           IF WS-ECL-FILE-STATUS = '00' OR WS-ECL-FILE-STATUS = '97'
               MOVE 'y' TO WS-ECL-AVAILABLE
           END-IF.
           OPEN INPUT SINKING-CLAIMS.
           IF WS-CLM-FILE-STATUS = '00' OR WS-CLM-FILE-STATUS = '97'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SINKING-CLAIMS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CLM-STATE = 'Confirmed'
                              AND CLM-TYPE = 'S'
                               PERFORM COUNT-ONE-SINKING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SINKING-CLAIMS
           END-IF.
           MOVE 'N' TO WS-EOF.
           IF WS-ENM-AVAILABLE = 'y'
               CLOSE ENEMY-SHIPS
           END-IF.
           IF WS-ECL-AVAILABLE = 'y'
               CLOSE ENEMY-CLASSES
           END-IF.

       COUNT-ONE-SINKING.
           MOVE CLM-ASSESS-DATE TO WS-SLOT-DATE.
           PERFORM SET-SLOT.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENEMY-DONE-COUNT
               IF WS-ENEMY-DONE-UID(WS-IDX) = CLM-ENM-UID
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-SLOT > 0 AND WS-MATCH-IDX = 0
               IF WS-ENEMY-DONE-COUNT < 500
                   ADD 1 TO WS-ENEMY-DONE-COUNT
                   MOVE CLM-ENM-UID
                      TO WS-ENEMY-DONE-UID(WS-ENEMY-DONE-COUNT)
               END-IF
               MOVE '????' TO WS-POST-TYPE
               MOVE 0 TO WS-POST-TONS
               IF WS-ENM-AVAILABLE = 'y'
                   MOVE CLM-ENM-UID TO ENM-UID
                   READ ENEMY-SHIPS RECORD KEY ENM-UID
                   IF WS-ENM-FILE-STATUS = '00'
                      AND WS-ECL-AVAILABLE = 'y'
                       MOVE ENM-CLASS TO ECL-CLASS-NAME
                       READ ENEMY-CLASSES RECORD KEY ECL-CLASS-NAME
                       IF WS-ECL-FILE-STATUS = '00'
                           MOVE ECL-TYPE TO WS-POST-TYPE
                           MOVE ECL-EST-DISPLACEMENT TO WS-POST-TONS
                       END-IF
                   END-IF
               END-IF
               IF WS-POST-TONS = 0
                   ADD 1 TO WS-NO-TONS-ENEMY
               END-IF
               PERFORM POST-ENEMY-SIDE
           END-IF.

       POST-ENEMY-SIDE.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENT-COUNT
               IF WS-ENT-TYPE(WS-IDX) = WS-POST-TYPE
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = 0 AND WS-ENT-COUNT < 50
               ADD 1 TO WS-ENT-COUNT
               MOVE WS-ENT-COUNT TO WS-MATCH-IDX
               MOVE WS-POST-TYPE TO WS-ENT-TYPE(WS-MATCH-IDX)
               MOVE 0 TO WS-ENT-M-TONS(WS-MATCH-IDX)
               MOVE 0 TO WS-ENT-Y-TONS(WS-MATCH-IDX)
           END-IF.
           IF WS-MATCH-IDX NOT = 0
               ADD WS-POST-TONS TO WS-ENT-Y-TONS(WS-MATCH-IDX)
               IF WS-SLOT = 12
                   ADD WS-POST-TONS TO WS-ENT-M-TONS(WS-MATCH-IDX)
               END-IF
           END-IF.
           ADD WS-POST-TONS TO WS-TRD-ENEMY(WS-SLOT).
           PERFORM FIND-POSITION-TYPE.
           IF WS-MATCH-IDX NOT = 0
               ADD WS-POST-TONS TO WS-POS-Y-ENEMY(WS-MATCH-IDX)
               IF WS-SLOT = 12
                   ADD WS-POST-TONS TO WS-POS-M-ENEMY(WS-MATCH-IDX)
               END-IF
           END-IF.

       PRINT-OUR-SIDE.
           MOVE 0 TO WS-TOT-M-COMM.
           MOVE 0 TO WS-TOT-M-LOST.
           MOVE 0 TO WS-TOT-Y-COMM.
           MOVE 0 TO WS-TOT-Y-LOST.
           PERFORM PRINT-REPORT-LINE.
           STRING 'OUR SIDE BY NAVY AND HULL TYPE   ---------- MONTH '
              '---------   -------- TWELVE MONTHS -------'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  NAVY TYPE                    COMMISSD     LOST'
              '       NET   COMMISSD     LOST       NET'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BAL-COUNT
               ADD WS-BAL-M-COMM(WS-IDX) TO WS-TOT-M-COMM
               ADD WS-BAL-M-LOST(WS-IDX) TO WS-TOT-M-LOST
               ADD WS-BAL-Y-COMM(WS-IDX) TO WS-TOT-Y-COMM
               ADD WS-BAL-Y-LOST(WS-IDX) TO WS-TOT-Y-LOST
               MOVE WS-BAL-M-COMM(WS-IDX) TO WS-M-COMM-DSP
               MOVE WS-BAL-M-LOST(WS-IDX) TO WS-M-LOST-DSP
               COMPUTE WS-M-NET-DSP = WS-BAL-M-COMM(WS-IDX)
                  - WS-BAL-M-LOST(WS-IDX)
               MOVE WS-BAL-Y-COMM(WS-IDX) TO WS-Y-COMM-DSP
               MOVE WS-BAL-Y-LOST(WS-IDX) TO WS-Y-LOST-DSP
               COMPUTE WS-Y-NET-DSP = WS-BAL-Y-COMM(WS-IDX)
                  - WS-BAL-Y-LOST(WS-IDX)
               STRING '  ' WS-BAL-NAVY(WS-IDX) ' '
                  WS-BAL-TYPE(WS-IDX) '                   '
                  WS-M-COMM-DSP ' ' WS-M-LOST-DSP ' ' WS-M-NET-DSP
                  '   ' WS-Y-COMM-DSP ' ' WS-Y-LOST-DSP ' '
                  WS-Y-NET-DSP
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.
           MOVE WS-TOT-M-COMM TO WS-M-COMM-DSP.
           MOVE WS-TOT-M-LOST TO WS-M-LOST-DSP.
           COMPUTE WS-M-NET-DSP = WS-TOT-M-COMM - WS-TOT-M-LOST.
           MOVE WS-TOT-Y-COMM TO WS-Y-COMM-DSP.
           MOVE WS-TOT-Y-LOST TO WS-Y-LOST-DSP.
           COMPUTE WS-Y-NET-DSP = WS-TOT-Y-COMM - WS-TOT-Y-LOST.
           STRING '  ALL NAVIES                   '
              WS-M-COMM-DSP ' ' WS-M-LOST-DSP ' ' WS-M-NET-DSP
              '   ' WS-Y-COMM-DSP ' ' WS-Y-LOST-DSP ' ' WS-Y-NET-DSP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

       PRINT-ENEMY-SIDE.
           MOVE 0 TO WS-TOT-M-ENEMY.
           MOVE 0 TO WS-TOT-Y-ENEMY.
           PERFORM PRINT-REPORT-LINE.
           STRING 'ENEMY CONFIRMED SUNK BY HULL TYPE      MONTH  '
              'TWELVE MONTHS'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENT-COUNT
               ADD WS-ENT-M-TONS(WS-IDX) TO WS-TOT-M-ENEMY
               ADD WS-ENT-Y-TONS(WS-IDX) TO WS-TOT-Y-ENEMY
               MOVE WS-ENT-M-TONS(WS-IDX) TO WS-M-ENEMY-DSP
               MOVE WS-ENT-Y-TONS(WS-IDX) TO WS-Y-ENEMY-DSP
               STRING '  ' WS-ENT-TYPE(WS-IDX) '                     '
                  '      ' WS-M-ENEMY-DSP '       ' WS-Y-ENEMY-DSP
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.
           MOVE WS-TOT-M-ENEMY TO WS-M-ENEMY-DSP.
           MOVE WS-TOT-Y-ENEMY TO WS-Y-ENEMY-DSP.
           STRING '  ALL TYPES                       ' WS-M-ENEMY-DSP
              '       ' WS-Y-ENEMY-DSP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Net position: commissioned less lost plus enemy sunk
       PRINT-NET-POSITION.
           PERFORM PRINT-REPORT-LINE.
           STRING 'NET POSITION BY HULL TYPE (COMMISSIONED - LOST + '
              'ENEMY SUNK)'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  TYPE    MONTH NET   TWELVE MONTHS NET'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-POS-COUNT
               COMPUTE WS-M-NET-DSP = WS-POS-M-COMM(WS-IDX)
                  - WS-POS-M-LOST(WS-IDX) + WS-POS-M-ENEMY(WS-IDX)
               COMPUTE WS-Y-NET-DSP = WS-POS-Y-COMM(WS-IDX)
                  - WS-POS-Y-LOST(WS-IDX) + WS-POS-Y-ENEMY(WS-IDX)
               STRING '  ' WS-POS-TYPE(WS-IDX) '  ' WS-M-NET-DSP
                  '           ' WS-Y-NET-DSP
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.
           COMPUTE WS-M-NET-DSP = WS-TOT-M-COMM - WS-TOT-M-LOST
              + WS-TOT-M-ENEMY.
           COMPUTE WS-Y-NET-DSP = WS-TOT-Y-COMM - WS-TOT-Y-LOST
              + WS-TOT-Y-ENEMY.
           STRING '  ALL   ' WS-M-NET-DSP '           ' WS-Y-NET-DSP
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

      *Month by month, with the net to date over the twelve months
       PRINT-TREND.
           MOVE 0 TO WS-RUNNING-NET.
           PERFORM PRINT-REPORT-LINE.
           STRING 'TWELVE-MONTH TREND'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           STRING '  MONTH    COMMISSD     LOST  ENEMY SUNK       NET'
              '   RUNNING NET'
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12
               COMPUTE WS-NET = WS-TRD-COMM(WS-SLOT)
                  - WS-TRD-LOST(WS-SLOT) + WS-TRD-ENEMY(WS-SLOT)
               ADD WS-NET TO WS-RUNNING-NET
               MOVE WS-TRD-COMM(WS-SLOT) TO WS-M-COMM-DSP
               MOVE WS-TRD-LOST(WS-SLOT) TO WS-M-LOST-DSP
               MOVE WS-TRD-ENEMY(WS-SLOT) TO WS-M-ENEMY-DSP
               MOVE WS-NET TO WS-M-NET-DSP
               MOVE WS-RUNNING-NET TO WS-Y-NET-DSP
               STRING '  ' WS-TRD-YYYYMM(WS-SLOT) ' ' WS-M-COMM-DSP
                  ' ' WS-M-LOST-DSP '    ' WS-M-ENEMY-DSP ' '
                  WS-M-NET-DSP '     ' WS-Y-NET-DSP
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-PERFORM.

       PRINT-GAPS.
           IF WS-NO-TONS-COMM > 0 OR WS-NO-TONS-LOST > 0
              OR WS-NO-TONS-ENEMY > 0 OR WS-LOSS-NOT-FOUND > 0
               PERFORM PRINT-REPORT-LINE
               STRING 'COUNTED WITH NO DISPLACEMENT ON FILE: '
                  'COMMISSIONED ' WS-NO-TONS-COMM
                  ', LOST ' WS-NO-TONS-LOST
                  ', ENEMY SUNK ' WS-NO-TONS-ENEMY
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
               STRING 'LOSSES NOT FOUND ON ALLSHPS OR HISTSHP: '
                  WS-LOSS-NOT-FOUND
                  DELIMITED BY SIZE INTO WS-RPT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *Print-layer plumbing: every report line goes through RPTPRT,
      *which owns the print file, title block, and page headings
       OPEN-REPORT.
           MOVE 'O' TO WS-RPT-ACTION.
           MOVE 'MONTHLY WARSHIP TONNAGE BALANCE' TO WS-RPT-LINE.
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
           MOVE 'ADMIRALTY MONTHLY RETURN' TO WS-RPT-LINE.
           CALL 'RPTPRT' USING WS-RPT-ACTION, WS-RPT-NAME,
              WS-RPT-LINE.
