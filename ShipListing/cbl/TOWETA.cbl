      *This subprogram works out when a tow should arrive, for the
      *tow board and the port congestion forecast alike: given the
      *tug, the port nearest the rendezvous, the destination and
      *the day the tow starts, it takes the PRTDIST passage between
      *the two ports (either way round) at the tug's TUGREG tow
      *speed, in whole days rounded. Result byte: Y the arrival was
      *worked out; N there is no PRTDIST distance for the pair or
      *the tug has no register row; U PRTDIST or TUGREG is
      *unavailable. The distance and speed come back with Y, so the
      *caller can print them.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    TOWETA.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALVAGE-TUGS ASSIGN TO TUGREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TUG-UID
           FILE STATUS IS WS-TUG-FILE-STATUS.
           SELECT PORT-DISTANCES ASSIGN TO PRTDIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PDS-KEY
           FILE STATUS IS WS-PDS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SALVAGE-TUGS.
       COPY TUGREC.
       FD  PORT-DISTANCES.
       01 PORT-DISTANCE-RECORD.
           05 PDS-KEY.
                10 PDS-FROM-PORT PIC X(25).
                10 PDS-TO-PORT PIC X(25).
           05 PDS-DISTANCE-NM PIC 9(5).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-TUG-FILE-STATUS PIC XX.
       01 WS-PDS-FILE-STATUS PIC XX.
       01 WS-DAYS-REQUIRED PIC 9(5).
       01 WS-ETA-NUM PIC 9(8).
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-TUG-UID PIC X(12).
       01 LK-FROM-PORT PIC X(25).
       01 LK-TO-PORT PIC X(25).
       01 LK-START-DATE PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-DISTANCE-NM PIC 9(5).
       01 LK-TOW-SPEED-KN PIC 99V9.
       01 LK-ETA PIC X(8).
      *------------------
       PROCEDURE DIVISION USING LK-TUG-UID, LK-FROM-PORT, LK-TO-PORT,
           LK-START-DATE, LK-RESULT, LK-DISTANCE-NM, LK-TOW-SPEED-KN,
           LK-ETA.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE 0 TO LK-DISTANCE-NM.
           MOVE 0 TO LK-TOW-SPEED-KN.
           MOVE SPACES TO LK-ETA.
           OPEN INPUT SALVAGE-TUGS.
           IF WS-TUG-FILE-STATUS NOT = '00'
              AND WS-TUG-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           OPEN INPUT PORT-DISTANCES.
           IF WS-PDS-FILE-STATUS NOT = '00'
              AND WS-PDS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               CLOSE SALVAGE-TUGS
               GOBACK
           END-IF.
           MOVE LK-TUG-UID TO TUG-UID.
           READ SALVAGE-TUGS RECORD KEY TUG-UID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE TUG-TOW-SPEED-KN TO LK-TOW-SPEED-KN
           END-READ.
           IF LK-FROM-PORT = LK-TO-PORT
               MOVE 0 TO PDS-DISTANCE-NM
               MOVE '00' TO WS-PDS-FILE-STATUS
           ELSE
               PERFORM LOOK-UP-PASSAGE
           END-IF.
           IF WS-PDS-FILE-STATUS = '00' AND LK-TOW-SPEED-KN > 0
               PERFORM COMPUTE-ARRIVAL
           END-IF.
           CLOSE SALVAGE-TUGS.
           CLOSE PORT-DISTANCES.
           GOBACK.

      *One record per pair is enough: the passage is looked up in
      *either direction
       LOOK-UP-PASSAGE.
           MOVE LK-FROM-PORT TO PDS-FROM-PORT.
           MOVE LK-TO-PORT TO PDS-TO-PORT.
           READ PORT-DISTANCES RECORD KEY PDS-KEY
           INVALID KEY
               MOVE LK-TO-PORT TO PDS-FROM-PORT
               MOVE LK-FROM-PORT TO PDS-TO-PORT
               READ PORT-DISTANCES RECORD KEY PDS-KEY
               INVALID KEY
                   CONTINUE
               END-READ
           END-READ.

       COMPUTE-ARRIVAL.
           MOVE PDS-DISTANCE-NM TO LK-DISTANCE-NM.
           COMPUTE WS-DAYS-REQUIRED ROUNDED =
              PDS-DISTANCE-NM / (LK-TOW-SPEED-KN * 24).
           COMPUTE WS-ETA-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LK-START-DATE))
              + WS-DAYS-REQUIRED).
           MOVE WS-ETA-NUM TO LK-ETA.
           MOVE 'Y' TO LK-RESULT.
