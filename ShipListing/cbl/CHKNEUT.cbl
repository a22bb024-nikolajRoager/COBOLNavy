      *This subprogram is the common neutral-port clearance check
      *the sailing programs CALL, in the CHKDG mould: given a UID, a
      *destination port and the date she will arrive, it reads the
      *port's neutrality flag off PORTMSTR and, for a neutral port,
      *browses her NEUTCLR clearances for that port for one whose
      *arrival window covers the date. Result byte: N the port is
      *not neutral (or not on the master), nothing to clear; Y a
      *clearance covers the arrival; X the port is neutral and no
      *clearance covers it; U the port master or the clearance file
      *is unavailable. The clearance reference and the hours it
      *allows come back with Y.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHKNEUT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRT-NAME
           FILE STATUS IS WS-PRT-FILE-STATUS.
           SELECT NEUTRAL-CLEARANCES ASSIGN TO NEUTCLR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NCL-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PORT-MASTER.
       01 PORT-MASTER-RECORD.
           05 PRT-NAME PIC X(25).
           05 PRT-THEATRE PIC X(20).
           05 PRT-BERTHS PIC 9(3).
           05 PRT-DOCKS PIC 9(3).
      *Grade of bunker fuel the port can issue: FO = fuel oil,
      *COAL = coal, BOTH = both; spaces on old records mean FO
           05 PRT-FUEL-GRADE PIC X(4).
      *The port's canonical grid square, proven through CHKGRID;
      *spaces on ports registered before the grid went in
           05 PRT-GRID-SQUARE PIC X(6).
      *Y = a neutral port, where a call needs a diplomatic visit
      *clearance on NEUTCLR; spaces on old records mean not neutral
           05 PRT-NEUTRAL PIC X(1).
       FD  NEUTRAL-CLEARANCES.
       COPY NCLREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-PRT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-UID PIC X(12).
       01 LK-PORT PIC X(25).
       01 LK-ARRIVAL-DATE PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-REFERENCE PIC X(15).
       01 LK-MAX-STAY-HOURS PIC 9(3).
      *------------------
       PROCEDURE DIVISION USING LK-UID, LK-PORT, LK-ARRIVAL-DATE,
           LK-RESULT, LK-REFERENCE, LK-MAX-STAY-HOURS.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE SPACES TO LK-REFERENCE.
           MOVE 0 TO LK-MAX-STAY-HOURS.
           OPEN INPUT PORT-MASTER.
           IF WS-PRT-FILE-STATUS NOT = '00'
              AND WS-PRT-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           MOVE LK-PORT TO PRT-NAME.
           READ PORT-MASTER RECORD KEY PRT-NAME
           INVALID KEY
               MOVE 'N' TO LK-RESULT
           NOT INVALID KEY
               IF PRT-NEUTRAL = 'Y'
                   PERFORM FIND-CLEARANCE
               END-IF
           END-READ.
           CLOSE PORT-MASTER.
           GOBACK.

      *Her clearances for the port sit together under the key; any
      *one whose window covers the arrival date will do
       FIND-CLEARANCE.
           MOVE 'X' TO LK-RESULT.
           OPEN INPUT NEUTRAL-CLEARANCES.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
           ELSE
               MOVE LK-UID TO NCL-UID
               MOVE LK-PORT TO NCL-PORT
               MOVE SPACES TO NCL-REFERENCE
               MOVE 'N' TO WS-EOF
               START NEUTRAL-CLEARANCES KEY >= NCL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NEUTRAL-CLEARANCES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF NCL-UID NOT = LK-UID
                              OR NCL-PORT NOT = LK-PORT
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF NCL-ARRIVE-FROM-DATE
                                  <= LK-ARRIVAL-DATE
                                  AND NCL-ARRIVE-TO-DATE
                                  >= LK-ARRIVAL-DATE
                                   MOVE 'Y' TO LK-RESULT
                                   MOVE NCL-REFERENCE TO LK-REFERENCE
                                   MOVE NCL-MAX-STAY-HOURS
                                      TO LK-MAX-STAY-HOURS
                                   MOVE 'Y' TO WS-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NEUTRAL-CLEARANCES
           END-IF.
