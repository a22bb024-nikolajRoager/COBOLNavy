      *This subprogram is the common degaussing-certificate check the
      *sailing programs CALL, in the CHKSUBP mould: given a UID and a
      *date it reads the DGREG register and reports whether the ship
      *will hold a good certificate on that date. Result byte: V her
      *certificate is good; L it will have lapsed (expired before
      *the date); F her last ranging failed; N she has no row on
      *the register; U the register is unavailable. The ranging
      *date, the station and the expiry come back with anything
      *but N and U, so the caller can say what she last had.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHKDG.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEGAUSSING-REGISTER ASSIGN TO DGREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DGR-UID
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DEGAUSSING-REGISTER.
       COPY DGREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-UID PIC X(12).
       01 LK-DATE PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-RANGED-DATE PIC X(8).
       01 LK-RANGE-STATION PIC X(25).
       01 LK-EXPIRY-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION USING LK-UID, LK-DATE, LK-RESULT,
           LK-RANGED-DATE, LK-RANGE-STATION, LK-EXPIRY-DATE.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE SPACES TO LK-RANGED-DATE.
           MOVE SPACES TO LK-RANGE-STATION.
           MOVE SPACES TO LK-EXPIRY-DATE.
           OPEN INPUT DEGAUSSING-REGISTER.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           MOVE LK-UID TO DGR-UID.
           READ DEGAUSSING-REGISTER RECORD KEY DGR-UID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM GRADE-CERTIFICATE
           END-READ.
           CLOSE DEGAUSSING-REGISTER.
           GOBACK.

      *A failure outranks the expiry: a failed ship has nothing to
      *lapse. A certificate is good through its expiry date
       GRADE-CERTIFICATE.
           MOVE DGR-RANGED-DATE TO LK-RANGED-DATE.
           MOVE DGR-RANGE-STATION TO LK-RANGE-STATION.
           MOVE DGR-EXPIRY-DATE TO LK-EXPIRY-DATE.
           EVALUATE TRUE
               WHEN DGR-RESULT = 'F'
                   MOVE 'F' TO LK-RESULT
               WHEN DGR-EXPIRY-DATE < LK-DATE
                   MOVE 'L' TO LK-RESULT
               WHEN OTHER
                   MOVE 'V' TO LK-RESULT
           END-EVALUATE.
