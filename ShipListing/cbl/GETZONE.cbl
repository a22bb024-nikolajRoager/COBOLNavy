      *This subprogram answers which time zone a theatre keeps, from
      *the ZONEMST-maintained ZONEREF reference: the reports use it
      *to print theatre local time beside the GMT every file stores
      *(see CNVZONE), and GMTCONV used it to bring the rows written
      *before GMT went in onto GMT. Result byte: Y found, N
      *the theatre has no zone on the reference, U reference
      *unavailable; the zone letter comes back as Z (GMT) on N or U.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GETZONE.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THEATRE-ZONES ASSIGN TO ZONEREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ZNR-THEATRE
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  THEATRE-ZONES.
       COPY ZONEREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-THEATRE PIC X(20).
       01 LK-ZONE PIC X(1).
       01 LK-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION USING LK-THEATRE, LK-ZONE, LK-RESULT.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE 'Z' TO LK-ZONE.
           IF LK-THEATRE = SPACES
               GOBACK
           END-IF.
           OPEN INPUT THEATRE-ZONES.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           MOVE LK-THEATRE TO ZNR-THEATRE.
           READ THEATRE-ZONES RECORD KEY ZNR-THEATRE
           INVALID KEY
               MOVE 'N' TO LK-RESULT
           NOT INVALID KEY
               MOVE ZNR-ZONE TO LK-ZONE
               MOVE 'Y' TO LK-RESULT
           END-READ.
           CLOSE THEATRE-ZONES.
           GOBACK.
