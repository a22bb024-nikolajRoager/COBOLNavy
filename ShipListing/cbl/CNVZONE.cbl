      *This subprogram is the common time-zone conversion every
      *capture program and every dual-time report CALLs. A time is
      *keyed as HHMM with the naval zone letter after it -- 1430Z
      *is GMT, 1430A one hour ahead of it through 1430M twelve
      *ahead, 1430N one hour behind through 1430Y twelve behind (J
      *is not a zone). Direction G takes a zone date and time and
      *returns it as GMT, the form every file now stores; direction
      *L takes a GMT date and time and returns it in the given zone,
      *for reports that print theatre local time beside GMT. The
      *date moves with the time when the shift crosses midnight.
      *Result byte: Y converted, N the zone letter or the time is
      *not valid (date and time come back unchanged).
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CNVZONE.
       AUTHOR.        Nikolaj R Christensen
      *-------------
       DATA DIVISION.
      *-------------
      *-------------------
       WORKING-STORAGE SECTION.
      *Zone letters in offset order: A-M (no J) are +1 to +12
      *hours, N-Y are -1 to -12, Z is GMT itself
       01 WS-ZONE-DEFINITIONS.
           05 FILLER PIC X(25) VALUE 'ABCDEFGHIKLMNOPQRSTUVWXYZ'.
       01 WS-ZONE-TABLE REDEFINES WS-ZONE-DEFINITIONS.
           05 WS-ZONE-LETTER OCCURS 25 TIMES PIC X(1).
       01 WS-IDX PIC 99.
       01 WS-ZONE-IDX PIC 99.
       01 WS-OFFSET-HOURS PIC S99.
       01 WS-TIME-FIELDS.
           05 WS-HH PIC 99.
           05 WS-MM PIC 99.
       01 WS-MINUTES PIC S9(5).
       01 WS-DATE-INT PIC 9(8).
       01 WS-NEW-DATE PIC 9(8).
      *--------------------
       LINKAGE SECTION.
      *--------------------
      *G = zone time to GMT, L = GMT to zone time
       01 LK-DIRECTION PIC X(1).
       01 LK-ZONE PIC X(1).
       01 LK-DATE PIC X(8).
       01 LK-TIME PIC X(4).
       01 LK-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION USING LK-DIRECTION, LK-ZONE, LK-DATE,
           LK-TIME, LK-RESULT.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE 0 TO WS-ZONE-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 25
               IF WS-ZONE-LETTER(WS-IDX) = LK-ZONE
                   MOVE WS-IDX TO WS-ZONE-IDX
               END-IF
           END-PERFORM.
           IF WS-ZONE-IDX = 0
              OR (LK-DIRECTION NOT = 'G' AND LK-DIRECTION NOT = 'L')
              OR LK-TIME IS NOT NUMERIC
              OR LK-DATE IS NOT NUMERIC
               GOBACK
           END-IF.
           MOVE LK-TIME TO WS-TIME-FIELDS.
           IF WS-HH > 23 OR WS-MM > 59
               GOBACK
           END-IF.
           EVALUATE TRUE
               WHEN WS-ZONE-IDX <= 12
                   MOVE WS-ZONE-IDX TO WS-OFFSET-HOURS
               WHEN WS-ZONE-IDX <= 24
                   COMPUTE WS-OFFSET-HOURS = 12 - WS-ZONE-IDX
               WHEN OTHER
                   MOVE 0 TO WS-OFFSET-HOURS
           END-EVALUATE.
           COMPUTE WS-MINUTES = WS-HH * 60 + WS-MM.
           IF LK-DIRECTION = 'G'
               COMPUTE WS-MINUTES = WS-MINUTES - WS-OFFSET-HOURS * 60
           ELSE
               COMPUTE WS-MINUTES = WS-MINUTES + WS-OFFSET-HOURS * 60
           END-IF.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LK-DATE)).
           IF WS-MINUTES < 0
               ADD 1440 TO WS-MINUTES
               SUBTRACT 1 FROM WS-DATE-INT
           END-IF.
           IF WS-MINUTES >= 1440
               SUBTRACT 1440 FROM WS-MINUTES
               ADD 1 TO WS-DATE-INT
           END-IF.
           COMPUTE WS-NEW-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-NEW-DATE TO LK-DATE.
           DIVIDE WS-MINUTES BY 60 GIVING WS-HH REMAINDER WS-MM.
           MOVE WS-TIME-FIELDS TO LK-TIME.
           MOVE 'Y' TO LK-RESULT.
           GOBACK.
