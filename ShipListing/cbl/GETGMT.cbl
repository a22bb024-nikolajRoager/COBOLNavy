      *This subprogram returns the current date and time as GMT, in
      *the same layout the programs keep their CURRENT-DATE stamp in
      *(CCYYMMDD, HHMMSSss), for every stamp that goes onto a file:
      *the audit trail, the status history, an order's entry date.
      *The machine clock keeps the installation's local time; its
      *offset from GMT comes back with CURRENT-DATE and is taken
      *off here, so a stamp written in one theatre orders correctly
      *against a stamp written in another. A clock that reports no
      *offset is taken as already GMT.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GETGMT.
       AUTHOR.        Nikolaj R Christensen
      *-------------
       DATA DIVISION.
      *-------------
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-NOW.
           05 WS-NOW-DATE PIC X(8).
           05 WS-NOW-TIME.
                10 WS-NOW-HH PIC 99.
                10 WS-NOW-MM PIC 99.
                10 WS-NOW-SS-HS PIC X(4).
           05 WS-NOW-OFFSET-SIGN PIC X(1).
           05 WS-NOW-OFFSET-HH PIC 99.
           05 WS-NOW-OFFSET-MM PIC 99.
       01 WS-MINUTES PIC S9(5).
       01 WS-OFFSET-MINUTES PIC 9(4).
       01 WS-DATE-INT PIC 9(8).
       01 WS-NEW-DATE PIC 9(8).
       01 WS-HH PIC 99.
       01 WS-MM PIC 99.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-TIMESTAMP.
           05 LK-GMT-DATE PIC X(8).
           05 LK-GMT-TIME.
                10 LK-GMT-HH PIC 99.
                10 LK-GMT-MM PIC 99.
                10 LK-GMT-SS-HS PIC X(4).
           05 LK-GMT-OFFSET PIC X(4).
      *------------------
       PROCEDURE DIVISION USING LK-TIMESTAMP.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW-DATE TO LK-GMT-DATE.
           MOVE WS-NOW-TIME TO LK-GMT-TIME.
           MOVE '+000' TO LK-GMT-OFFSET.
           IF (WS-NOW-OFFSET-SIGN NOT = '+'
               AND WS-NOW-OFFSET-SIGN NOT = '-')
              OR WS-NOW-OFFSET-HH IS NOT NUMERIC
              OR WS-NOW-OFFSET-MM IS NOT NUMERIC
               GOBACK
           END-IF.
           COMPUTE WS-OFFSET-MINUTES =
              WS-NOW-OFFSET-HH * 60 + WS-NOW-OFFSET-MM.
           COMPUTE WS-MINUTES = WS-NOW-HH * 60 + WS-NOW-MM.
           IF WS-NOW-OFFSET-SIGN = '+'
               SUBTRACT WS-OFFSET-MINUTES FROM WS-MINUTES
           ELSE
               ADD WS-OFFSET-MINUTES TO WS-MINUTES
           END-IF.
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-NOW-DATE)).
           IF WS-MINUTES < 0
               ADD 1440 TO WS-MINUTES
               SUBTRACT 1 FROM WS-DATE-INT
           END-IF.
           IF WS-MINUTES >= 1440
               SUBTRACT 1440 FROM WS-MINUTES
               ADD 1 TO WS-DATE-INT
           END-IF.
           COMPUTE WS-NEW-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-NEW-DATE TO LK-GMT-DATE.
           DIVIDE WS-MINUTES BY 60 GIVING WS-HH REMAINDER WS-MM.
           MOVE WS-HH TO LK-GMT-HH.
           MOVE WS-MM TO LK-GMT-MM.
           GOBACK.
