      *The non-combat incident record: one row per UID and incident
      *date for the collisions, groundings, fires, and machinery
      *breakdowns that never reach ENGLOG because no enemy was
      *involved. The other vessel, when there was one, is a UID on
      *ALLSHPS or -- an 'MV' UID -- on the MERCHDT register. The
      *board-of-inquiry block is spaces until a board is convened,
      *and the board stays open until its finding is recorded.
      *Maintained by INCREG, rolled up quarterly by INCRPT, and the
      *boards left open are chased by BOIOPEN.
       01 INCIDENT-RECORD.
           05 INC-KEY.
                10 INC-UID PIC X(12).
                10 INC-DATE PIC X(8).
      *C = collision, G = grounding, F = fire, M = machinery
      *breakdown, O = other
           05 INC-TYPE PIC X(1).
           05 INC-GRID-SQUARE PIC X(6).
      *Spaces = no other vessel involved
           05 INC-OTHER-UID PIC X(12).
           05 INC-DAMAGE-DESCRIPTION PIC X(60).
           05 INC-CASUALTIES PIC 9(4).
           05 INC-BOARD.
      *Spaces = no board convened yet
                10 INC-BOI-CONVENED-DATE PIC X(8).
      *Spaces while the board sits
                10 INC-BOI-FINDING-DATE PIC X(8).
                10 INC-BOI-FINDING PIC X(60).
      *RANKSEN service number; spaces = no officer held responsible
                10 INC-BOI-RESPONSIBLE-SVC-NR PIC X(10).
