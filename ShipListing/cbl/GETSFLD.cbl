      *This subprogram is the field dictionary over SHIP-RECORD the
      *saved queries are built on: given a SHIPREC data name it
      *returns where the field sits in the 495-byte record, how long
      *it is, whether it is text (A) or a number (N), and how many
      *implied decimals a number carries. QRYMST proves the names
      *an operator keys against it, QRYEXEC finds the bytes with it.
      *The layout vintage marker and the unused reserve are not
      *offered. A field added to SHIPREC is added here too.
      *Result byte: Y known field, N not a field of the record.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GETSFLD.
       AUTHOR.        Nikolaj R Christensen
      *-------------
       DATA DIVISION.
      *-------------
      *-------------------
       WORKING-STORAGE SECTION.
      *Name, then offset, length, kind and decimals as 3+3+1+1
       01 WS-FIELD-DEFINITIONS.
           05 FILLER PIC X(26) VALUE 'UID'.
           05 FILLER PIC X(8) VALUE '001012A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-NAVY'.
           05 FILLER PIC X(8) VALUE '013004A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-TYPE'.
           05 FILLER PIC X(8) VALUE '017004A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-IDNR'.
           05 FILLER PIC X(8) VALUE '021004N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-NAME'.
           05 FILLER PIC X(8) VALUE '025020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-CLASS'.
           05 FILLER PIC X(8) VALUE '045020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-STATUS'.
           05 FILLER PIC X(8) VALUE '065011A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-THEATRE'.
           05 FILLER PIC X(8) VALUE '076020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-FLEET'.
           05 FILLER PIC X(8) VALUE '096020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-FORMATION'.
           05 FILLER PIC X(8) VALUE '116025A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-CAPTAIN'.
           05 FILLER PIC X(8) VALUE '141025A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-SPEED-KN'.
           05 FILLER PIC X(8) VALUE '166004N2'.
           05 FILLER PIC X(26) VALUE 'SHIP-BELT-ARMOUR-MM'.
           05 FILLER PIC X(8) VALUE '170005N2'.
           05 FILLER PIC X(26) VALUE 'SHIP-DECK-ARMOUR-MM'.
           05 FILLER PIC X(8) VALUE '175005N2'.
           05 FILLER PIC X(26) VALUE 'SHIP-MAIN-GUN-NR'.
           05 FILLER PIC X(8) VALUE '180003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-MAIN-GUN-CALIBRE'.
           05 FILLER PIC X(8) VALUE '183005N2'.
           05 FILLER PIC X(26) VALUE 'SHIP-SECONDARY-NR'.
           05 FILLER PIC X(8) VALUE '188003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-SECONDARY-CALIBRE'.
           05 FILLER PIC X(8) VALUE '191005N2'.
           05 FILLER PIC X(26) VALUE 'SHIP-FIRE-CONTROL-CPU'.
           05 FILLER PIC X(8) VALUE '196020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-HEAVY-AA-NR'.
           05 FILLER PIC X(8) VALUE '216003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-LIGHT-AA-NR'.
           05 FILLER PIC X(8) VALUE '219003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-AA-CONTROL-CPU'.
           05 FILLER PIC X(8) VALUE '222020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-RADAR'.
           05 FILLER PIC X(8) VALUE '242020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-SONAR'.
           05 FILLER PIC X(8) VALUE '262020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-DEPTH-CHARGES'.
           05 FILLER PIC X(8) VALUE '282003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-TORPEDOES'.
           05 FILLER PIC X(8) VALUE '285003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-FIRST-AIRCRAFT-NR'.
           05 FILLER PIC X(8) VALUE '288003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-FIRST-AIRCRAFT-MODEL'.
           05 FILLER PIC X(8) VALUE '291020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-SECOND-AIRCRAFT-NR'.
           05 FILLER PIC X(8) VALUE '311003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-SECOND-AIRCRAFT-MODEL'.
           05 FILLER PIC X(8) VALUE '314020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-THIRD-AIRCRAFT-NR'.
           05 FILLER PIC X(8) VALUE '334003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-THIRD-AIRCRAFT-MODEL'.
           05 FILLER PIC X(8) VALUE '337020A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-COMPARTMENTS'.
           05 FILLER PIC X(8) VALUE '357003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-PUMP-CAPACITY'.
           05 FILLER PIC X(8) VALUE '360005N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-SURVIVABILITY-RATING'.
           05 FILLER PIC X(8) VALUE '365003N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-DISPLACEMENT-TONS'.
           05 FILLER PIC X(8) VALUE '368006N0'.
           05 FILLER PIC X(26) VALUE 'SHIP-PRIOR-UID'.
           05 FILLER PIC X(8) VALUE '374012A0'.
           05 FILLER PIC X(26) VALUE 'SHIP-SUPERSEDED-BY'.
           05 FILLER PIC X(8) VALUE '386012A0'.
       01 WS-FIELD-TABLE REDEFINES WS-FIELD-DEFINITIONS.
           05 WS-FIELD-ENTRY OCCURS 38 TIMES.
                10 WS-FIELD-NAME PIC X(26).
                10 WS-FIELD-OFFSET PIC 9(3).
                10 WS-FIELD-LENGTH PIC 9(3).
                10 WS-FIELD-KIND PIC X(1).
                10 WS-FIELD-DECIMALS PIC 9(1).
       01 WS-FIELD-COUNT PIC 99 VALUE 38.
       01 WS-IDX PIC 99.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-FIELD-NAME PIC X(26).
       01 LK-OFFSET PIC 9(3).
       01 LK-LENGTH PIC 9(3).
       01 LK-KIND PIC X(1).
       01 LK-DECIMALS PIC 9(1).
       01 LK-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION USING LK-FIELD-NAME, LK-OFFSET, LK-LENGTH,
           LK-KIND, LK-DECIMALS, LK-RESULT.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE 0 TO LK-OFFSET.
           MOVE 0 TO LK-LENGTH.
           MOVE SPACES TO LK-KIND.
           MOVE 0 TO LK-DECIMALS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-FIELD-COUNT OR LK-RESULT = 'Y'
               IF WS-FIELD-NAME(WS-IDX) = LK-FIELD-NAME
                   MOVE WS-FIELD-OFFSET(WS-IDX) TO LK-OFFSET
                   MOVE WS-FIELD-LENGTH(WS-IDX) TO LK-LENGTH
                   MOVE WS-FIELD-KIND(WS-IDX) TO LK-KIND
                   MOVE WS-FIELD-DECIMALS(WS-IDX) TO LK-DECIMALS
                   MOVE 'Y' TO LK-RESULT
               END-IF
           END-PERFORM.
           GOBACK.
