      *This subprogram is the common aircrew currency check, in the
      *CHKWX mould: given a carrier, one embarked aircraft model, the
      *number of those airframes she carries, and a date, it counts
      *the pilots and observers borne in her who are qualified on
      *the model and have made a deck landing on it, by day or by
      *night, within the currency period before that date. Result
      *byte: Y short -- fewer current pilots than airframes; N
      *enough; U the aircrew register is unavailable.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHKACRW.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRCREW ASSIGN TO AIRCREW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-SVC-NR
           ALTERNATE RECORD KEY IS ACR-UID WITH DUPLICATES
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  AIRCREW.
       COPY ACRWREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-IDX PIC 9.
       01 WS-CURRENT PIC X.
      *A landing within this many days keeps a man current on type
       01 WS-CURRENCY-DAYS PIC 9(3) VALUE 30.
       01 WS-CUTOFF-NUM PIC 9(8).
       01 WS-CUTOFF-DATE PIC X(8).
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-UID PIC X(12).
       01 LK-MODEL PIC X(20).
       01 LK-AIRFRAMES PIC 9(3).
       01 LK-AS-OF PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-PILOTS PIC 9(3).
       01 LK-OBSERVERS PIC 9(3).
      *------------------
       PROCEDURE DIVISION USING LK-UID, LK-MODEL, LK-AIRFRAMES,
           LK-AS-OF, LK-RESULT, LK-PILOTS, LK-OBSERVERS.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE ZERO TO LK-PILOTS.
           MOVE ZERO TO LK-OBSERVERS.
           OPEN INPUT AIRCREW.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LK-AS-OF))
              - WS-CURRENCY-DAYS).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
      *The carrier is the alternate key: one START and a browse
      *until the UID changes gives her whole aircrew
           MOVE LK-UID TO ACR-UID.
           MOVE 'N' TO WS-EOF.
           START AIRCREW KEY = ACR-UID
           INVALID KEY
               MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ AIRCREW NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ACR-UID NOT = LK-UID
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM CHECK-ONE-AIRMAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AIRCREW.
           IF LK-PILOTS < LK-AIRFRAMES
               MOVE 'Y' TO LK-RESULT
           END-IF.
           GOBACK.

      *Current on the model when either landing date on that
      *qualification falls after the cut-off
       CHECK-ONE-AIRMAN.
           MOVE 'N' TO WS-CURRENT.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               IF ACR-QUAL-MODEL(WS-IDX) = LK-MODEL
                  AND ((ACR-LAST-DAY-LANDING(WS-IDX) NOT = SPACES
                        AND ACR-LAST-DAY-LANDING(WS-IDX)
                           > WS-CUTOFF-DATE)
                    OR (ACR-LAST-NIGHT-LANDING(WS-IDX) NOT = SPACES
                        AND ACR-LAST-NIGHT-LANDING(WS-IDX)
                           > WS-CUTOFF-DATE))
                   MOVE 'Y' TO WS-CURRENT
               END-IF
           END-PERFORM.
           IF WS-CURRENT = 'Y'
               IF ACR-ROLE = 'P'
                   ADD 1 TO LK-PILOTS
               ELSE
                   ADD 1 TO LK-OBSERVERS
               END-IF
           END-IF.
