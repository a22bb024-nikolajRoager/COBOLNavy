      *This program closes a naval gunfire support mission once it
      *has been fired: the request (NGSREQ) is marked fired with the
      *ship that fired it, the date and the rounds actually fired,
      *and the same rounds are posted as expended to that ship's
      *GUNAMMO ledger row for the day and calibre, folding into a
      *row GUNAMMO already holds exactly as a GUNAMMO posting does.
      *The ledger is posted first and the request marked only when
      *the posting has landed, so the magazines and the support
      *record cannot drift apart; a mission already fired is
      *refused, so its rounds are never posted twice. The ship
      *NGSALLOC proposed is offered, but whichever ship actually
      *fired is the one charged, from her own main calibre.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NGSFIRE.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIRE-SUPPORT-REQUESTS ASSIGN TO NGSREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NGS-ID
           FILE STATUS IS WS-FILE-STATUS.
           SELECT GUN-AMMO-LEDGER ASSIGN TO GUNAMMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GAM-KEY
           FILE STATUS IS WS-GAM-FILE-STATUS.
      *The fleet master, read keyed here to prove the firing ship
      *and take her main calibre
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  FIRE-SUPPORT-REQUESTS.
       COPY NGSREC.
       FD  GUN-AMMO-LEDGER.
       01 GUN-AMMO-RECORD.
           05 GAM-KEY.
                10 GAM-UID PIC X(12).
                10 GAM-DATE PIC X(8).
                10 GAM-CALIBRE PIC 999V99.
           05 GAM-EXPENDED PIC 9(5).
           05 GAM-ISSUED PIC 9(5).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-GAM-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
       01 WS-ID PIC X(10).
       01 WS-UID PIC X(12).
       01 WS-CALIBRE PIC 999V99.
       01 WS-CALIBRE-DSP PIC ZZ9.99.
       01 WS-FIRED-DATE PIC X(8).
       01 WS-ROUNDS PIC 9(5).
       01 WS-CONFIRM PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O FIRE-SUPPORT-REQUESTS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO FIRE SUPPORT REQUESTS ON FILE, STATUS '
                  WS-FILE-STATUS
               GOBACK
           END-IF.
           OPEN I-O GUN-AMMO-LEDGER.
           IF WS-GAM-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-GAM-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                    WS-GAM-FILE-STATUS
                 CLOSE FIRE-SUPPORT-REQUESTS
                 GOBACK
              ELSE
                 OPEN OUTPUT GUN-AMMO-LEDGER
                 CLOSE GUN-AMMO-LEDGER
                 OPEN I-O GUN-AMMO-LEDGER
                 IF WS-GAM-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                      WS-GAM-FILE-STATUS
                   CLOSE FIRE-SUPPORT-REQUESTS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, THE FIRING '
                  'SHIP CANNOT BE VERIFIED, STATUS '
                  WS-SHIP-FILE-STATUS
           END-IF.
           PERFORM CLOSE-ONE-MISSION.
           CLOSE FIRE-SUPPORT-REQUESTS.
           CLOSE GUN-AMMO-LEDGER.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           GOBACK.

       CLOSE-ONE-MISSION.
           DISPLAY 'Enter request serial, 10 chars: '.
           ACCEPT WS-ID.
           MOVE WS-ID TO NGS-ID.
           READ FIRE-SUPPORT-REQUESTS RECORD KEY NGS-ID
           INVALID KEY
               MOVE SPACES TO NGS-STATE
               DISPLAY 'REQUEST ' WS-ID ' NOT ON FILE'
           END-READ.
           EVALUATE NGS-STATE
               WHEN 'R'
               WHEN 'P'
                   PERFORM LOAD-MISSION
                   IF WS-CONFIRM = 'Y'
                       PERFORM POST-EXPENDITURE
                   ELSE
                       DISPLAY 'MISSION NOT RECORDED'
                   END-IF
               WHEN 'F'
                   DISPLAY 'REQUEST ' WS-ID ' ALREADY FIRED ON '
                      NGS-FIRED-DATE ' BY ' NGS-SHIP-UID ', '
                      NGS-ROUNDS-FIRED ' ROUNDS POSTED'
               WHEN 'X'
                   DISPLAY 'REQUEST ' WS-ID ' WAS CANCELLED'
           END-EVALUATE.

      *The proposed ship is the default; another ship that fired
      *instead is charged from her own main calibre
       LOAD-MISSION.
           DISPLAY NGS-ID ' ' NGS-REQUESTING-UNIT ' TARGET '
              NGS-TARGET-SQUARE.
           IF NGS-STATE = 'P'
               DISPLAY 'PROPOSED SHIP ' NGS-SHIP-UID
               DISPLAY 'Enter firing ship UID, 12 chars (blank for '
                  'the proposed ship): '
           ELSE
               DISPLAY 'Enter firing ship UID, 12 chars: '
           END-IF.
           ACCEPT WS-UID.
           IF WS-UID = SPACES AND NGS-STATE = 'P'
               MOVE NGS-SHIP-UID TO WS-UID
           END-IF.
           MOVE 0 TO WS-CALIBRE.
           IF WS-UID = NGS-SHIP-UID AND NGS-STATE = 'P'
               MOVE NGS-CALIBRE TO WS-CALIBRE
           END-IF.
           PERFORM CHECK-SHIP-UID.
           IF WS-CALIBRE = 0
               DISPLAY 'Enter calibre fired in mm (example 152.00): '
               ACCEPT WS-CALIBRE
           END-IF.
           IF WS-CALIBRE < NGS-MIN-CALIBRE
               MOVE WS-CALIBRE TO WS-CALIBRE-DSP
               DISPLAY 'WARNING: ' WS-CALIBRE-DSP ' MM IS BELOW THE '
                  'CALIBRE THE ARMY ASKED FOR'
           END-IF.
           DISPLAY 'Enter date fired, CCYYMMDD: '.
           ACCEPT WS-FIRED-DATE.
           MOVE WS-FIRED-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-FIRED-DATE.
           IF WS-FIRED-DATE < NGS-WINDOW-FROM-DATE
              OR WS-FIRED-DATE > NGS-WINDOW-TO-DATE
               DISPLAY 'WARNING: FIRED OUTSIDE THE REQUESTED WINDOW '
                  NGS-WINDOW-FROM-DATE ' TO ' NGS-WINDOW-TO-DATE
           END-IF.
           DISPLAY 'Enter rounds fired, 5 digits: '.
           ACCEPT WS-ROUNDS.
           PERFORM UNTIL WS-ROUNDS > 0
               DISPLAY 'A FIRED MISSION EXPENDS AT LEAST ONE ROUND, '
                  'RE-ENTER: '
               ACCEPT WS-ROUNDS
           END-PERFORM.
           MOVE WS-CALIBRE TO WS-CALIBRE-DSP.
           DISPLAY 'POST ' WS-ROUNDS ' ROUNDS OF ' WS-CALIBRE-DSP
              ' MM EXPENDED BY ' WS-UID ' ON ' WS-FIRED-DATE
              ', Y TO CONFIRM: '.
           ACCEPT WS-CONFIRM.

      *Ledger first, request after: a request is only marked fired
      *once its rounds are on the magazine ledger
       POST-EXPENDITURE.
           MOVE WS-UID TO GAM-UID.
           MOVE WS-FIRED-DATE TO GAM-DATE.
           MOVE WS-CALIBRE TO GAM-CALIBRE.
           MOVE WS-ROUNDS TO GAM-EXPENDED.
           MOVE 0 TO GAM-ISSUED.
           WRITE GUN-AMMO-RECORD
           INVALID KEY
               READ GUN-AMMO-LEDGER RECORD KEY GAM-KEY
               INVALID KEY
                   DISPLAY 'ERROR: LEDGER ROW COULD NOT BE READ '
                      'BACK, STATUS ' WS-GAM-FILE-STATUS
               NOT INVALID KEY
                   ADD WS-ROUNDS TO GAM-EXPENDED
                   REWRITE GUN-AMMO-RECORD
               END-READ
           END-WRITE.
           IF WS-GAM-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: POST FAILED WITH STATUS '
                  WS-GAM-FILE-STATUS ', MISSION NOT RECORDED'
           ELSE
               DISPLAY 'POSTED: ' GAM-EXPENDED ' EXPENDED ON '
                  WS-FIRED-DATE
               MOVE 'F' TO NGS-STATE
               MOVE WS-UID TO NGS-SHIP-UID
               MOVE WS-CALIBRE TO NGS-CALIBRE
               MOVE WS-ROUNDS TO NGS-ROUNDS-FIRED
               MOVE WS-FIRED-DATE TO NGS-FIRED-DATE
               REWRITE FIRE-SUPPORT-RECORD
               IF WS-FILE-STATUS = '00'
                   DISPLAY 'MISSION ' NGS-ID ' RECORDED AS FIRED'
               ELSE
                   DISPLAY 'ERROR: ROUNDS POSTED TO GUNAMMO BUT '
                      'REQUEST ' NGS-ID ' NOT MARKED FIRED, STATUS '
                      WS-FILE-STATUS
               END-IF
           END-IF.

      *Proves the firing ship against ALLSHPS, echoes her name and,
      *when the calibre is not already known, takes her main one
       CHECK-SHIP-UID.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE '99' TO WS-SHIP-FILE-STATUS
               PERFORM UNTIL WS-SHIP-FILE-STATUS = '00'
                   MOVE WS-UID TO UID
                   READ ALLIED-SHIPS RECORD KEY UID
                   IF WS-SHIP-FILE-STATUS NOT = '00'
                       DISPLAY 'UID NOT ON ALLSHPS: ' WS-UID
                       DISPLAY 'Enter firing ship UID, 12 chars: '
                       ACCEPT WS-UID
                       MOVE 0 TO WS-CALIBRE
                   ELSE
                       DISPLAY WS-UID ' -> ' SHIP-NAME
                   END-IF
               END-PERFORM
               IF WS-CALIBRE = 0
                   MOVE SHIP-MAIN-GUN-CALIBRE TO WS-CALIBRE
               END-IF
           END-IF.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one and not in the future
       CHECK-DATE-FIELD.
           CALL 'CHKDATE' USING WS-CHK-DATE, WS-CHK-ALLOW-FUTURE,
              WS-CHK-DATE-RESULT.
           PERFORM UNTIL WS-CHK-DATE-RESULT = 'Y'
               DISPLAY 'INVALID DATE ' WS-CHK-DATE
                  ', RE-ENTER CCYYMMDD: '
               ACCEPT WS-CHK-DATE
               CALL 'CHKDATE' USING WS-CHK-DATE,
                  WS-CHK-ALLOW-FUTURE, WS-CHK-DATE-RESULT
           END-PERFORM.
