      *such; the fleet's muster is drawn from ALLSHPS and the
      *archive both, so a ship lost mid-week still makes the diary.
      *Printed through RPTPRT with the usual headings and catalog
      *entry. Status changes carry a time, which prints as a GMT
      *date-time group (DDHHMMZ) with the same moment in the local
      *time of the ship's theatre, off the ZONEREF reference, beside
      *it.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 SD-DATE PIC X(8).
           05 SD-TIME PIC X(8).
           05 SD-TEXT PIC X(80).
      *GMT and theatre-local date-time groups; spaces on entries
      *that carry a date only
           05 SD-STAMP PIC X(16).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
                10 WS-FLT-UID PIC X(12).
                10 WS-FLT-NAME PIC X(20).
                10 WS-FLT-ARCHIVED PIC X.
                10 WS-FLT-THEATRE PIC X(20).
       01 WS-FLEET-COUNT PIC 9(4) VALUE 0.
      *HISTINQ's field view over the archived OTHER-DATA bytes
       01 WS-SHIP-VIEW.
       01 WS-RPT-ACTION PIC X(1).
       01 WS-RPT-NAME PIC X(8) VALUE 'WARDIARY'.
       01 WS-RPT-LINE PIC X(100).
      *Common time-zone plumbing; see GETZONE and CNVZONE
       01 WS-ZON-THEATRE PIC X(20).
       01 WS-ZON-ZONE PIC X(1).
       01 WS-ZON-RESULT PIC X(1).
       01 WS-CNV-DIRECTION PIC X(1).
       01 WS-CNV-DATE PIC X(8).
       01 WS-CNV-TIME PIC X(4).
       01 WS-CNV-RESULT PIC X(1).
      *------------------
       PROCEDURE DIVISION.
      *------------------
                                  TO WS-FLT-NAME(WS-FLEET-COUNT)
                               MOVE 'N' TO
                                  WS-FLT-ARCHIVED(WS-FLEET-COUNT)
                               MOVE SHIP-THEATRE
                                  TO WS-FLT-THEATRE(WS-FLEET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                                  TO WS-FLT-NAME(WS-FLEET-COUNT)
                               MOVE 'Y' TO
                                  WS-FLT-ARCHIVED(WS-FLEET-COUNT)
                               MOVE WS-V-THEATRE
                                  TO WS-FLT-THEATRE(WS-FLEET-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                   IF WS-FLT-ARCHIVED(WS-IDX) = 'Y'
                       MOVE ' (SINCE ARCHIVED)' TO SD-TEXT(61:17)
                   END-IF
                   PERFORM STAMP-STATUS-CHANGE
                   RELEASE SORT-RECORD
               END-IF
           END-PERFORM.

      *GMT group first, then the same moment in the ship's theatre;
      *a theatre with no zone on file leaves the local group blank
       STAMP-STATUS-CHANGE.
           MOVE SPACES TO SD-STAMP.
           MOVE HSX-CHANGE-DATE(7:2) TO SD-STAMP(1:2).
           MOVE HSX-CHANGE-TIME(1:4) TO SD-STAMP(3:4).
           MOVE 'Z' TO SD-STAMP(7:1).
           MOVE WS-FLT-THEATRE(WS-IDX) TO WS-ZON-THEATRE.
           CALL 'GETZONE' USING WS-ZON-THEATRE, WS-ZON-ZONE,
              WS-ZON-RESULT.
           IF WS-ZON-RESULT = 'Y'
               MOVE HSX-CHANGE-DATE TO WS-CNV-DATE
               MOVE HSX-CHANGE-TIME(1:4) TO WS-CNV-TIME
               MOVE 'L' TO WS-CNV-DIRECTION
               CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-ZON-ZONE,
                  WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT
               IF WS-CNV-RESULT = 'Y'
                   MOVE WS-CNV-DATE(7:2) TO SD-STAMP(9:2)
                   MOVE WS-CNV-TIME TO SD-STAMP(11:4)
                   MOVE WS-ZON-ZONE TO SD-STAMP(15:1)
               END-IF
           END-IF.

       FEED-ENGAGEMENTS.
           OPEN INPUT ENGAGEMENTS.
           IF WS-ENG-FILE-STATUS NOT = '00'
               IF WS-FLT-UID(WS-IDX) = ENG-UID
                   MOVE ENG-DATE TO SD-DATE
                   MOVE '00000001' TO SD-TIME
                   MOVE SPACES TO SD-STAMP
                   MOVE SPACES TO SD-TEXT
                   STRING WS-FLT-NAME(WS-IDX) ' ENGAGED '
                      ENG-OPPOSING-FORCE ' AT ' ENG-LOCATION
               IF WS-FLT-UID(WS-IDX) = SIG-UID
                   MOVE SIG-DATE TO SD-DATE
                   MOVE '00000002' TO SD-TIME
                   MOVE SPACES TO SD-STAMP
                   MOVE SPACES TO SD-TEXT
                   STRING WS-FLT-NAME(WS-IDX) ' SIGHTED '
                      SIG-CONTACT-DESC ' AT ' SIG-LOCATION
               IF WS-FLT-UID(WS-IDX) = RPL-UID
                   MOVE RPL-DATE TO SD-DATE
                   MOVE '00000003' TO SD-TIME
                   MOVE SPACES TO SD-STAMP
                   MOVE SPACES TO SD-TEXT
                   STRING WS-FLT-NAME(WS-IDX) ' REPLENISHED AT '
                      RPL-PORT ': ' RPL-FUEL-TONS ' T FUEL, '
                      AND REFIT-START-DATE <= WS-TO-DATE
                       MOVE REFIT-START-DATE TO SD-DATE
                       MOVE '00000004' TO SD-TIME
                       MOVE SPACES TO SD-STAMP
                       MOVE SPACES TO SD-TEXT
                       STRING WS-FLT-NAME(WS-IDX)
                          ' TAKEN IN HAND AT ' REFIT-YARD-NAME
                      AND REFIT-EXPECTED-COMPLETION <= WS-TO-DATE
                       MOVE REFIT-EXPECTED-COMPLETION TO SD-DATE
                       MOVE '00000005' TO SD-TIME
                       MOVE SPACES TO SD-STAMP
                       MOVE SPACES TO SD-TEXT
                       STRING WS-FLT-NAME(WS-IDX)
                          ' COMPLETED REFIT AT ' REFIT-YARD-NAME
               PERFORM PRINT-REPORT-LINE
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           STRING '  ' SD-STAMP ' ' SD-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-REPORT-LINE.

