      *This program is the controlled one-time conversion of the
      *timed files onto GMT when the capture programs began storing
      *GMT: before then a time went in as the reporting ship, DF
      *station, or clerk kept it. Every row is copied to a new
      *cluster -- POSRPT to POSRPTN, DFBRGS to DFBRGSN, AUDTRL to
      *AUDTRLN, STHIST to STHISTN, STHISTX to STHISTXN -- with its
      *date and time taken back to GMT by the zone of the theatre
      *the row belongs to: a position report's or DF station's grid
      *square where it has one, else the ship's own theatre off
      *ALLSHPS or, for a hull since archived, HISTSHP. A row whose
      *theatre keeps no zone on ZONEREF is copied as keyed and
      *counted. Load ZONEMST's reference first. Rows that carry a
      *date and no time (sightings, orders, and the rest) cannot be
      *shifted and are not touched. The ship journal JRNLSHP goes to
      *JRNLSHPN by the ship's theatre, as the audit trail does, so a
      *change's journal and audit rows keep the same time. The
      *watermarks COALFEED keeps per sending navy on COALCTL and
      *DELTAEXP keeps on DLTCTL go to COALCTLN and DLTCTLN set back
      *one whole day: no zone is more than thirteen hours off GMT,
      *so the first feed and export after the swap start before
      *anything either run has not yet seen, at the cost of at most
      *a day's changes reported again. The old files are only read, so
      *the run can be repeated until the counts are proven; the
      *operator then swaps the datasets, the same bargain REFMIGR
      *and SHPMIGR strike.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GMTCONV.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-REPORTS-OLD ASSIGN TO POSRPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPS-KEY
           FILE STATUS IS WS-OPS-FILE-STATUS.
           SELECT POSITION-REPORTS-NEW ASSIGN TO POSRPTN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NPS-KEY
           FILE STATUS IS WS-NPS-FILE-STATUS.
           SELECT DF-BEARINGS-OLD ASSIGN TO DFBRGS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODF-KEY
           FILE STATUS IS WS-ODF-FILE-STATUS.
           SELECT DF-BEARINGS-NEW ASSIGN TO DFBRGSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DFB-KEY
           FILE STATUS IS WS-NDF-FILE-STATUS.
           SELECT AUDIT-TRAIL-OLD ASSIGN TO AUDTRL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OAU-FILE-STATUS.
           SELECT AUDIT-TRAIL-NEW ASSIGN TO AUDTRLN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NAU-FILE-STATUS.
           SELECT STATUS-HISTORY-OLD ASSIGN TO STHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OHS-FILE-STATUS.
           SELECT STATUS-HISTORY-NEW ASSIGN TO STHISTN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NHS-FILE-STATUS.
           SELECT STATUS-HISTORY-KEYED-OLD ASSIGN TO STHISTX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OHX-KEY
           FILE STATUS IS WS-OHX-FILE-STATUS.
           SELECT STATUS-HISTORY-KEYED-NEW ASSIGN TO STHISTXN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NHX-KEY
           FILE STATUS IS WS-NHX-FILE-STATUS.
           SELECT SHIP-JOURNAL-OLD ASSIGN TO JRNLSHP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OJR-FILE-STATUS.
           SELECT SHIP-JOURNAL-NEW ASSIGN TO JRNLSHPN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NJR-FILE-STATUS.
           SELECT FEED-CONTROL-OLD ASSIGN TO COALCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OFC-NAVY
           FILE STATUS IS WS-OFC-FILE-STATUS.
           SELECT FEED-CONTROL-NEW ASSIGN TO COALCTLN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NFC-NAVY
           FILE STATUS IS WS-NFC-FILE-STATUS.
           SELECT DELTA-CONTROL-OLD ASSIGN TO DLTCTL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ODL-FILE-STATUS.
           SELECT DELTA-CONTROL-NEW ASSIGN TO DLTCTLN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NDL-FILE-STATUS.
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS UID
           FILE STATUS IS WS-SHIP-FILE-STATUS.
           SELECT HISTORICAL-SHIPS ASSIGN TO HISTSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HIST-SHIP-UID
           FILE STATUS IS WS-HISTSHP-FILE-STATUS.
           SELECT GRID-SQUARES ASSIGN TO GRIDDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GRD-SQUARE
           FILE STATUS IS WS-GRD-FILE-STATUS.
           SELECT DF-STATIONS ASSIGN TO DFSTNDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DFS-STATION
           FILE STATUS IS WS-DFS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  POSITION-REPORTS-OLD.
       01 OLD-POSITION-REPORT-RECORD.
           05 OPS-KEY.
                10 OPS-UID PIC X(12).
                10 OPS-DATE PIC X(8).
                10 OPS-TIME PIC X(4).
           05 OPS-POSITION PIC X(25).
           05 OPS-COURSE PIC 9(3).
           05 OPS-SPEED-KN PIC 99.
           05 OPS-AUTHORITY PIC X(25).
           05 OPS-GRID-SQUARE PIC X(6).
       FD  POSITION-REPORTS-NEW.
       01 NEW-POSITION-REPORT-RECORD.
           05 NPS-KEY.
                10 NPS-UID PIC X(12).
                10 NPS-DATE PIC X(8).
                10 NPS-TIME PIC X(4).
           05 NPS-REST PIC X(61).
       FD  DF-BEARINGS-OLD.
       01 OLD-DF-BEARING-RECORD.
           05 ODF-KEY.
                10 ODF-TRANSMITTER PIC X(12).
                10 ODF-DATE PIC X(8).
                10 ODF-TIME PIC X(4).
                10 ODF-STATION PIC X(20).
           05 ODF-REST PIC X(17).
       FD  DF-BEARINGS-NEW.
       COPY DFBRREC.
       FD  AUDIT-TRAIL-OLD.
       01 OLD-AUDIT-TRAIL-RECORD.
           05 OAU-UID PIC X(12).
           05 OAU-OPERATOR PIC X(12).
           05 OAU-DATE PIC X(8).
           05 OAU-TIME PIC X(8).
           05 OAU-ACTION PIC X(6).
           05 OAU-FIELDS-CHANGED PIC X(250).
           05 OAU-CORR-ID PIC X(12).
       FD  AUDIT-TRAIL-NEW.
       01 NEW-AUDIT-TRAIL-RECORD PIC X(308).
       FD  STATUS-HISTORY-OLD.
       01 OLD-STATUS-HIST-RECORD.
           05 OHS-UID PIC X(12).
           05 OHS-OLD-STATUS PIC X(11).
           05 OHS-NEW-STATUS PIC X(11).
           05 OHS-CHANGE-DATE PIC X(8).
           05 OHS-CHANGE-TIME PIC X(8).
           05 OHS-CORR-ID PIC X(12).
       FD  STATUS-HISTORY-NEW.
       01 NEW-STATUS-HIST-RECORD PIC X(62).
       FD  STATUS-HISTORY-KEYED-OLD.
       01 OLD-STATUS-HIST-KEYED-RECORD.
           05 OHX-KEY.
                10 OHX-UID PIC X(12).
                10 OHX-CHANGE-DATE PIC X(8).
                10 OHX-CHANGE-TIME PIC X(8).
           05 OHX-OLD-STATUS PIC X(11).
           05 OHX-NEW-STATUS PIC X(11).
           05 OHX-CORR-ID PIC X(12).
       FD  STATUS-HISTORY-KEYED-NEW.
       01 NEW-STATUS-HIST-KEYED-RECORD.
           05 NHX-KEY PIC X(28).
           05 NHX-REST PIC X(34).
       FD  SHIP-JOURNAL-OLD.
       01 OLD-SHIP-JOURNAL-RECORD.
           05 OJR-UID PIC X(12).
           05 OJR-DATE PIC X(8).
           05 OJR-TIME PIC X(8).
           05 OJR-REST PIC X(1016).
       FD  SHIP-JOURNAL-NEW.
       01 NEW-SHIP-JOURNAL-RECORD PIC X(1044).
       FD  FEED-CONTROL-OLD.
       01 OLD-FEED-CONTROL-RECORD.
           05 OFC-NAVY PIC X(4).
           05 OFC-LAST-RUN-DATE PIC X(8).
           05 OFC-LAST-RUN-TIME PIC X(8).
           05 OFC-RUN-SEQ PIC 9(6).
       FD  FEED-CONTROL-NEW.
       01 NEW-FEED-CONTROL-RECORD.
           05 NFC-NAVY PIC X(4).
           05 NFC-REST PIC X(22).
       FD  DELTA-CONTROL-OLD.
       01 OLD-DELTA-CONTROL-RECORD.
           05 ODL-LAST-RUN-DATE PIC X(8).
           05 ODL-LAST-RUN-TIME PIC X(8).
           05 ODL-RUN-SEQ PIC 9(6).
       FD  DELTA-CONTROL-NEW.
       01 NEW-DELTA-CONTROL-RECORD PIC X(22).
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  HISTORICAL-SHIPS.
       01 HISTORICAL-SHIP-RECORD.
           05 HIST-SHIP-UID PIC X(12).
           05 HIST-SHIP-OTHER-DATA PIC X(483).
       FD  GRID-SQUARES.
       01 GRID-SQUARE-RECORD.
           05 GRD-SQUARE PIC X(6).
           05 GRD-NAME PIC X(25).
           05 GRD-THEATRE PIC X(20).
           05 GRD-LAT-DEG PIC 99.
           05 GRD-LAT-MIN PIC 99.
           05 GRD-LAT-HEMI PIC X(1).
           05 GRD-LON-DEG PIC 9(3).
           05 GRD-LON-MIN PIC 99.
           05 GRD-LON-HEMI PIC X(1).
       FD  DF-STATIONS.
       COPY DFSTREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-OPS-FILE-STATUS PIC XX.
       01 WS-NPS-FILE-STATUS PIC XX.
       01 WS-ODF-FILE-STATUS PIC XX.
       01 WS-NDF-FILE-STATUS PIC XX.
       01 WS-OAU-FILE-STATUS PIC XX.
       01 WS-NAU-FILE-STATUS PIC XX.
       01 WS-OHS-FILE-STATUS PIC XX.
       01 WS-NHS-FILE-STATUS PIC XX.
       01 WS-OHX-FILE-STATUS PIC XX.
       01 WS-NHX-FILE-STATUS PIC XX.
       01 WS-OJR-FILE-STATUS PIC XX.
       01 WS-NJR-FILE-STATUS PIC XX.
       01 WS-OFC-FILE-STATUS PIC XX.
       01 WS-NFC-FILE-STATUS PIC XX.
       01 WS-ODL-FILE-STATUS PIC XX.
       01 WS-NDL-FILE-STATUS PIC XX.
       01 WS-SHIP-FILE-STATUS PIC XX.
       01 WS-SHIP-AVAILABLE PIC X VALUE 'n'.
       01 WS-HISTSHP-FILE-STATUS PIC XX.
       01 WS-HISTSHP-AVAILABLE PIC X VALUE 'n'.
       01 WS-GRD-FILE-STATUS PIC XX.
       01 WS-GRD-AVAILABLE PIC X VALUE 'n'.
       01 WS-DFS-FILE-STATUS PIC XX.
       01 WS-DFS-AVAILABLE PIC X VALUE 'n'.
       01 WS-EOF PIC X.
       01 WS-READ-COUNT PIC 9(7).
       01 WS-WRITTEN-COUNT PIC 9(7).
       01 WS-SHIFTED-COUNT PIC 9(7).
       01 WS-UNZONED-COUNT PIC 9(7).
       01 WS-RUN-CLEAN PIC X VALUE 'Y'.
       01 WS-CONFIRM PIC X.
      *A run watermark, set back a day
       01 WS-WMK-DATE PIC X(8).
      *HISTINQ's field view over the archived OTHER-DATA bytes,
      *as far as the theatre
       01 WS-SHIP-VIEW.
           05 WS-V-NAVY PIC X(4).
           05 WS-V-TYPE PIC X(4).
           05 WS-V-IDNR PIC X(4).
           05 WS-V-NAME PIC X(20).
           05 WS-V-CLASS PIC X(20).
           05 WS-V-STATUS PIC X(11).
           05 WS-V-THEATRE PIC X(20).
           05 WS-V-REST PIC X(400).
      *What the row is looked up by, and the last theatre's zone
      *kept so a run of rows from one theatre reads ZONEREF once
       01 WS-LKP-UID PIC X(12).
       01 WS-LKP-SQUARE PIC X(6).
       01 WS-LAST-THEATRE PIC X(20) VALUE LOW-VALUES.
       01 WS-LAST-ZONE PIC X(1).
       01 WS-LAST-ZONE-RESULT PIC X(1).
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
       MAIN-PROCEDURE.
           DISPLAY 'GMT CONVERSION: POSRPT, DFBRGS, AUDTRL, STHIST, '
              'STHISTX, AND JRNLSHP WILL BE COPIED TO POSRPTN, '
              'DFBRGSN, AUDTRLN, STHISTN, STHISTXN, AND JRNLSHPN '
              'WITH TIMES ON GMT.'.
           DISPLAY 'THE COALCTL AND DLTCTL WATERMARKS WILL BE COPIED '
              'TO COALCTLN AND DLTCTLN SET BACK ONE DAY.'.
           DISPLAY 'ZONEREF MUST CARRY EVERY THEATRE FIRST. '
              'Proceed? Y/N: '.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY 'GMT CONVERSION CANCELLED'
               GOBACK
           END-IF.
           PERFORM OPEN-LOOKUPS.
           PERFORM CONVERT-POSITION-REPORTS.
           PERFORM CONVERT-DF-BEARINGS.
           PERFORM CONVERT-AUDIT-TRAIL.
           PERFORM CONVERT-STATUS-HISTORY.
           PERFORM CONVERT-STATUS-HISTORY-KEYED.
           PERFORM CONVERT-SHIP-JOURNAL.
           PERFORM CLOSE-LOOKUPS.
           PERFORM CONVERT-FEED-CONTROL.
           PERFORM CONVERT-DELTA-CONTROL.
           IF WS-RUN-CLEAN = 'Y'
               DISPLAY 'GMT CONVERSION CLEAN: SWAP THE DATASETS'
           ELSE
               DISPLAY '*** GMT CONVERSION NOT CLEAN, DO NOT SWAP '
                  'THE DATASETS'
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *The theatre lookups are all optional: a row nothing can place
      *in a theatre is copied as keyed and counted
       OPEN-LOOKUPS.
           OPEN INPUT ALLIED-SHIPS.
           IF WS-SHIP-FILE-STATUS = '00' OR WS-SHIP-FILE-STATUS = '97'
               MOVE 'y' TO WS-SHIP-AVAILABLE
           ELSE
               DISPLAY 'WARNING: ALLSHPS NOT AVAILABLE, STATUS '
                  WS-SHIP-FILE-STATUS
           END-IF.
           OPEN INPUT HISTORICAL-SHIPS.
           IF WS-HISTSHP-FILE-STATUS = '00'
              OR WS-HISTSHP-FILE-STATUS = '97'
               MOVE 'y' TO WS-HISTSHP-AVAILABLE
           END-IF.
           OPEN INPUT GRID-SQUARES.
           IF WS-GRD-FILE-STATUS = '00' OR WS-GRD-FILE-STATUS = '97'
               MOVE 'y' TO WS-GRD-AVAILABLE
           ELSE
               DISPLAY 'WARNING: GRIDDT NOT AVAILABLE, ROWS GO BY '
                  'THE SHIP''S THEATRE'
           END-IF.
           OPEN INPUT DF-STATIONS.
           IF WS-DFS-FILE-STATUS = '00' OR WS-DFS-FILE-STATUS = '97'
               MOVE 'y' TO WS-DFS-AVAILABLE
           END-IF.

       CLOSE-LOOKUPS.
           IF WS-SHIP-AVAILABLE = 'y'
               CLOSE ALLIED-SHIPS
           END-IF.
           IF WS-HISTSHP-AVAILABLE = 'y'
               CLOSE HISTORICAL-SHIPS
           END-IF.
           IF WS-GRD-AVAILABLE = 'y'
               CLOSE GRID-SQUARES
           END-IF.
           IF WS-DFS-AVAILABLE = 'y'
               CLOSE DF-STATIONS
           END-IF.

       START-COUNTS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-SHIFTED-COUNT.
           MOVE 0 TO WS-UNZONED-COUNT.

       PROVE-COUNTS.
           IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
               MOVE 'N' TO WS-RUN-CLEAN
           END-IF.
           DISPLAY '  SHIFTED TO GMT ' WS-SHIFTED-COUNT
              ', NO THEATRE ZONE, COPIED AS KEYED '
              WS-UNZONED-COUNT.

       CONVERT-POSITION-REPORTS.
           PERFORM START-COUNTS.
           OPEN INPUT POSITION-REPORTS-OLD.
           IF WS-OPS-FILE-STATUS NOT = '00'
              AND WS-OPS-FILE-STATUS NOT = '97'
               DISPLAY 'POSRPT NOT AVAILABLE, NOT CONVERTED, STATUS '
                  WS-OPS-FILE-STATUS
           ELSE
               OPEN OUTPUT POSITION-REPORTS-NEW
               IF WS-NPS-FILE-STATUS NOT = '00'
                  AND WS-NPS-FILE-STATUS NOT = '97'
                   DISPLAY 'ERROR: POSRPTN OPEN FAILED, STATUS '
                      WS-NPS-FILE-STATUS
                   MOVE 'N' TO WS-RUN-CLEAN
                   CLOSE POSITION-REPORTS-OLD
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ POSITION-REPORTS-OLD NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-ONE-POSITION
                       END-READ
                   END-PERFORM
                   CLOSE POSITION-REPORTS-OLD
                   CLOSE POSITION-REPORTS-NEW
                   DISPLAY 'POSRPT: READ ' WS-READ-COUNT
                      ', WRITTEN ' WS-WRITTEN-COUNT
                   PERFORM PROVE-COUNTS
               END-IF
           END-IF.

      *A report's grid square places it; a report from before the
      *grid went in goes by the ship's own theatre
       CONVERT-ONE-POSITION.
           MOVE OLD-POSITION-REPORT-RECORD
              TO NEW-POSITION-REPORT-RECORD.
           MOVE OPS-GRID-SQUARE TO WS-LKP-SQUARE.
           PERFORM THEATRE-OF-SQUARE.
           IF WS-ZON-THEATRE = SPACES
               MOVE OPS-UID TO WS-LKP-UID
               PERFORM THEATRE-OF-SHIP
           END-IF.
           MOVE OPS-DATE TO WS-CNV-DATE.
           MOVE OPS-TIME TO WS-CNV-TIME.
           PERFORM SHIFT-TO-GMT.
           MOVE WS-CNV-DATE TO NPS-DATE.
           MOVE WS-CNV-TIME TO NPS-TIME.
           WRITE NEW-POSITION-REPORT-RECORD
           INVALID KEY
               DISPLAY 'ERROR: POSRPTN WRITE FAILED FOR ' OPS-KEY
                  ', STATUS ' WS-NPS-FILE-STATUS
           NOT INVALID KEY
               ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

       CONVERT-DF-BEARINGS.
           PERFORM START-COUNTS.
           OPEN INPUT DF-BEARINGS-OLD.
           IF WS-ODF-FILE-STATUS NOT = '00'
              AND WS-ODF-FILE-STATUS NOT = '97'
               DISPLAY 'DFBRGS NOT AVAILABLE, NOT CONVERTED, STATUS '
                  WS-ODF-FILE-STATUS
           ELSE
               OPEN OUTPUT DF-BEARINGS-NEW
               IF WS-NDF-FILE-STATUS NOT = '00'
                  AND WS-NDF-FILE-STATUS NOT = '97'
                   DISPLAY 'ERROR: DFBRGSN OPEN FAILED, STATUS '
                      WS-NDF-FILE-STATUS
                   MOVE 'N' TO WS-RUN-CLEAN
                   CLOSE DF-BEARINGS-OLD
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DF-BEARINGS-OLD NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-ONE-BEARING
                       END-READ
                   END-PERFORM
                   CLOSE DF-BEARINGS-OLD
                   CLOSE DF-BEARINGS-NEW
                   DISPLAY 'DFBRGS: READ ' WS-READ-COUNT
                      ', WRITTEN ' WS-WRITTEN-COUNT
                   PERFORM PROVE-COUNTS
               END-IF
           END-IF.

      *A bearing belongs to the theatre its station's square lies in
       CONVERT-ONE-BEARING.
           MOVE OLD-DF-BEARING-RECORD TO DF-BEARING-RECORD.
           MOVE SPACES TO WS-LKP-SQUARE.
           IF WS-DFS-AVAILABLE = 'y'
               MOVE ODF-STATION TO DFS-STATION
               READ DF-STATIONS RECORD KEY DFS-STATION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DFS-GRID-SQUARE TO WS-LKP-SQUARE
               END-READ
           END-IF.
           PERFORM THEATRE-OF-SQUARE.
           MOVE ODF-DATE TO WS-CNV-DATE.
           MOVE ODF-TIME TO WS-CNV-TIME.
           PERFORM SHIFT-TO-GMT.
           MOVE WS-CNV-DATE TO DFB-DATE.
           MOVE WS-CNV-TIME TO DFB-TIME.
           WRITE DF-BEARING-RECORD
           INVALID KEY
               DISPLAY 'ERROR: DFBRGSN WRITE FAILED FOR ' ODF-KEY
                  ', STATUS ' WS-NDF-FILE-STATUS
           NOT INVALID KEY
               ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

       CONVERT-AUDIT-TRAIL.
           PERFORM START-COUNTS.
           OPEN INPUT AUDIT-TRAIL-OLD.
           IF WS-OAU-FILE-STATUS NOT = '00'
               DISPLAY 'AUDTRL NOT AVAILABLE, NOT CONVERTED, STATUS '
                  WS-OAU-FILE-STATUS
           ELSE
               OPEN OUTPUT AUDIT-TRAIL-NEW
               IF WS-NAU-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: AUDTRLN OPEN FAILED, STATUS '
                      WS-NAU-FILE-STATUS
                   MOVE 'N' TO WS-RUN-CLEAN
                   CLOSE AUDIT-TRAIL-OLD
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ AUDIT-TRAIL-OLD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-ONE-AUDIT
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-TRAIL-OLD
                   CLOSE AUDIT-TRAIL-NEW
                   DISPLAY 'AUDTRL: READ ' WS-READ-COUNT
                      ', WRITTEN ' WS-WRITTEN-COUNT
                   PERFORM PROVE-COUNTS
               END-IF
           END-IF.

      *Hours and minutes shift; the seconds ride along unchanged
       CONVERT-ONE-AUDIT.
           MOVE OAU-UID TO WS-LKP-UID.
           PERFORM THEATRE-OF-SHIP.
           MOVE OAU-DATE TO WS-CNV-DATE.
           MOVE OAU-TIME(1:4) TO WS-CNV-TIME.
           PERFORM SHIFT-TO-GMT.
           MOVE WS-CNV-DATE TO OAU-DATE.
           MOVE WS-CNV-TIME TO OAU-TIME(1:4).
           MOVE OLD-AUDIT-TRAIL-RECORD TO NEW-AUDIT-TRAIL-RECORD.
           WRITE NEW-AUDIT-TRAIL-RECORD.
           IF WS-NAU-FILE-STATUS = '00'
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

       CONVERT-STATUS-HISTORY.
           PERFORM START-COUNTS.
           OPEN INPUT STATUS-HISTORY-OLD.
           IF WS-OHS-FILE-STATUS NOT = '00'
               DISPLAY 'STHIST NOT AVAILABLE, NOT CONVERTED, STATUS '
                  WS-OHS-FILE-STATUS
           ELSE
               OPEN OUTPUT STATUS-HISTORY-NEW
               IF WS-NHS-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: STHISTN OPEN FAILED, STATUS '
                      WS-NHS-FILE-STATUS
                   MOVE 'N' TO WS-RUN-CLEAN
                   CLOSE STATUS-HISTORY-OLD
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ STATUS-HISTORY-OLD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-ONE-HISTORY
                       END-READ
                   END-PERFORM
                   CLOSE STATUS-HISTORY-OLD
                   CLOSE STATUS-HISTORY-NEW
                   DISPLAY 'STHIST: READ ' WS-READ-COUNT
                      ', WRITTEN ' WS-WRITTEN-COUNT
                   PERFORM PROVE-COUNTS
               END-IF
           END-IF.

       CONVERT-ONE-HISTORY.
           MOVE OHS-UID TO WS-LKP-UID.
           PERFORM THEATRE-OF-SHIP.
           MOVE OHS-CHANGE-DATE TO WS-CNV-DATE.
           MOVE OHS-CHANGE-TIME(1:4) TO WS-CNV-TIME.
           PERFORM SHIFT-TO-GMT.
           MOVE WS-CNV-DATE TO OHS-CHANGE-DATE.
           MOVE WS-CNV-TIME TO OHS-CHANGE-TIME(1:4).
           MOVE OLD-STATUS-HIST-RECORD TO NEW-STATUS-HIST-RECORD.
           WRITE NEW-STATUS-HIST-RECORD.
           IF WS-NHS-FILE-STATUS = '00'
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

       CONVERT-STATUS-HISTORY-KEYED.
           PERFORM START-COUNTS.
           OPEN INPUT STATUS-HISTORY-KEYED-OLD.
           IF WS-OHX-FILE-STATUS NOT = '00'
              AND WS-OHX-FILE-STATUS NOT = '97'
               DISPLAY 'STHISTX NOT AVAILABLE, NOT CONVERTED, STATUS '
                  WS-OHX-FILE-STATUS
           ELSE
               OPEN OUTPUT STATUS-HISTORY-KEYED-NEW
               IF WS-NHX-FILE-STATUS NOT = '00'
                  AND WS-NHX-FILE-STATUS NOT = '97'
                   DISPLAY 'ERROR: STHISTXN OPEN FAILED, STATUS '
                      WS-NHX-FILE-STATUS
                   MOVE 'N' TO WS-RUN-CLEAN
                   CLOSE STATUS-HISTORY-KEYED-OLD
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ STATUS-HISTORY-KEYED-OLD NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-ONE-KEYED-HISTORY
                       END-READ
                   END-PERFORM
                   CLOSE STATUS-HISTORY-KEYED-OLD
                   CLOSE STATUS-HISTORY-KEYED-NEW
                   DISPLAY 'STHISTX: READ ' WS-READ-COUNT
                      ', WRITTEN ' WS-WRITTEN-COUNT
                   PERFORM PROVE-COUNTS
               END-IF
           END-IF.

       CONVERT-ONE-KEYED-HISTORY.
           MOVE OHX-UID TO WS-LKP-UID.
           PERFORM THEATRE-OF-SHIP.
           MOVE OHX-CHANGE-DATE TO WS-CNV-DATE.
           MOVE OHX-CHANGE-TIME(1:4) TO WS-CNV-TIME.
           PERFORM SHIFT-TO-GMT.
           MOVE OLD-STATUS-HIST-KEYED-RECORD
              TO NEW-STATUS-HIST-KEYED-RECORD.
           MOVE WS-CNV-DATE TO NHX-KEY(13:8).
           MOVE WS-CNV-TIME TO NHX-KEY(21:4).
           WRITE NEW-STATUS-HIST-KEYED-RECORD
           INVALID KEY
               DISPLAY 'ERROR: STHISTXN WRITE FAILED FOR ' OHX-KEY
                  ', STATUS ' WS-NHX-FILE-STATUS
           NOT INVALID KEY
               ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

       CONVERT-SHIP-JOURNAL.
           PERFORM START-COUNTS.
           OPEN INPUT SHIP-JOURNAL-OLD.
           IF WS-OJR-FILE-STATUS NOT = '00'
               DISPLAY 'JRNLSHP NOT AVAILABLE, NOT CONVERTED, STATUS '
                  WS-OJR-FILE-STATUS
           ELSE
               OPEN OUTPUT SHIP-JOURNAL-NEW
               IF WS-NJR-FILE-STATUS NOT = '00'
                   DISPLAY 'ERROR: JRNLSHPN OPEN FAILED, STATUS '
                      WS-NJR-FILE-STATUS
                   MOVE 'N' TO WS-RUN-CLEAN
                   CLOSE SHIP-JOURNAL-OLD
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ SHIP-JOURNAL-OLD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-ONE-JOURNAL
                       END-READ
                   END-PERFORM
                   CLOSE SHIP-JOURNAL-OLD
                   CLOSE SHIP-JOURNAL-NEW
                   DISPLAY 'JRNLSHP: READ ' WS-READ-COUNT
                      ', WRITTEN ' WS-WRITTEN-COUNT
                   PERFORM PROVE-COUNTS
               END-IF
           END-IF.

      *By the ship's theatre, exactly as her audit rows go, so the
      *journal row and the audit row of one change still agree
       CONVERT-ONE-JOURNAL.
           MOVE OJR-UID TO WS-LKP-UID.
           PERFORM THEATRE-OF-SHIP.
           MOVE OJR-DATE TO WS-CNV-DATE.
           MOVE OJR-TIME(1:4) TO WS-CNV-TIME.
           PERFORM SHIFT-TO-GMT.
           MOVE WS-CNV-DATE TO OJR-DATE.
           MOVE WS-CNV-TIME TO OJR-TIME(1:4).
           MOVE OLD-SHIP-JOURNAL-RECORD TO NEW-SHIP-JOURNAL-RECORD.
           WRITE NEW-SHIP-JOURNAL-RECORD.
           IF WS-NJR-FILE-STATUS = '00'
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

      *One watermark row per sending navy
       CONVERT-FEED-CONTROL.
           PERFORM START-COUNTS.
           OPEN INPUT FEED-CONTROL-OLD.
           IF WS-OFC-FILE-STATUS NOT = '00'
              AND WS-OFC-FILE-STATUS NOT = '97'
               DISPLAY 'COALCTL NOT AVAILABLE, NOT CONVERTED, STATUS '
                  WS-OFC-FILE-STATUS
           ELSE
               OPEN OUTPUT FEED-CONTROL-NEW
               IF WS-NFC-FILE-STATUS NOT = '00'
                  AND WS-NFC-FILE-STATUS NOT = '97'
                   DISPLAY 'ERROR: COALCTLN OPEN FAILED, STATUS '
                      WS-NFC-FILE-STATUS
                   MOVE 'N' TO WS-RUN-CLEAN
                   CLOSE FEED-CONTROL-OLD
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ FEED-CONTROL-OLD NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM CONVERT-ONE-FEED-WATERMARK
                       END-READ
                   END-PERFORM
                   CLOSE FEED-CONTROL-OLD
                   CLOSE FEED-CONTROL-NEW
                   DISPLAY 'COALCTL: READ ' WS-READ-COUNT
                      ', WRITTEN ' WS-WRITTEN-COUNT
                   IF WS-READ-COUNT NOT = WS-WRITTEN-COUNT
                       MOVE 'N' TO WS-RUN-CLEAN
                   END-IF
               END-IF
           END-IF.

       CONVERT-ONE-FEED-WATERMARK.
           MOVE OFC-LAST-RUN-DATE TO WS-WMK-DATE.
           PERFORM SET-BACK-WATERMARK.
           MOVE WS-WMK-DATE TO OFC-LAST-RUN-DATE.
           MOVE OLD-FEED-CONTROL-RECORD TO NEW-FEED-CONTROL-RECORD.
           WRITE NEW-FEED-CONTROL-RECORD
           INVALID KEY
               DISPLAY 'ERROR: COALCTLN WRITE FAILED FOR ' OFC-NAVY
                  ', STATUS ' WS-NFC-FILE-STATUS
           NOT INVALID KEY
               ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.

      *DLTCTL holds the one row DELTAEXP rewrites each night
       CONVERT-DELTA-CONTROL.
           OPEN INPUT DELTA-CONTROL-OLD.
           IF WS-ODL-FILE-STATUS NOT = '00'
               DISPLAY 'DLTCTL NOT AVAILABLE, NOT CONVERTED, STATUS '
                  WS-ODL-FILE-STATUS
           ELSE
               READ DELTA-CONTROL-OLD
                   AT END
                       DISPLAY 'DLTCTL IS EMPTY, NOT CONVERTED'
                   NOT AT END
                       MOVE ODL-LAST-RUN-DATE TO WS-WMK-DATE
                       PERFORM SET-BACK-WATERMARK
                       MOVE WS-WMK-DATE TO ODL-LAST-RUN-DATE
                       OPEN OUTPUT DELTA-CONTROL-NEW
                       IF WS-NDL-FILE-STATUS NOT = '00'
                           DISPLAY 'ERROR: DLTCTLN OPEN FAILED, '
                              'STATUS ' WS-NDL-FILE-STATUS
                           MOVE 'N' TO WS-RUN-CLEAN
                       ELSE
                           MOVE OLD-DELTA-CONTROL-RECORD
                              TO NEW-DELTA-CONTROL-RECORD
                           WRITE NEW-DELTA-CONTROL-RECORD
                           CLOSE DELTA-CONTROL-NEW
                           DISPLAY 'DLTCTL: WATERMARK NOW '
                              ODL-LAST-RUN-DATE ' ' ODL-LAST-RUN-TIME
                       END-IF
               END-READ
               CLOSE DELTA-CONTROL-OLD
           END-IF.

      *The day before WS-WMK-DATE; a watermark that is not a date
      *(never run) is left alone
       SET-BACK-WATERMARK.
           IF WS-WMK-DATE IS NUMERIC AND WS-WMK-DATE NOT = '00000000'
               MOVE FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(WS-WMK-DATE)) - 1) TO WS-WMK-DATE
           END-IF.

      *Theatre of the square in WS-LKP-SQUARE, spaces when the
      *square is blank or off the grid master
       THEATRE-OF-SQUARE.
           MOVE SPACES TO WS-ZON-THEATRE.
           IF WS-LKP-SQUARE NOT = SPACES AND WS-GRD-AVAILABLE = 'y'
               MOVE WS-LKP-SQUARE TO GRD-SQUARE
               READ GRID-SQUARES RECORD KEY GRD-SQUARE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GRD-THEATRE TO WS-ZON-THEATRE
               END-READ
           END-IF.

      *Theatre of the hull in WS-LKP-UID, off the register or, for
      *a hull since archived, the archive
       THEATRE-OF-SHIP.
           MOVE SPACES TO WS-ZON-THEATRE.
           IF WS-SHIP-AVAILABLE = 'y'
               MOVE WS-LKP-UID TO UID
               READ ALLIED-SHIPS RECORD KEY UID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SHIP-THEATRE TO WS-ZON-THEATRE
               END-READ
           END-IF.
           IF WS-ZON-THEATRE = SPACES AND WS-HISTSHP-AVAILABLE = 'y'
               MOVE WS-LKP-UID TO HIST-SHIP-UID
               READ HISTORICAL-SHIPS RECORD KEY HIST-SHIP-UID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HIST-SHIP-OTHER-DATA TO WS-SHIP-VIEW
                   MOVE WS-V-THEATRE TO WS-ZON-THEATRE
               END-READ
           END-IF.

      *Takes WS-CNV-DATE and WS-CNV-TIME from the zone of the
      *theatre in WS-ZON-THEATRE back to GMT; left as keyed when
      *the theatre has no zone on file or the time will not convert
       SHIFT-TO-GMT.
           IF WS-ZON-THEATRE NOT = WS-LAST-THEATRE
               CALL 'GETZONE' USING WS-ZON-THEATRE, WS-ZON-ZONE,
                  WS-ZON-RESULT
               MOVE WS-ZON-THEATRE TO WS-LAST-THEATRE
               MOVE WS-ZON-ZONE TO WS-LAST-ZONE
               MOVE WS-ZON-RESULT TO WS-LAST-ZONE-RESULT
           ELSE
               MOVE WS-LAST-ZONE TO WS-ZON-ZONE
               MOVE WS-LAST-ZONE-RESULT TO WS-ZON-RESULT
           END-IF.
           MOVE 'N' TO WS-CNV-RESULT.
           IF WS-ZON-RESULT = 'Y'
               MOVE 'G' TO WS-CNV-DIRECTION
               CALL 'CNVZONE' USING WS-CNV-DIRECTION, WS-ZON-ZONE,
                  WS-CNV-DATE, WS-CNV-TIME, WS-CNV-RESULT
           END-IF.
           IF WS-CNV-RESULT = 'Y'
               ADD 1 TO WS-SHIFTED-COUNT
           ELSE
               ADD 1 TO WS-UNZONED-COUNT
           END-IF.
