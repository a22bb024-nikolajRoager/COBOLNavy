      *This program maintains the security classification reference
      *table: the classification and releasability each report and
      *each outbound extract carries, which destination each extract
      *is sent to, and the clearance each destination holds. RPTPRT
      *takes its page markings from it and the outbound extracts
      *prove their destination against it through CHKREL.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SECMST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-CLASSES ASSIGN TO SECREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SEC-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SECURITY-CLASSES.
       COPY SECREF.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SECURITY-CLASS.
           05 WS-KEY.
                10 WS-KIND PIC X(4).
                10 WS-NAME PIC X(8).
           05 WS-LEVEL PIC 9(1).
           05 WS-RELEASE PIC 9(1).
           05 WS-DESTINATION PIC X(8).
           05 WS-DESC PIC X(30).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O SECURITY-CLASSES.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT SECURITY-CLASSES
                 CLOSE SECURITY-CLASSES
                 OPEN I-O SECURITY-CLASSES
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-CLASS.
           CLOSE SECURITY-CLASSES.
           GOBACK.

       ADD-OR-UPDATE-CLASS.
           PERFORM LOAD-CLASS.
           MOVE WS-SECURITY-CLASS TO SECURITY-CLASS-RECORD.
           WRITE SECURITY-CLASS-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE SECURITY-CLASS-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-CLASS.
           DISPLAY 'Enter kind, RPT, EXTR or DEST, 4 chars: '.
           ACCEPT WS-KIND.
           PERFORM UNTIL WS-KIND = 'RPT ' OR WS-KIND = 'EXTR'
              OR WS-KIND = 'DEST'
               DISPLAY 'ENTER RPT, EXTR OR DEST: '
               ACCEPT WS-KIND
           END-PERFORM.
           IF WS-KIND = 'DEST'
               DISPLAY 'Enter destination code, 8 chars: '
           ELSE
               DISPLAY 'Enter report or extract program name, '
                  '8 chars: '
           END-IF.
           ACCEPT WS-NAME.
           IF WS-KIND = 'DEST'
               DISPLAY 'Enter clearance held, 0 UNCLASSIFIED, '
                  '1 RESTRICTED, 2 CONFIDENTIAL, 3 SECRET, '
                  '4 TOP SECRET: '
           ELSE
               DISPLAY 'Enter classification, 0 UNCLASSIFIED, '
                  '1 RESTRICTED, 2 CONFIDENTIAL, 3 SECRET, '
                  '4 TOP SECRET: '
           END-IF.
           ACCEPT WS-LEVEL.
           PERFORM UNTIL WS-LEVEL IS NUMERIC AND WS-LEVEL <= 4
               DISPLAY 'ENTER 0 TO 4: '
               ACCEPT WS-LEVEL
           END-PERFORM.
           IF WS-KIND = 'DEST'
               DISPLAY 'Enter releasability cleared to receive, '
                  '0 ALLIED, 1 COMMONWEALTH EYES ONLY, '
                  '2 NATIONAL EYES ONLY: '
           ELSE
               DISPLAY 'Enter releasability, 0 releasable to allies, '
                  '1 COMMONWEALTH EYES ONLY, 2 NATIONAL EYES ONLY: '
           END-IF.
           ACCEPT WS-RELEASE.
           PERFORM UNTIL WS-RELEASE IS NUMERIC AND WS-RELEASE <= 2
               DISPLAY 'ENTER 0 TO 2: '
               ACCEPT WS-RELEASE
           END-PERFORM.
           MOVE SPACES TO WS-DESTINATION.
           IF WS-KIND = 'EXTR'
               DISPLAY 'Enter destination code the extract is sent '
                  'to, 8 chars: '
               ACCEPT WS-DESTINATION
           END-IF.
           DISPLAY 'Enter description, 30 chars: '.
           ACCEPT WS-DESC.
