      *This subprogram appends one row to the ACCLOG read-access log
      *each time a personnel-sensitive inquiry shows a man's record:
      *next of kin, casualty detail, service transcript, command
      *history, casualty notification, or a ship dossier's personnel
      *lines. The update programs leave AUDTRL and JRNLSHP behind
      *them; until this log there was no saying who had merely
      *looked. Each row carries the operator, date, time, the
      *program, and the service number or UID viewed (either may be
      *spaces where the inquiry has only the one). ACCRPT reports
      *the log weekly by operator.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LOGREAD.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READ-ACCESS-LOG ASSIGN TO ACCLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACC-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  READ-ACCESS-LOG.
       01 READ-ACCESS-RECORD.
           05 ACC-OPERATOR PIC X(12).
           05 ACC-DATE PIC X(8).
           05 ACC-TIME PIC X(8).
           05 ACC-PROGRAM PIC X(8).
           05 ACC-SVC-NR PIC X(10).
           05 ACC-UID PIC X(12).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-ACC-FILE-STATUS PIC XX.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-OPERATOR PIC X(12).
       01 LK-PROGRAM PIC X(8).
       01 LK-SVC-NR PIC X(10).
       01 LK-UID PIC X(12).
      *------------------
       PROCEDURE DIVISION USING LK-OPERATOR, LK-PROGRAM, LK-SVC-NR,
           LK-UID.
      *------------------
       MAIN-PROCEDURE.
           OPEN EXTEND READ-ACCESS-LOG.
           IF WS-ACC-FILE-STATUS NOT = '00'
               CLOSE READ-ACCESS-LOG
               OPEN OUTPUT READ-ACCESS-LOG
           END-IF.
           IF WS-ACC-FILE-STATUS NOT = '00'
               DISPLAY 'WARNING: ACCLOG NOT AVAILABLE, READ ACCESS '
                  'NOT LOGGED, STATUS ' WS-ACC-FILE-STATUS
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE LK-OPERATOR TO ACC-OPERATOR.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO ACC-DATE.
           MOVE WS-CURRENT-TIMESTAMP(9:8) TO ACC-TIME.
           MOVE LK-PROGRAM TO ACC-PROGRAM.
           MOVE LK-SVC-NR TO ACC-SVC-NR.
           MOVE LK-UID TO ACC-UID.
           WRITE READ-ACCESS-RECORD.
           CLOSE READ-ACCESS-LOG.
           GOBACK.
