      *what is still pending and records, row by row, when each
      *notification was actually sent -- so whether every family of
      *a lost ship's company has been told is a question the file
      *answers, not the card index. A man RCVREG has recorded as
      *recovered alive has his notice stopped (state R): he is shown
      *apart from the pending list and cannot be recorded as sent.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 NTF-NOK-NAME PIC X(25).
           05 NTF-RELATIONSHIP PIC X(12).
           05 NTF-ADDRESS PIC X(60).
      *P = pending, S = notification sent, R = recovered alive and
      *the notice stopped (stamped by RCVREG, the rescue date in
      *NTF-SENT-DATE)
           05 NTF-STATE PIC X(1).
           05 NTF-SENT-DATE PIC X(8).
      *-------------------
       01 WS-SVC-NR PIC X(10).
       01 WS-SENT-DATE PIC X(8).
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01 WS-STOPPED-COUNT PIC 9(5) VALUE 0.
      *Common date-check plumbing; see CHKDATE
       01 WS-CHK-DATE PIC X(8).
       01 WS-CHK-ALLOW-FUTURE PIC X(1).
       01 WS-CHK-DATE-RESULT PIC X(1).
      *Read-access log plumbing; see LOGREAD
       01 WS-OPERATOR-ID PIC X(12).
      *Sign-on check; see CHKOPER
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
       01 WS-ACC-PROGRAM PIC X(8) VALUE 'NOTIFY'.
       01 WS-ACC-SVC-NR PIC X(10).
       01 WS-ACC-UID PIC X(12).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           DISPLAY 'Enter operator ID, 12 chars: '.
           ACCEPT WS-OPERATOR-ID.
      *Sign-on check against the OPERMST security master, so that
      *every lookup on ACCLOG is logged under a proven operator
           MOVE 'ADD  ' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OPERATOR-ID,
              WS-CHK-RESULT.
           IF WS-CHK-RESULT = 'N'
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID ' NOT AUTHORIZED, '
                  'SIGN-ON REFUSED'
               GOBACK
           END-IF.
           IF WS-CHK-RESULT = 'U'
               DISPLAY 'WARNING: OPERATOR MASTER NOT AVAILABLE, '
                  'PROCEEDING UNCHECKED'
           END-IF.
           OPEN I-O NOTIFICATION-WORKLIST.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               DISPLAY 'NO NOTIFICATION WORKLIST ON FILE, STATUS '
                   NOT AT END
                       IF NTF-STATE = 'P'
                           ADD 1 TO WS-PENDING-COUNT
                           PERFORM LOG-WORKLIST-ACCESS
                           DISPLAY '  ' NTF-SVC-NR ' '
                              NTF-MAN-NAME ' OF ' NTF-UID
                              ' LOST ' NTF-LOSS-DATE
                                  NTF-ADDRESS
                           END-IF
                       END-IF
                       IF NTF-STATE = 'R'
                           ADD 1 TO WS-STOPPED-COUNT
                           PERFORM LOG-WORKLIST-ACCESS
                           DISPLAY '  ' NTF-SVC-NR ' '
                              NTF-MAN-NAME ' OF ' NTF-UID
                              ' RECOVERED ALIVE ' NTF-SENT-DATE
                              ', NOTICE STOPPED'
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY ' '.
           DISPLAY 'PENDING: ' WS-PENDING-COUNT.
           DISPLAY 'STOPPED, RECOVERED ALIVE: ' WS-STOPPED-COUNT.

       RECORD-ONE-SENT.
           MOVE '99' TO WS-FILE-STATUS.
                      ' OF ' WS-UID
               END-IF
           END-PERFORM.
           PERFORM LOG-WORKLIST-ACCESS.
           EVALUATE NTF-STATE
               WHEN 'S'
                   DISPLAY 'ALREADY RECORDED AS SENT ' NTF-SENT-DATE
               WHEN 'R'
                   DISPLAY 'RECOVERED ALIVE ' NTF-SENT-DATE
                      ', NOTICE STOPPED -- NOT TO BE SENT'
               WHEN OTHER
                   PERFORM STAMP-SENT
           END-EVALUATE.

       STAMP-SENT.
           DISPLAY 'Enter date the notification was sent, '
              'CCYYMMDD: '.
           ACCEPT WS-SENT-DATE.
           MOVE WS-SENT-DATE TO WS-CHK-DATE.
           MOVE 'N' TO WS-CHK-ALLOW-FUTURE.
           PERFORM CHECK-DATE-FIELD.
           MOVE WS-CHK-DATE TO WS-SENT-DATE.
           MOVE 'S' TO NTF-STATE.
           MOVE WS-SENT-DATE TO NTF-SENT-DATE.
           REWRITE NOTIFICATION-RECORD.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'NOTIFICATION RECORDED AS SENT'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS '
                  WS-FILE-STATUS
           END-IF.

       LOG-WORKLIST-ACCESS.
           MOVE NTF-SVC-NR TO WS-ACC-SVC-NR.
           MOVE NTF-UID TO WS-ACC-UID.
           PERFORM LOG-READ-ACCESS.

      *Re-prompts through the shared CHKDATE subprogram until the
      *date in WS-CHK-DATE is a real one
       CHECK-DATE-FIELD.
               CALL 'CHKDATE' USING WS-CHK-DATE,
                  WS-CHK-ALLOW-FUTURE, WS-CHK-DATE-RESULT
           END-PERFORM.

      *Every look at a man's record leaves a row on ACCLOG
       LOG-READ-ACCESS.
           CALL 'LOGREAD' USING WS-OPERATOR-ID, WS-ACC-PROGRAM,
              WS-ACC-SVC-NR, WS-ACC-UID.
