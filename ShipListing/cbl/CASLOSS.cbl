      *roster record with that date and a 'Lost' status, prints the
      *crew casualty list for notifications, and cross-foots the
      *head count against ENG-CASUALTIES on the engagement log for
      *the loss date so welfare works from one agreed list. The
      *hull's confidential books not certified destroyed go out on
      *the CBKCOMP compromise report with the loss date.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 NTF-NOK-NAME PIC X(25).
           05 NTF-RELATIONSHIP PIC X(12).
           05 NTF-ADDRESS PIC X(60).
      *P = pending, S = notification sent (stamped by NOTIFY),
      *R = recovered alive, notice stopped (stamped by RCVREG, the
      *rescue date in NTF-SENT-DATE)
           05 NTF-STATE PIC X(1).
           05 NTF-SENT-DATE PIC X(8).
      *-------------------
       01 WS-2M-DETAILS PIC X(60).
       01 WS-2M-REQUESTER PIC X(12).
       01 WS-2M-RESULT PIC X(1).
      *Confidential-books compromise plumbing; see CBKCOMP
       01 WS-CBK-ACTION PIC X(1).
       01 WS-CBK-UID PIC X(12).
       01 WS-CBK-EVENT-DATE PIC X(8).
       01 WS-CBK-EVENT PIC X(10).
      *------------------
       PROCEDURE DIVISION.
      *------------------
           PERFORM CLOSE-ROSTER-RECORDS.
           PERFORM CLOSE-NOTIFICATION-FILES.
           PERFORM CROSS-FOOT-ENGAGEMENT.
           MOVE WS-LOSS-UID TO WS-CBK-UID.
           MOVE WS-LOSS-DATE TO WS-CBK-EVENT-DATE.
           MOVE 'LOST' TO WS-CBK-EVENT.
           PERFORM REPORT-CONFIDENTIAL-BOOKS.
           GOBACK.

      *The worklist is the system's half of the worst job there is:
               END-IF
           END-IF.

      *Lists the hull's confidential books not certified destroyed
      *on the CBKCOMP compromise report, one hull in its own report
       REPORT-CONFIDENTIAL-BOOKS.
           MOVE 'O' TO WS-CBK-ACTION.
           CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
              WS-CBK-EVENT-DATE, WS-CBK-EVENT.
           MOVE 'H' TO WS-CBK-ACTION.
           CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
              WS-CBK-EVENT-DATE, WS-CBK-EVENT.
           MOVE 'C' TO WS-CBK-ACTION.
           CALL 'CBKCOMP' USING WS-CBK-ACTION, WS-CBK-UID,
              WS-CBK-EVENT-DATE, WS-CBK-EVENT.

      *Same re-prompt through the shared CHKDATE subprogram as the
      *capture programs use: this date closes every roster record
       CHECK-DATE-FIELD.
