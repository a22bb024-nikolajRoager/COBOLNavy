      *adjusted) and commanding slots, FRM-COMMANDING-SHIP-UID is
      *cleared where it pointed at the ship, and open SHIP-REFITS
      *entries are closed out -- with a printed summary of
      *everything touched. Any confidential books still charged to
      *the hull without a destruction certificate are listed on the
      *CBKCOMP report for recovery.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-OPERATOR-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *Batch-window quiesce check; see CHKQSC
       01 WS-QSC-RESULT PIC X(1).
       01 WS-QSC-SET-DATE PIC X(8).
       01 WS-QSC-SET-TIME PIC X(8).
      *Operator data-scope plumbing; see CHKOPER's SCOPE function
       01 WS-SCOPE-RESULT PIC X(1).
       01 WS-SCOPE-REQUEST.
           05 WS-SCOPE-UID PIC X(12).
           05 WS-SCOPE-NAVY PIC X(4).
           05 WS-SCOPE-THEATRE PIC X(20).
       01 WS-JRN-BEFORE-IMAGE PIC X(495) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-GMT-TIMESTAMP PIC X(20).
       01 WS-SEARCH-UID PIC X(12).
       01 WS-CONFIRM PIC X.
      *Two-man rule plumbing; see CHK2MAN
      *Run-scoped correlation identifier plumbing; see GETCORR
       01 WS-CORR-PROGRAM PIC X(8).
       01 WS-CORR-ID PIC X(12).
      *Confidential-books compromise plumbing; see CBKCOMP
       01 WS-CBK-ACTION PIC X(1).
       01 WS-CBK-UID PIC X(12).
       01 WS-CBK-EVENT-DATE PIC X(8).
       01 WS-CBK-EVENT PIC X(10).
      *------------------
       PROCEDURE DIVISION.
      *------------------
               DISPLAY 'WARNING: OPERATOR MASTER NOT AVAILABLE, '
                  'PROCEEDING UNCHECKED'
           END-IF.
      *Nothing is written to ALLSHPS while NIGHTRUN has it
      *quiesced for the backup and extracts
           CALL 'CHKQSC' USING WS-QSC-RESULT, WS-QSC-SET-DATE,
              WS-QSC-SET-TIME.
           IF WS-QSC-RESULT = 'Y'
               DISPLAY 'ALLSHPS QUIESCED FOR THE BATCH WINDOW, '
                  'RE-ENTER AFTER RELEASE'
               DISPLAY 'QUIESCED SINCE ' WS-QSC-SET-DATE ' '
                  WS-QSC-SET-TIME(1:6)
               GOBACK
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-LOCK-OPERATOR.
           DISPLAY 'Enter UID to decommission, 12 chars: '.
           ACCEPT WS-SEARCH-UID.
           INVALID KEY
               DISPLAY 'ERROR: UID NOT FOUND ' WS-SEARCH-UID
           NOT INVALID KEY
               MOVE UID TO WS-SCOPE-UID
               MOVE SHIP-NAVY TO WS-SCOPE-NAVY
               MOVE SHIP-THEATRE TO WS-SCOPE-THEATRE
               PERFORM ASK-HULL-SCOPE
               IF WS-SCOPE-RESULT = 'N'
                   DISPLAY 'DECOMMISSION REFUSED'
               ELSE
                   PERFORM CONFIRM-AND-DECOMMISSION
               END-IF
           END-READ.
           MOVE WS-SEARCH-UID TO LCK-UID.
           PERFORM RELEASE-RECORD-LOCK.
           PERFORM CASCADE-FORMATIONS.
           PERFORM CASCADE-REFITS.
           PERFORM CASCADE-DOCK-BOOKINGS.
           MOVE WS-SEARCH-UID TO WS-CBK-UID.
           MOVE WS-DECOM-DATE TO WS-CBK-EVENT-DATE.
           MOVE 'DECOM' TO WS-CBK-EVENT.
           PERFORM REPORT-CONFIDENTIAL-BOOKS.
           DISPLAY '  CASCADE SUMMARY:'.
           DISPLAY '    ROSTER RECORDS CLOSED:    ' WS-ROSTER-CLOSED.
           DISPLAY '    TASK-FORCE SLOTS STRUCK:  ' WS-TF-STRUCK.

      *Same re-prompt through the shared CHKDATE subprogram as the
      *capture programs use
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

       CHECK-DATE-FIELD.
           CALL 'CHKDATE' USING WS-CHK-DATE, WS-CHK-ALLOW-FUTURE,
              WS-CHK-DATE-RESULT.
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-JRN-BEFORE-IMAGE(1:12) TO JRN-UID.
           CALL 'GETGMT' USING WS-GMT-TIMESTAMP.
           MOVE WS-GMT-TIMESTAMP(1:8) TO JRN-DATE.
           MOVE WS-GMT-TIMESTAMP(9:8) TO JRN-TIME.
           MOVE 'DECOM' TO JRN-PROGRAM.
           MOVE 'DELETE' TO JRN-ACTION.
           MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
       MINT-CORRELATION-ID.
           MOVE 'DECOM' TO WS-CORR-PROGRAM.
           CALL 'GETCORR' USING WS-CORR-PROGRAM, WS-CORR-ID.

      *Asks CHKOPER whether the operator's data scope covers the
      *hull in WS-SCOPE-REQUEST; a refusal is logged on SIGNLOG
       ASK-HULL-SCOPE.
           MOVE 'SCOPE' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OPERATOR-ID,
              WS-SCOPE-RESULT, WS-SCOPE-REQUEST.
           IF WS-SCOPE-RESULT = 'N'
               DISPLAY 'HULL ' WS-SCOPE-UID ' (' WS-SCOPE-NAVY ' '
                  WS-SCOPE-THEATRE ') IS OUTSIDE THE DATA SCOPE OF '
                  'OPERATOR ' WS-OPERATOR-ID
           END-IF.
