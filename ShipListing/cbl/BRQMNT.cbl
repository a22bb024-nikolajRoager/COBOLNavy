      *This program maintains the billet-requirements table: for a
      *ROSTER-BILLET, the qualification codes the man filling it must
      *hold. Add puts a requirement on the billet, delete takes one
      *off; a billet with no rows asks for nothing.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BRQMNT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLET-REQUIREMENTS ASSIGN TO BILLREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRQ-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BILLET-REQUIREMENTS.
       COPY BILLREQ.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ACTION PIC X(1).
       01 WS-REQUIREMENT.
           05 WS-BILLET PIC X(20).
           05 WS-QUAL-CODE PIC X(8).
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O BILLET-REQUIREMENTS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT BILLET-REQUIREMENTS
                 CLOSE BILLET-REQUIREMENTS
                 OPEN I-O BILLET-REQUIREMENTS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           DISPLAY 'A = add a requirement, D = delete one: '.
           ACCEPT WS-ACTION.
           IF WS-ACTION = 'a' MOVE 'A' TO WS-ACTION END-IF.
           IF WS-ACTION = 'd' MOVE 'D' TO WS-ACTION END-IF.
           DISPLAY 'Enter billet (Captain/XO/Asdic Operator/...), '
              '20 chars: '.
           ACCEPT WS-BILLET.
           DISPLAY 'Enter required qualification code, 8 chars: '.
           ACCEPT WS-QUAL-CODE.
           MOVE WS-REQUIREMENT TO BILLET-REQUIREMENT-RECORD.
           IF WS-ACTION = 'D'
               DELETE BILLET-REQUIREMENTS RECORD
               INVALID KEY
                   DISPLAY 'NO SUCH REQUIREMENT ON THE BILLET'
               NOT INVALID KEY
                   DISPLAY 'DELETED'
               END-DELETE
           ELSE
               WRITE BILLET-REQUIREMENT-RECORD
               INVALID KEY
                   DISPLAY 'REQUIREMENT ALREADY ON THE BILLET'
               NOT INVALID KEY
                   DISPLAY 'UPDATED'
               END-WRITE
           END-IF.
           CLOSE BILLET-REQUIREMENTS.
           GOBACK.
