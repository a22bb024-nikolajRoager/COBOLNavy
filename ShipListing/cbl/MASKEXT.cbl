      *This program cuts the masked personnel copies the training
      *school and the allied exchange are given in place of the real
      *CREWROST, NOKMDT, and CASDTL: until now the only answers were
      *a refusal or real names and addresses. Every service number
      *is replaced by a pseudonym (X and nine digits) held on the
      *MASKKEY masking key, so the same man carries the same false
      *number in all three copies and in every later cut. Names
      *become SAILOR or KIN OF and the pseudonym, next-of-kin
      *addresses are withheld outright, and ship UIDs, billets,
      *relationships, outcomes, and every date are copied as they
      *stand. The copies go to the suffixed clusters CREWROSM,
      *NOKMDTM, and CASDTLM, keyed as the live files are, so the
      *school can mount them under the production DD names as the
      *exercise job does SCNCOPY's. The live files are opened for
      *input only. MASKKEY itself never leaves the building: mode T
      *traces a pseudonym back to the real service number, for the
      *security officer only (CHKOPER's SECUR function), and every
      *trace is written to the ACCLOG read-access log.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MASKEXT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROSTER-KEY
           FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT MASKED-ROSTER ASSIGN TO CREWROSM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MRS-KEY
           FILE STATUS IS WS-MRS-FILE-STATUS.
           SELECT NEXT-OF-KIN ASSIGN TO NOKMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOK-SVC-NR
           FILE STATUS IS WS-NOK-FILE-STATUS.
           SELECT MASKED-KIN ASSIGN TO NOKMDTM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MNK-SVC-NR
           FILE STATUS IS WS-MNK-FILE-STATUS.
           SELECT CASUALTY-DETAILS ASSIGN TO CASDTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAS-KEY
           FILE STATUS IS WS-CAS-FILE-STATUS.
           SELECT MASKED-CASUALTIES ASSIGN TO CASDTLM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MCS-KEY
           FILE STATUS IS WS-MCS-FILE-STATUS.
      *The masking key: real service number to pseudonym, and back
      *through the alternate key
           SELECT MASKING-KEY ASSIGN TO MASKKEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSK-SVC-NR
           ALTERNATE RECORD KEY IS MSK-PSEUDO-SVC-NR
           FILE STATUS IS WS-MSK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CREW-ROSTER.
       01 ROSTER-RECORD.
           05 ROSTER-KEY.
                10 ROSTER-UID PIC X(12).
                10 ROSTER-SVC-NR PIC X(10).
           05 ROSTER-DATA.
                10 ROSTER-NAME PIC X(25).
                10 ROSTER-BILLET PIC X(20).
                10 ROSTER-DATE-ASSIGNED PIC X(8).
                10 ROSTER-DATE-RELIEVED PIC X(8).
                10 ROSTER-STATUS PIC X(8).
       FD  MASKED-ROSTER.
       01 MASKED-ROSTER-RECORD.
           05 MRS-KEY.
                10 MRS-UID PIC X(12).
                10 MRS-SVC-NR PIC X(10).
           05 MRS-DATA.
                10 MRS-NAME PIC X(25).
                10 MRS-BILLET PIC X(20).
                10 MRS-DATE-ASSIGNED PIC X(8).
                10 MRS-DATE-RELIEVED PIC X(8).
                10 MRS-STATUS PIC X(8).
       FD  NEXT-OF-KIN.
       01 NEXT-OF-KIN-RECORD.
           05 NOK-SVC-NR PIC X(10).
           05 NOK-NAME PIC X(25).
           05 NOK-RELATIONSHIP PIC X(12).
           05 NOK-ADDRESS PIC X(60).
       FD  MASKED-KIN.
       01 MASKED-KIN-RECORD.
           05 MNK-SVC-NR PIC X(10).
           05 MNK-NAME PIC X(25).
           05 MNK-RELATIONSHIP PIC X(12).
           05 MNK-ADDRESS PIC X(60).
       FD  CASUALTY-DETAILS.
       01 CASUALTY-DETAIL-RECORD.
           05 CAS-KEY.
                10 CAS-SVC-NR PIC X(10).
                10 CAS-ENG-UID PIC X(12).
                10 CAS-ENG-DATE PIC X(8).
      *K = killed, W = wounded, M = missing, R = rescued
           05 CAS-OUTCOME PIC X(1).
           05 CAS-DISPOSITION PIC X(25).
       FD  MASKED-CASUALTIES.
       01 MASKED-CASUALTY-RECORD.
           05 MCS-KEY.
                10 MCS-SVC-NR PIC X(10).
                10 MCS-ENG-UID PIC X(12).
                10 MCS-ENG-DATE PIC X(8).
           05 MCS-OUTCOME PIC X(1).
           05 MCS-DISPOSITION PIC X(25).
       FD  MASKING-KEY.
       01 MASKING-KEY-RECORD.
           05 MSK-SVC-NR PIC X(10).
           05 MSK-PSEUDO-SVC-NR.
                10 MSK-PSEUDO-PREFIX PIC X(1).
                10 MSK-PSEUDO-SEQ PIC 9(9).
           05 MSK-CREATED-DATE PIC X(8).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-ROST-FILE-STATUS PIC XX.
       01 WS-MRS-FILE-STATUS PIC XX.
       01 WS-NOK-FILE-STATUS PIC XX.
       01 WS-MNK-FILE-STATUS PIC XX.
       01 WS-CAS-FILE-STATUS PIC XX.
       01 WS-MCS-FILE-STATUS PIC XX.
       01 WS-MSK-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-MODE PIC X(1).
       01 WS-REAL-SVC-NR PIC X(10).
       01 WS-PSEUDO-SVC-NR PIC X(10).
       01 WS-LAST-SEQ PIC 9(9) VALUE 0.
       01 WS-NEW-KEYS PIC 9(5) VALUE 0.
       01 WS-MASKED-ROSTER PIC 9(5) VALUE 0.
       01 WS-MASKED-KIN PIC 9(5) VALUE 0.
       01 WS-MASKED-CASUALTIES PIC 9(5) VALUE 0.
      *Releasability plumbing; see CHKREL
       01 WS-REL-EXTRACT PIC X(8) VALUE 'MASKEXT'.
       01 WS-REL-RESULT PIC X(1).
       01 WS-REL-DESTINATION PIC X(8).
       01 WS-REL-MARKING PIC X(60).
      *Trace: the security officer's own sign-on, through CHKOPER
       01 WS-OFFICER-ID PIC X(12).
       01 WS-CHK-FUNCTION PIC X(5).
       01 WS-CHK-RESULT PIC X(1).
      *CHKOPER's hull parameter, unused by SECUR
       01 WS-CHK-SCOPE-REQUEST PIC X(36) VALUE SPACES.
      *Read-access log plumbing; see LOGREAD
       01 WS-ACC-PROGRAM PIC X(8) VALUE 'MASKEXT'.
       01 WS-ACC-SVC-NR PIC X(10).
       01 WS-ACC-UID PIC X(12) VALUE SPACES.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           DISPLAY '(E)xtract the masked copies, or (T)race a '
              'pseudonym back: '.
           ACCEPT WS-MODE.
           IF WS-MODE = 'T' OR WS-MODE = 't'
               PERFORM SIGN-ON-SECURITY-OFFICER
               PERFORM OPEN-MASKING-KEY
               PERFORM TRACE-PSEUDONYM
               CLOSE MASKING-KEY
               GOBACK
           END-IF.
           PERFORM CHECK-RELEASABILITY.
           PERFORM OPEN-MASKING-KEY.
           PERFORM FIND-LAST-PSEUDONYM.
           PERFORM MASK-ROSTER.
           PERFORM MASK-KIN.
           PERFORM MASK-CASUALTIES.
           CLOSE MASKING-KEY.
           DISPLAY 'MASKED COPIES CUT: ' WS-MASKED-ROSTER
              ' ROSTER ROWS, ' WS-MASKED-KIN ' NEXT OF KIN, '
              WS-MASKED-CASUALTIES ' CASUALTY ROWS'.
           DISPLAY WS-NEW-KEYS ' NEW PSEUDONYMS ADDED TO MASKKEY; '
              'MASKKEY STAYS HERE AND IS NEVER SENT'.
           GOBACK.

       OPEN-MASKING-KEY.
           OPEN I-O MASKING-KEY.
           IF WS-MSK-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-MSK-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                    WS-MSK-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT MASKING-KEY
                 CLOSE MASKING-KEY
                 OPEN I-O MASKING-KEY
                 IF WS-MSK-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:'
                      WS-MSK-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.

      *New pseudonyms carry on from the highest already issued, so
      *a number once given out is never given to another man
       FIND-LAST-PSEUDONYM.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MASKING-KEY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MSK-PSEUDO-SEQ IS NUMERIC
                          AND MSK-PSEUDO-SEQ > WS-LAST-SEQ
                           MOVE MSK-PSEUDO-SEQ TO WS-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       MASK-ROSTER.
           OPEN INPUT CREW-ROSTER.
           IF WS-ROST-FILE-STATUS NOT = '00'
              AND WS-ROST-FILE-STATUS NOT = '97'
               DISPLAY 'CREWROST NOT AVAILABLE, MASKED ROSTER IS '
                  'EMPTY'
               OPEN OUTPUT MASKED-ROSTER
               CLOSE MASKED-ROSTER
           ELSE
               OPEN OUTPUT MASKED-ROSTER
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CREW-ROSTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ROSTER-SVC-NR TO WS-REAL-SVC-NR
                           PERFORM GET-PSEUDONYM
                           MOVE ROSTER-RECORD TO MASKED-ROSTER-RECORD
                           MOVE WS-PSEUDO-SVC-NR TO MRS-SVC-NR
                           MOVE SPACES TO MRS-NAME
                           STRING 'SAILOR ' WS-PSEUDO-SVC-NR
                              DELIMITED BY SIZE INTO MRS-NAME
                           END-STRING
                           WRITE MASKED-ROSTER-RECORD
                           ADD 1 TO WS-MASKED-ROSTER
                   END-READ
               END-PERFORM
               CLOSE CREW-ROSTER
               CLOSE MASKED-ROSTER
           END-IF.

      *The relationship stays: the school's notification drills need
      *it. The address does not, not even the town
       MASK-KIN.
           OPEN INPUT NEXT-OF-KIN.
           IF WS-NOK-FILE-STATUS NOT = '00'
              AND WS-NOK-FILE-STATUS NOT = '97'
               DISPLAY 'NOKMDT NOT AVAILABLE, MASKED NEXT OF KIN IS '
                  'EMPTY'
               OPEN OUTPUT MASKED-KIN
               CLOSE MASKED-KIN
           ELSE
               OPEN OUTPUT MASKED-KIN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NEXT-OF-KIN NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE NOK-SVC-NR TO WS-REAL-SVC-NR
                           PERFORM GET-PSEUDONYM
                           MOVE NEXT-OF-KIN-RECORD TO MASKED-KIN-RECORD
                           MOVE WS-PSEUDO-SVC-NR TO MNK-SVC-NR
                           MOVE SPACES TO MNK-NAME
                           STRING 'KIN OF ' WS-PSEUDO-SVC-NR
                              DELIMITED BY SIZE INTO MNK-NAME
                           END-STRING
                           MOVE 'ADDRESS WITHHELD' TO MNK-ADDRESS
                           WRITE MASKED-KIN-RECORD
                           ADD 1 TO WS-MASKED-KIN
                   END-READ
               END-PERFORM
               CLOSE NEXT-OF-KIN
               CLOSE MASKED-KIN
           END-IF.

       MASK-CASUALTIES.
           OPEN INPUT CASUALTY-DETAILS.
           IF WS-CAS-FILE-STATUS NOT = '00'
              AND WS-CAS-FILE-STATUS NOT = '97'
               DISPLAY 'CASDTL NOT AVAILABLE, MASKED CASUALTY '
                  'DETAIL IS EMPTY'
               OPEN OUTPUT MASKED-CASUALTIES
               CLOSE MASKED-CASUALTIES
           ELSE
               OPEN OUTPUT MASKED-CASUALTIES
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASUALTY-DETAILS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CAS-SVC-NR TO WS-REAL-SVC-NR
                           PERFORM GET-PSEUDONYM
                           MOVE CASUALTY-DETAIL-RECORD
                              TO MASKED-CASUALTY-RECORD
                           MOVE WS-PSEUDO-SVC-NR TO MCS-SVC-NR
                           WRITE MASKED-CASUALTY-RECORD
                           ADD 1 TO WS-MASKED-CASUALTIES
                   END-READ
               END-PERFORM
               CLOSE CASUALTY-DETAILS
               CLOSE MASKED-CASUALTIES
           END-IF.

      *The man's pseudonym from the key, issuing the next one the
      *first time he is seen
       GET-PSEUDONYM.
           MOVE WS-REAL-SVC-NR TO MSK-SVC-NR.
           READ MASKING-KEY RECORD KEY MSK-SVC-NR
           INVALID KEY
               ADD 1 TO WS-LAST-SEQ
               MOVE WS-REAL-SVC-NR TO MSK-SVC-NR
               MOVE 'X' TO MSK-PSEUDO-PREFIX
               MOVE WS-LAST-SEQ TO MSK-PSEUDO-SEQ
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO MSK-CREATED-DATE
               WRITE MASKING-KEY-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: MASKKEY WRITE FAILED, STATUS '
                      WS-MSK-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-NEW-KEYS
               END-WRITE
           END-READ.
           MOVE MSK-PSEUDO-SVC-NR TO WS-PSEUDO-SVC-NR.

       SIGN-ON-SECURITY-OFFICER.
           DISPLAY 'Enter security officer ID, 12 chars: '.
           ACCEPT WS-OFFICER-ID.
           MOVE 'SECUR' TO WS-CHK-FUNCTION.
           CALL 'CHKOPER' USING WS-CHK-FUNCTION, WS-OFFICER-ID,
              WS-CHK-RESULT, WS-CHK-SCOPE-REQUEST.
           IF WS-CHK-RESULT NOT = 'Y'
               DISPLAY 'OPERATOR ' WS-OFFICER-ID ' MAY NOT TRACE '
                  'MASKED RECORDS, RUN REFUSED'
               GOBACK
           END-IF.

       TRACE-PSEUDONYM.
           DISPLAY 'Enter pseudonym to trace, 10 chars: '.
           ACCEPT WS-PSEUDO-SVC-NR.
           MOVE WS-PSEUDO-SVC-NR TO MSK-PSEUDO-SVC-NR.
           READ MASKING-KEY KEY IS MSK-PSEUDO-SVC-NR
           INVALID KEY
               DISPLAY 'PSEUDONYM NOT ON MASKKEY: ' WS-PSEUDO-SVC-NR
           NOT INVALID KEY
               DISPLAY 'PSEUDONYM ' WS-PSEUDO-SVC-NR
                  ' IS SERVICE NUMBER ' MSK-SVC-NR
                  ', ISSUED ' MSK-CREATED-DATE
               MOVE MSK-SVC-NR TO WS-ACC-SVC-NR
               PERFORM LOG-READ-ACCESS
           END-READ.

       CHECK-RELEASABILITY.
           CALL 'CHKREL' USING WS-REL-EXTRACT, WS-REL-RESULT,
              WS-REL-DESTINATION, WS-REL-MARKING.
           IF WS-REL-RESULT = 'U'
               DISPLAY 'WARNING: SECREF NOT AVAILABLE, DESTINATION '
                  'CLEARANCE UNPROVEN'
           END-IF.
           IF WS-REL-RESULT = 'N'
               DISPLAY 'REFUSED: EXTRACT MARKED ' WS-REL-MARKING
               DISPLAY '  DESTINATION ' WS-REL-DESTINATION
                  ' NOT CLEARED TO RECEIVE IT, NOTHING WRITTEN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LOG-READ-ACCESS.
           CALL 'LOGREAD' USING WS-OFFICER-ID, WS-ACC-PROGRAM,
              WS-ACC-SVC-NR, WS-ACC-UID.
