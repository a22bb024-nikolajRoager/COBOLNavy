      *This subprogram is the shared lookup against the security
      *classification reference (SECMST), in the GETRNK mould: given
      *a kind (RPT, EXTR, DEST) and a name it returns the
      *classification level, the releasability, the destination an
      *extract is sent to, and the protective marking spelt out the
      *way it is printed (SECRET - COMMONWEALTH EYES ONLY). Result
      *byte: Y the row is on the reference, N it is not, U the
      *reference unavailable. A name not on the reference comes back
      *at level 0, releasable, marked UNCLASSIFIED.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GETSEC.
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
       01 WS-LEVEL-WORDS-VALUES.
           05 FILLER PIC X(12) VALUE 'UNCLASSIFIED'.
           05 FILLER PIC X(12) VALUE 'RESTRICTED'.
           05 FILLER PIC X(12) VALUE 'CONFIDENTIAL'.
           05 FILLER PIC X(12) VALUE 'SECRET'.
           05 FILLER PIC X(12) VALUE 'TOP SECRET'.
       01 WS-LEVEL-WORDS-TABLE REDEFINES WS-LEVEL-WORDS-VALUES.
           05 WS-LEVEL-WORDS OCCURS 5 TIMES PIC X(12).
       01 WS-LEVEL-IDX PIC 9.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-KIND PIC X(4).
       01 LK-NAME PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-LEVEL PIC 9(1).
       01 LK-RELEASE PIC 9(1).
       01 LK-DESTINATION PIC X(8).
       01 LK-MARKING PIC X(60).
      *------------------
       PROCEDURE DIVISION USING LK-KIND, LK-NAME, LK-RESULT,
           LK-LEVEL, LK-RELEASE, LK-DESTINATION, LK-MARKING.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE 0 TO LK-LEVEL.
           MOVE 0 TO LK-RELEASE.
           MOVE SPACES TO LK-DESTINATION.
           OPEN INPUT SECURITY-CLASSES.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               MOVE 'CLASSIFICATION NOT AVAILABLE' TO LK-MARKING
               GOBACK
           END-IF.
           MOVE LK-KIND TO SEC-KIND.
           MOVE LK-NAME TO SEC-NAME.
           READ SECURITY-CLASSES RECORD KEY SEC-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO LK-RESULT
               IF SEC-LEVEL <= 4
                   MOVE SEC-LEVEL TO LK-LEVEL
               END-IF
               IF SEC-RELEASE <= 2
                   MOVE SEC-RELEASE TO LK-RELEASE
               END-IF
               MOVE SEC-DESTINATION TO LK-DESTINATION
           END-READ.
           CLOSE SECURITY-CLASSES.
           PERFORM BUILD-MARKING.
           GOBACK.

       BUILD-MARKING.
           MOVE SPACES TO LK-MARKING.
           COMPUTE WS-LEVEL-IDX = LK-LEVEL + 1.
           EVALUATE LK-RELEASE
               WHEN 1
                   STRING WS-LEVEL-WORDS(WS-LEVEL-IDX)
                      DELIMITED BY '  '
                      ' - COMMONWEALTH EYES ONLY' DELIMITED BY SIZE
                      INTO LK-MARKING
               WHEN 2
                   STRING WS-LEVEL-WORDS(WS-LEVEL-IDX)
                      DELIMITED BY '  '
                      ' - NATIONAL EYES ONLY' DELIMITED BY SIZE
                      INTO LK-MARKING
               WHEN OTHER
                   MOVE WS-LEVEL-WORDS(WS-LEVEL-IDX) TO LK-MARKING
           END-EVALUATE.
