      *This subprogram is the shared lookup against the rank/rate
      *reference (RNKMST), in the GETCLS mould: given a rank code it
      *returns the title, the officer/rating class, and the order of
      *precedence. Result byte: Y the code is on the reference, N it
      *is not, U the reference unavailable.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GETRNK.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANK-MASTER ASSIGN TO RANKREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RNK-CODE
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RANK-MASTER.
       COPY RANKREF.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-RANK-CODE PIC X(6).
       01 LK-RESULT PIC X(1).
       01 LK-RANK-TITLE PIC X(25).
       01 LK-RANK-CLASS PIC X(1).
       01 LK-RANK-PRECEDENCE PIC 9(3).
      *------------------
       PROCEDURE DIVISION USING LK-RANK-CODE, LK-RESULT,
           LK-RANK-TITLE, LK-RANK-CLASS, LK-RANK-PRECEDENCE.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE SPACES TO LK-RANK-TITLE.
           MOVE SPACES TO LK-RANK-CLASS.
           MOVE 999 TO LK-RANK-PRECEDENCE.
           OPEN INPUT RANK-MASTER.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
           MOVE LK-RANK-CODE TO RNK-CODE.
           READ RANK-MASTER RECORD KEY RNK-CODE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO LK-RESULT
               MOVE RNK-TITLE TO LK-RANK-TITLE
               MOVE RNK-CLASS TO LK-RANK-CLASS
               MOVE RNK-PRECEDENCE TO LK-RANK-PRECEDENCE
           END-READ.
           CLOSE RANK-MASTER.
           GOBACK.
