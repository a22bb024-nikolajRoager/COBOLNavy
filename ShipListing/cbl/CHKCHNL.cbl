      *This subprogram is the common swept-channel check the sailing
      *programs CALL, in the CHKSUBP mould: given the two ends of a
      *passage and a date it reads the CHNREG register for a
      *channel joining the two ports (either way round) and reports
      *whether it can be trusted on that date. Result byte: S the
      *channel is open and swept within its re-sweep interval; X it
      *is unsafe -- closed, never swept, or its last sweep older
      *than the interval; N no channel joins the ports; U the
      *register is unavailable. Where several channels join the
      *same ports a safe one is enough. The channel and the date it
      *was last swept come back with S and X.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHKCHNL.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEPT-CHANNELS ASSIGN TO CHNREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHN-ID
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SWEPT-CHANNELS.
       COPY CHNREC.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-DUE-NUM PIC 9(8).
       01 WS-DUE-DATE PIC X(8).
      *--------------------
       LINKAGE SECTION.
      *--------------------
       01 LK-FROM-PORT PIC X(25).
       01 LK-TO-PORT PIC X(25).
       01 LK-DATE PIC X(8).
       01 LK-RESULT PIC X(1).
       01 LK-CHANNEL-ID PIC X(10).
       01 LK-LAST-SWEPT-DATE PIC X(8).
      *------------------
       PROCEDURE DIVISION USING LK-FROM-PORT, LK-TO-PORT, LK-DATE,
           LK-RESULT, LK-CHANNEL-ID, LK-LAST-SWEPT-DATE.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-RESULT.
           MOVE SPACES TO LK-CHANNEL-ID.
           MOVE SPACES TO LK-LAST-SWEPT-DATE.
           OPEN INPUT SWEPT-CHANNELS.
           IF WS-FILE-STATUS NOT = '00' AND WS-FILE-STATUS NOT = '97'
               MOVE 'U' TO LK-RESULT
               GOBACK
           END-IF.
      *The register is small -- one row per channel -- so it is
      *read through; the first safe channel ends the search
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SWEPT-CHANNELS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF (CHN-FROM-PORT = LK-FROM-PORT
                          AND CHN-TO-PORT = LK-TO-PORT)
                          OR (CHN-FROM-PORT = LK-TO-PORT
                          AND CHN-TO-PORT = LK-FROM-PORT)
                           PERFORM GRADE-CHANNEL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SWEPT-CHANNELS.
           GOBACK.

      *A sweep is good through the last day of its interval
       GRADE-CHANNEL.
           MOVE CHN-ID TO LK-CHANNEL-ID.
           MOVE CHN-LAST-SWEPT-DATE TO LK-LAST-SWEPT-DATE.
           MOVE 'X' TO LK-RESULT.
           IF CHN-STATUS = 'O' AND CHN-LAST-SWEPT-DATE NOT = SPACES
               COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(CHN-LAST-SWEPT-DATE))
                  + CHN-RESWEEP-DAYS)
               MOVE WS-DUE-NUM TO WS-DUE-DATE
               IF WS-DUE-DATE >= LK-DATE
                   MOVE 'S' TO LK-RESULT
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-IF.
