      *The defaulters register record: one row per punishment
      *awarded at the captain's table or by warrant, keyed on the
      *man's service number and the date of the award, so his whole
      *conduct sheet is one browse. The sequence digit separates a
      *second award made on the same day. Captured by DEFREG; read
      *by DISCSTAT for the discipline statistics and by SVCTRNS for
      *a man's conduct entries.
       01 DEFAULTER-RECORD.
           05 DEF-KEY.
                10 DEF-SVC-NR PIC X(10).
                10 DEF-DATE PIC X(8).
                10 DEF-SEQ PIC 9(1).
      *The hull he was borne in when the offence was dealt with
           05 DEF-UID PIC X(12).
           05 DEF-OFFENCE-CODE PIC X(6).
      *C = captain's table, W = warrant punishment
           05 DEF-AWARD-LEVEL PIC X(1).
           05 DEF-PUNISHMENT PIC X(30).
           05 DEF-AWARDING-OFFICER PIC X(25).
