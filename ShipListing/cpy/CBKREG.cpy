      *The confidential-books custody record: one numbered copy of a
      *cipher or code book held by one hull, keyed on the holder's
      *UID plus the book's register number so everything a ship
      *holds is one START away. A copy stays on the register from
      *issue until a destruction certificate is entered for it --
      *superseded editions are still aboard, and still a risk, until
      *they are certified burnt. Maintained by CBKMNT; CBKCOMP lists
      *a lost or decommissioned hull's uncertified holdings and
      *CBKMUST chases copies whose monthly muster is overdue.
       01 CONFIDENTIAL-BOOK-RECORD.
           05 CBK-KEY.
                10 CBK-UID PIC X(12).
                10 CBK-BOOK-NR PIC X(10).
           05 CBK-SHORT-TITLE PIC X(20).
           05 CBK-EDITION PIC X(6).
           05 CBK-ISSUE-DATE PIC X(8).
      *H = held in force, S = superseded and awaiting destruction,
      *D = destroyed under certificate, C = presumed compromised
           05 CBK-STATE PIC X(1).
           05 CBK-SUPERSEDED-DATE PIC X(8).
           05 CBK-SUPERSEDED-BY PIC X(10).
      *Spaces until the first muster; the issue date stands in
           05 CBK-LAST-MUSTER-DATE PIC X(8).
           05 CBK-DESTROYED-DATE PIC X(8).
           05 CBK-CERTIFICATE-NR PIC X(12).
           05 CBK-WITNESS PIC X(25).
           05 CBK-COMPROMISE-DATE PIC X(8).
      *What put the copy at risk: SUNK / MISSING / LOST
           05 CBK-COMPROMISE-EVENT PIC X(10).
