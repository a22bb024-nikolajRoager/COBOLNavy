      *The billet-requirements record: which qualifications a
      *roster billet calls for, one row per billet and required
      *qualification code, keyed so that all a billet needs is one
      *browse from the ROSTER-BILLET text. A billet with no rows
      *asks for nothing. Maintained by BRQMNT; checked through
      *CHKQUAL.
       01 BILLET-REQUIREMENT-RECORD.
           05 BRQ-KEY.
                10 BRQ-BILLET PIC X(20).
                10 BRQ-QUAL-CODE PIC X(8).
