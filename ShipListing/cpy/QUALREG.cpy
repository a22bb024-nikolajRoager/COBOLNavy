      *The qualifications record: one row per course passed or
      *certificate held by a service number -- gunlayer, asdic
      *operator, watchkeeping certificate and the like -- keyed on
      *the service number plus the qualification code, so a man's
      *whole record is one browse. Maintained by QUALMNT; checked
      *against the billet requirements (BILLREQ) through CHKQUAL.
       01 QUALIFICATION-RECORD.
           05 QLF-KEY.
                10 QLF-SVC-NR PIC X(10).
                10 QLF-QUAL-CODE PIC X(8).
           05 QLF-QUAL-TITLE PIC X(25).
           05 QLF-DATE-GAINED PIC X(8).
      *Spaces for a qualification that does not lapse; otherwise
      *the date it runs out -- good up to, but not on, that date
           05 QLF-EXPIRY-DATE PIC X(8).
           05 QLF-AUTHORITY PIC X(20).
