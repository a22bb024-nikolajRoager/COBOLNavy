      *The call-sign register record: which ALLSHPS UID answered to a
      *call-sign over which stretch of dates. Keyed on the call-sign
      *plus the date it came into force, so a signal's call-sign and
      *date resolve to a hull with one START (see GETCSG); the UID
      *is an alternate key so a hull's own call-sign history is one
      *browse away. Call-signs are reissued fleet-wide on change
      *dates (CSGCHG) and assigned one at a time in between (CSGMST)
      *-- the same sign can therefore come round again on another
      *hull, which is why the date always goes with it.
       01 CALL-SIGN-RECORD.
           05 CSG-KEY.
                10 CSG-CALL-SIGN PIC X(8).
                10 CSG-VALID-FROM PIC X(8).
      *Spaces while the call-sign is in force; otherwise the date the
      *next issue took over -- the sign is good up to, but not on,
      *that date
           05 CSG-VALID-TO PIC X(8).
           05 CSG-UID PIC X(12).
      *M = assigned by hand, C = issued by a change-of-call-signs run
           05 CSG-ISSUE-SOURCE PIC X(1).
