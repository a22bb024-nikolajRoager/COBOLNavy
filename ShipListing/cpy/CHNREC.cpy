      *The swept-channel register record: one row per searched
      *route between two PORTMSTR ports, the GRIDMST squares it
      *runs through, how often it must be swept again to be
      *trusted, and the date it was last swept. The status is the
      *authority's word on the channel (O open, C closed); an open
      *channel whose last sweep is older than its re-sweep interval
      *is unsafe all the same, and is reported so by CHKCHNL and
      *CHNSTAT. Maintained by CHNMNT, with the last-swept date
      *kept up by SWPLOG.
       01 SWEPT-CHANNEL-RECORD.
           05 CHN-ID PIC X(10).
           05 CHN-NAME PIC X(25).
      *The channel serves passages either way between the two
           05 CHN-FROM-PORT PIC X(25).
           05 CHN-TO-PORT PIC X(25).
           05 CHN-SQUARE-COUNT PIC 9.
           05 CHN-SQUARE PIC X(6) OCCURS 6 TIMES.
           05 CHN-RESWEEP-DAYS PIC 9(3).
      *Spaces for a channel not yet swept
           05 CHN-LAST-SWEPT-DATE PIC X(8).
      *O = open, C = closed
           05 CHN-STATUS PIC X(1).
