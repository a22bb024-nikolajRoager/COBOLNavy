      *The minesweeping log record: one row per sweeper UID per day
      *she swept, carrying up to six GRIDMST squares she swept
      *(proven through CHKGRID), the kind of sweep, and the mines
      *she cut or detonated. A sweep run over a registered channel
      *names the channel, and the channel's last-swept date on
      *CHNREG is brought up to the sweep date. Maintained by
      *SWPLOG.
       01 SWEEP-LOG-RECORD.
           05 SWP-KEY.
                10 SWP-UID PIC X(12).
                10 SWP-DATE PIC X(8).
           05 SWP-SQUARE-COUNT PIC 9.
           05 SWP-SQUARE PIC X(6) OCCURS 6 TIMES.
      *M = moored (wire) sweep, G = magnetic, A = acoustic
           05 SWP-TYPE PIC X(1).
      *Moored mines cut free, and influence mines set off
           05 SWP-MINES-CUT PIC 9(3).
           05 SWP-MINES-DETONATED PIC 9(3).
      *Spaces for a sweep not run over a registered channel
           05 SWP-CHANNEL-ID PIC X(10).
