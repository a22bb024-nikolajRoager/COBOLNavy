      *The victualling ledger record: one balance row per hull for
      *the three things a ship's company eats and drinks -- dry
      *provisions and fresh provisions in rations (one man fed for
      *one day), fresh water in tons. The balance is struck as at
      *VCT-AS-OF-DATE; every day after it the ship's company eats
      *down the stock at the ration scale, so the stock on any
      *later day is computed, never keyed. Posted by VCTPOST (for
      *REPLEN issues), reported by VCTEND.
       01 VICTUAL-RECORD.
           05 VCT-UID PIC X(12).
           05 VCT-AS-OF-DATE PIC X(8).
           05 VCT-DRY-RATIONS PIC 9(7).
           05 VCT-FRESH-RATIONS PIC 9(7).
           05 VCT-WATER-TONS PIC 9(5)V9.
      *Men borne on the open roster when the balance was last struck
           05 VCT-BORNE PIC 9(4).
           05 VCT-LAST-ISSUE-DATE PIC X(8).
           05 VCT-LAST-ISSUE-PORT PIC X(20).
