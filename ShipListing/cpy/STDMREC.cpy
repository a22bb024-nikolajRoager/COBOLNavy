      *The naval stores demand record: one row per demand raised on
      *the naval stores for a hull, keyed on the hull and the demand
      *number so a ship's outstanding demands are one START away.
      *Each demand serves either a refit work item (RFTWORK, by the
      *refit start date and item number) or a damage state (DMGSTAT,
      *by the date of the state), and is chased through the dates
      *raised, issued by the depot, and received on board or in the
      *yard. Captured by STDEMAND; read by STDMRPT for the outstanding
      *demands and by RFTPROG to show the work items held up.
       01 STORES-DEMAND-RECORD.
           05 SDM-KEY.
                10 SDM-UID PIC X(12).
                10 SDM-DEMAND-NR PIC X(10).
      *R = refit work item, D = damage state
           05 SDM-SERVES PIC X(1).
      *Refit start date or damage-state date the demand serves
           05 SDM-REF-DATE PIC X(8).
      *Work item number under the refit; zero against a damage state
           05 SDM-ITEM-NR PIC 9(3).
      *The yard or port the stores are wanted at, as on PORTMSTR
           05 SDM-YARD PIC X(25).
           05 SDM-ITEM PIC X(30).
           05 SDM-QUANTITY PIC 9(5).
      *1 = ship cannot sail without it, 2 = urgent, 3 = routine
           05 SDM-PRIORITY PIC 9(1).
           05 SDM-RAISED-DATE PIC X(8).
           05 SDM-ISSUED-DATE PIC X(8).
           05 SDM-RECEIVED-DATE PIC X(8).
