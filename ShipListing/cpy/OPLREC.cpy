      *The operation link record: one row per order, sailing or
      *task force belonging to an operation on OPNPLN, keyed by the
      *operation, the kind of item and its own key, so all of an
      *operation's items are one START away. An order is held by
      *ship UID and its day relative to D-day (one ship may have
      *several orders in one operation); a sailing or a task force
      *by its TF-ID. OPL-LINKED-DATE is the date the linked ORDFILE
      *or SAILSCH record carries now -- the order's effective date
      *or the sailing's departure -- and OPNSLIP moves it with the
      *record when D-day moves. A task force carries no date of its
      *own and is linked for the report only.
       01 OPERATION-LINK-RECORD.
           05 OPL-KEY.
                10 OPL-OPERATION PIC X(20).
      *O = movement order, S = sailing, T = task force
                10 OPL-KIND PIC X(1).
                10 OPL-ITEM-ID PIC X(12).
                10 OPL-OFFSET-SIGN PIC X(1).
                10 OPL-OFFSET-DAYS PIC 9(3).
           05 OPL-PHASE PIC 9.
           05 OPL-LINKED-DATE PIC X(8).
