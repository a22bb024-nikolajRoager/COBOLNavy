      *The operation lift requirement: one row per assault wave of
      *an operation on the OPNPLAN master, giving the troops,
      *vehicles and landing craft the wave must put ashore and the
      *task forces that lift it -- up to six, each linked to the
      *operation on OPNLNK. A wave naming no force is lifted by
      *every force linked to the operation. Maintained by LIFTREQ,
      *measured against the hulls' lift by LIFTPLAN.
       01 LIFT-REQUIREMENT-RECORD.
           05 LFR-KEY.
                10 LFR-OPERATION PIC X(20).
                10 LFR-WAVE PIC 9.
           05 LFR-TROOPS PIC 9(6).
           05 LFR-VEHICLES PIC 9(5).
           05 LFR-CRAFT PIC 9(4).
           05 LFR-TF-COUNT PIC 9.
           05 LFR-TF-ID PIC X(8) OCCURS 6 TIMES.
