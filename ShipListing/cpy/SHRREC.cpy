      *The shore establishment register record: one row per naval
      *air station, aircraft depot or training base the fleet lands
      *airframes and crews to, keyed on a short establishment code.
      *Where it lies is a PORTMSTR port or, for an airfield inland,
      *a grid square proven through CHKGRID, with the theatre it
      *belongs to. The airframes it holds ride along per model, set
      *once as an opening balance at registration and moved after
      *that only by ACXFER, so ACXRECON can balance the ashore side
      *and AIROOB can show it. Maintained by SHRMST.
       01 SHORE-ESTABLISHMENT-RECORD.
           05 SHR-CODE PIC X(8).
           05 SHR-NAME PIC X(20).
      *A = naval air station, D = depot, T = training base
           05 SHR-TYPE PIC X(1).
      *Spaces when the establishment is not at a registered port
           05 SHR-PORT PIC X(25).
           05 SHR-GRID-SQUARE PIC X(6).
           05 SHR-THEATRE PIC X(20).
      *Opening is the count held when registered, before any ACXFER
           05 SHR-AIRCRAFT OCCURS 10 TIMES.
                10 SHR-AIRCRAFT-MODEL PIC X(20).
                10 SHR-AIRCRAFT-NR PIC 9(3).
                10 SHR-AIRCRAFT-OPENING PIC 9(3).
