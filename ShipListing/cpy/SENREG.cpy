      *The seniority record: one row per service number carrying the
      *man's present rank or rate and the date he took seniority in
      *it, which the CREWROST roster rows (keyed by hull) have no
      *room for. Written by CREWROST and MANPOOL whenever they open
      *or change a roster row, so it stays in step with the roster;
      *SEN-CURRENT-UID is the hull of the last open roster row they
      *wrote, proved against CREWROST by the Navy List (NAVYLST)
      *before it is believed.
       01 SENIORITY-RECORD.
           05 SEN-SVC-NR PIC X(10).
           05 SEN-NAME PIC X(25).
      *A code on the RANKREF rank/rate reference; see GETRNK
           05 SEN-RANK-CODE PIC X(6).
           05 SEN-SENIORITY-DATE PIC X(8).
      *Spaces when no open roster row is known
           05 SEN-CURRENT-UID PIC X(12).
           05 SEN-LAST-CHANGED PIC X(8).
