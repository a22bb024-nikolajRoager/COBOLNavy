      *The flag-officer inspection record: one row per UID and date
      *of a material or harbour inspection, with the inspecting
      *officer and the overall grade given. The defects and
      *deficiencies found hang off this key on the INSFND
      *findings file (FNDREC). Maintained by INSPREG; the latest
      *grade per ship is summarised by INSGRADE.
       01 INSPECTION-RECORD.
           05 INS-KEY.
                10 INS-UID PIC X(12).
                10 INS-DATE PIC X(8).
      *M = material inspection, H = harbour inspection
           05 INS-KIND PIC X(1).
           05 INS-INSPECTING-OFFICER PIC X(25).
      *E = excellent, G = good, S = satisfactory,
      *U = unsatisfactory
           05 INS-GRADE PIC X(1).
