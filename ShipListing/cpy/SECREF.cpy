      *The security classification reference record: one row per
      *report (kind RPT, keyed by the RPTPRT report name), per
      *outbound extract (kind EXTR, keyed by the program that writes
      *it), and per receiving destination (kind DEST). On a report
      *or extract row the level and releasability are what the
      *output carries; on a destination row they are the clearance
      *the receiving side holds, and an extract may only go to a
      *destination cleared at or above both. Maintained by SECMST,
      *looked up through GETSEC.
       01 SECURITY-CLASS-RECORD.
           05 SEC-KEY.
      *RPT = report, EXTR = outbound extract, DEST = destination
                10 SEC-KIND PIC X(4).
                10 SEC-NAME PIC X(8).
      *0 = UNCLASSIFIED, 1 = RESTRICTED, 2 = CONFIDENTIAL,
      *3 = SECRET, 4 = TOP SECRET
           05 SEC-LEVEL PIC 9(1).
      *0 = releasable to allies, 1 = Commonwealth eyes only,
      *2 = national eyes only
           05 SEC-RELEASE PIC 9(1).
      *EXTR rows only: the DEST row the extract is sent to
           05 SEC-DESTINATION PIC X(8).
           05 SEC-DESC PIC X(30).
