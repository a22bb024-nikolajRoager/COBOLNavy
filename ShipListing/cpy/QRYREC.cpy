      *The saved ship query: one row per named question the staff
      *ask of ALLSHPS, so a new question is a QRYMST entry instead
      *of a new report program. Up to eight selection conditions on
      *SHIP-RECORD fields, all of which must hold; up to three sort
      *fields; up to eight columns to print. Field names are the
      *SHIPREC data names, proven through GETSFLD. Operators: EQ
      *equal, RG range (either bound blank leaves that end open),
      *CT contains. Run by name through QRYEXEC, from CONSOLE, and
      *nightly through QRYRUN when flagged.
       01 QUERY-DEFINITION-RECORD.
           05 QRY-NAME PIC X(20).
           05 QRY-DESCRIPTION PIC X(40).
      *R printed through RPTPRT, C written as CSV to QRYEXTR
           05 QRY-OUTPUT PIC X(1).
      *Y = run every night by the QRYRUN step
           05 QRY-NIGHTLY PIC X(1).
           05 QRY-RECIPIENT PIC X(20).
           05 QRY-SAVED-DATE PIC X(8).
           05 QRY-CONDITION OCCURS 8 TIMES.
                10 QRY-COND-FIELD PIC X(26).
                10 QRY-COND-OPERATOR PIC X(2).
                10 QRY-COND-VALUE-1 PIC X(25).
                10 QRY-COND-VALUE-2 PIC X(25).
           05 QRY-SORT OCCURS 3 TIMES.
                10 QRY-SORT-FIELD PIC X(26).
      *A ascending, D descending
                10 QRY-SORT-ORDER PIC X(1).
           05 QRY-COLUMN-FIELD PIC X(26) OCCURS 8 TIMES.
