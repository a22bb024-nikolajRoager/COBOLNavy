      *This program maintains the capacity-threshold master: one row
      *per file CAPCNT counts, with a description and the record
      *count at which the file reaches its space allocation and
      *needs re-sizing. CAPRPT projects each file's growth against
      *this figure. As with the retention policies, a new allocation
      *is a data edit here, not a code change in the report.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAPMST.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-THRESHOLDS ASSIGN TO CAPTHR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CPT-FILE-ID
           FILE STATUS IS WS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CAPACITY-THRESHOLDS.
       01 CAPACITY-THRESHOLD-RECORD.
      *The logical file name, as CAPCNT records it
           05 CPT-FILE-ID PIC X(8).
           05 CPT-DESCRIPTION PIC X(30).
      *Record count at which the allocation is full
           05 CPT-THRESHOLD PIC 9(9).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-THRESHOLD.
           05 WS-FILE-ID PIC X(8).
           05 WS-DESCRIPTION PIC X(30).
           05 WS-RECORDS PIC 9(9).
       01 WS-IDX PIC 9(3).
       01 WS-KNOWN PIC X.
      *The files CAPCNT counts; a threshold for anything else would
      *never be reported against
       01 WS-COUNTED-DEFINITIONS.
           05 FILLER PIC X(8) VALUE 'ALLSHPS'.
           05 FILLER PIC X(8) VALUE 'HISTSHP'.
           05 FILLER PIC X(8) VALUE 'MIRRSHP'.
           05 FILLER PIC X(8) VALUE 'NAMELIN'.
           05 FILLER PIC X(8) VALUE 'CREWROST'.
           05 FILLER PIC X(8) VALUE 'NOKMDT'.
           05 FILLER PIC X(8) VALUE 'CASDTL'.
           05 FILLER PIC X(8) VALUE 'OPERMDT'.
           05 FILLER PIC X(8) VALUE 'SIGHTNG'.
           05 FILLER PIC X(8) VALUE 'POSRPT'.
           05 FILLER PIC X(8) VALUE 'EXPNDLOG'.
           05 FILLER PIC X(8) VALUE 'RPLNSH'.
           05 FILLER PIC X(8) VALUE 'DMGSTAT'.
           05 FILLER PIC X(8) VALUE 'ENGLOG'.
           05 FILLER PIC X(8) VALUE 'STHIST'.
           05 FILLER PIC X(8) VALUE 'AUDTRL'.
           05 FILLER PIC X(8) VALUE 'JRNLSHP'.
           05 FILLER PIC X(8) VALUE 'CORRLOG'.
           05 FILLER PIC X(8) VALUE 'SIGNLOG'.
           05 FILLER PIC X(8) VALUE 'ACCLOG'.
           05 FILLER PIC X(8) VALUE 'ACMDLDT'.
           05 FILLER PIC X(8) VALUE 'ALWRATE'.
           05 FILLER PIC X(8) VALUE 'BRLREF'.
           05 FILLER PIC X(8) VALUE 'CAPTHR'.
           05 FILLER PIC X(8) VALUE 'CLSBNKDT'.
           05 FILLER PIC X(8) VALUE 'CLSMNTDT'.
           05 FILLER PIC X(8) VALUE 'CLSMSDT'.
           05 FILLER PIC X(8) VALUE 'CMPMDT'.
           05 FILLER PIC X(8) VALUE 'CPWDT'.
           05 FILLER PIC X(8) VALUE 'DFSTNDT'.
           05 FILLER PIC X(8) VALUE 'ENMCLSDT'.
           05 FILLER PIC X(8) VALUE 'EQPMDT'.
           05 FILLER PIC X(8) VALUE 'FRMNMDT'.
           05 FILLER PIC X(8) VALUE 'GRIDDT'.
           05 FILLER PIC X(8) VALUE 'LIFTCDT'.
           05 FILLER PIC X(8) VALUE 'NVTYPCD'.
           05 FILLER PIC X(8) VALUE 'PORTMDT'.
           05 FILLER PIC X(8) VALUE 'PRCINT'.
           05 FILLER PIC X(8) VALUE 'PRCPAR'.
           05 FILLER PIC X(8) VALUE 'PRTDIST'.
           05 FILLER PIC X(8) VALUE 'QRYDEF'.
           05 FILLER PIC X(8) VALUE 'RANKREF'.
           05 FILLER PIC X(8) VALUE 'RETNPOL'.
           05 FILLER PIC X(8) VALUE 'ROUTEDT'.
           05 FILLER PIC X(8) VALUE 'SECREF'.
           05 FILLER PIC X(8) VALUE 'SHRESDT'.
           05 FILLER PIC X(8) VALUE 'THFLXDT'.
           05 FILLER PIC X(8) VALUE 'ZONEREF'.
           05 FILLER PIC X(8) VALUE 'AIRCREW'.
           05 FILLER PIC X(8) VALUE 'RANKSEN'.
           05 FILLER PIC X(8) VALUE 'QUALREG'.
           05 FILLER PIC X(8) VALUE 'LEAVLDG'.
           05 FILLER PIC X(8) VALUE 'SICKLST'.
           05 FILLER PIC X(8) VALUE 'DEFAULTR'.
           05 FILLER PIC X(8) VALUE 'MANPOOL'.
           05 FILLER PIC X(8) VALUE 'BILLREQ'.
           05 FILLER PIC X(8) VALUE 'MASKKEY'.
           05 FILLER PIC X(8) VALUE 'NOTIFYWL'.
           05 FILLER PIC X(8) VALUE 'DLDLOG'.
           05 FILLER PIC X(8) VALUE 'SAILSCH'.
           05 FILLER PIC X(8) VALUE 'SAILWPT'.
           05 FILLER PIC X(8) VALUE 'TSKFRC'.
           05 FILLER PIC X(8) VALUE 'TSKFRCM'.
           05 FILLER PIC X(8) VALUE 'ORDFILE'.
           05 FILLER PIC X(8) VALUE 'ORDDSP'.
           05 FILLER PIC X(8) VALUE 'OPNPLN'.
           05 FILLER PIC X(8) VALUE 'OPNLNK'.
           05 FILLER PIC X(8) VALUE 'FRCREQ'.
           05 FILLER PIC X(8) VALUE 'LIFTRQ'.
           05 FILLER PIC X(8) VALUE 'URPDRAFT'.
           05 FILLER PIC X(8) VALUE 'MERCHDT'.
           05 FILLER PIC X(8) VALUE 'CGOMAN'.
           05 FILLER PIC X(8) VALUE 'CVARRIV'.
           05 FILLER PIC X(8) VALUE 'STRGLOG'.
           05 FILLER PIC X(8) VALUE 'SUBPTRL'.
           05 FILLER PIC X(8) VALUE 'MINEFLD'.
           05 FILLER PIC X(8) VALUE 'CHNREG'.
           05 FILLER PIC X(8) VALUE 'SWPLOG'.
           05 FILLER PIC X(8) VALUE 'NGSREQ'.
           05 FILLER PIC X(8) VALUE 'NEUTCLR'.
           05 FILLER PIC X(8) VALUE 'DGREG'.
           05 FILLER PIC X(8) VALUE 'CALLSGN'.
           05 FILLER PIC X(8) VALUE 'CBKREG'.
           05 FILLER PIC X(8) VALUE 'OPDEFDT'.
           05 FILLER PIC X(8) VALUE 'RSVREG'.
           05 FILLER PIC X(8) VALUE 'TOWTASK'.
           05 FILLER PIC X(8) VALUE 'TUGREG'.
           05 FILLER PIC X(8) VALUE 'RCVREG'.
           05 FILLER PIC X(8) VALUE 'WXOBS'.
           05 FILLER PIC X(8) VALUE 'DFBRGS'.
           05 FILLER PIC X(8) VALUE 'ENMYSHP'.
           05 FILLER PIC X(8) VALUE 'ENMTRK'.
           05 FILLER PIC X(8) VALUE 'ENMCON'.
           05 FILLER PIC X(8) VALUE 'ENMDMGDT'.
           05 FILLER PIC X(8) VALUE 'BATLHDR'.
           05 FILLER PIC X(8) VALUE 'BATLPRT'.
           05 FILLER PIC X(8) VALUE 'INCREG'.
           05 FILLER PIC X(8) VALUE 'AIRFRMS'.
           05 FILLER PIC X(8) VALUE 'PENDAPPR'.
           05 FILLER PIC X(8) VALUE 'DEFRUPD'.
           05 FILLER PIC X(8) VALUE 'INTLRVW'.
           05 FILLER PIC X(8) VALUE 'REASSLST'.
           05 FILLER PIC X(8) VALUE 'REFITDT'.
           05 FILLER PIC X(8) VALUE 'RFTWORK'.
           05 FILLER PIC X(8) VALUE 'STDMNDS'.
           05 FILLER PIC X(8) VALUE 'DCKBOOK'.
           05 FILLER PIC X(8) VALUE 'SEAMILES'.
           05 FILLER PIC X(8) VALUE 'GUNAMMO'.
           05 FILLER PIC X(8) VALUE 'BRLWEAR'.
           05 FILLER PIC X(8) VALUE 'PORTSTK'.
           05 FILLER PIC X(8) VALUE 'STOCKTK'.
           05 FILLER PIC X(8) VALUE 'VICTLDG'.
           05 FILLER PIC X(8) VALUE 'BLDREG'.
           05 FILLER PIC X(8) VALUE 'INSPCT'.
           05 FILLER PIC X(8) VALUE 'INSFND'.
           05 FILLER PIC X(8) VALUE 'PRCRES'.
           05 FILLER PIC X(8) VALUE 'CLMFILE'.
           05 FILLER PIC X(8) VALUE 'STHISTX'.
           05 FILLER PIC X(8) VALUE 'AIRSTATE'.
           05 FILLER PIC X(8) VALUE 'ACXFER'.
           05 FILLER PIC X(8) VALUE 'ARXREG'.
           05 FILLER PIC X(8) VALUE 'COSTLDG'.
           05 FILLER PIC X(8) VALUE 'MNFOVRD'.
           05 FILLER PIC X(8) VALUE 'PRIZELOG'.
           05 FILLER PIC X(8) VALUE 'STRHIST'.
           05 FILLER PIC X(8) VALUE 'RPTCAT'.
           05 FILLER PIC X(8) VALUE 'RETNCAT'.
           05 FILLER PIC X(8) VALUE 'BKUPCAT'.
           05 FILLER PIC X(8) VALUE 'RUNCTL'.
           05 FILLER PIC X(8) VALUE 'SIGHTNGA'.
           05 FILLER PIC X(8) VALUE 'EXPNDLGA'.
           05 FILLER PIC X(8) VALUE 'RPLNSHA'.
           05 FILLER PIC X(8) VALUE 'POSRPTA'.
           05 FILLER PIC X(8) VALUE 'DMGSTATA'.
           05 FILLER PIC X(8) VALUE 'STHISTA'.
       01 WS-COUNTED-TABLE REDEFINES WS-COUNTED-DEFINITIONS.
           05 WS-COUNTED-FILE-ID OCCURS 135 TIMES PIC X(8).
       01 WS-COUNTED-COUNT PIC 9(3) VALUE 135.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           OPEN I-O CAPACITY-THRESHOLDS.
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              IF WS-FILE-STATUS NOT = '35'
                 DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                 GOBACK
              ELSE
                 OPEN OUTPUT CAPACITY-THRESHOLDS
                 IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                   DISPLAY 'ERROR: FILE OPEN ERROR-CODE:' WS-FILE-STATUS
                   GOBACK
                 END-IF
              END-IF
           END-IF.
           PERFORM ADD-OR-UPDATE-THRESHOLD.
           CLOSE CAPACITY-THRESHOLDS.
           GOBACK.

       ADD-OR-UPDATE-THRESHOLD.
           PERFORM LOAD-THRESHOLD.
           MOVE WS-FILE-ID TO CPT-FILE-ID.
           MOVE WS-DESCRIPTION TO CPT-DESCRIPTION.
           MOVE WS-RECORDS TO CPT-THRESHOLD.
           WRITE CAPACITY-THRESHOLD-RECORD
           INVALID KEY
               DISPLAY 'DUPLICATE KEY. UPDATING EXISTING RECORD...'
               REWRITE CAPACITY-THRESHOLD-RECORD
           END-WRITE.
           IF WS-FILE-STATUS = '00'
               DISPLAY 'UPDATED'
           ELSE
               DISPLAY 'ERROR: UPDATE FAILED WITH STATUS' WS-FILE-STATUS
           END-IF.

       LOAD-THRESHOLD.
           DISPLAY 'Enter file identifier, 8 chars: '.
           ACCEPT WS-FILE-ID.
           PERFORM CHECK-KNOWN-FILE.
           PERFORM UNTIL WS-KNOWN = 'y'
               DISPLAY 'FILE NOT COUNTED BY CAPCNT, RE-ENTER: '
               ACCEPT WS-FILE-ID
               PERFORM CHECK-KNOWN-FILE
           END-PERFORM.
           DISPLAY 'Enter description, 30 chars: '.
           ACCEPT WS-DESCRIPTION.
           DISPLAY 'Enter allocation threshold in records, 9 digits: '.
           ACCEPT WS-RECORDS.
           PERFORM UNTIL WS-RECORDS > 0
               DISPLAY 'THRESHOLD MUST BE ABOVE NOUGHT, RE-ENTER: '
               ACCEPT WS-RECORDS
           END-PERFORM.

       CHECK-KNOWN-FILE.
           MOVE 'n' TO WS-KNOWN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-COUNTED-COUNT
               IF WS-COUNTED-FILE-ID(WS-IDX) = WS-FILE-ID
                   MOVE 'y' TO WS-KNOWN
               END-IF
           END-PERFORM.
