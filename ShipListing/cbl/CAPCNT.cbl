      *This program is the nightly capacity count: one pass of every
      *master, register and log the system keeps, counting records,
      *and one row per file -- run date, file identifier, record
      *count -- appended to the CAPHIST capacity-history file.
      *CAPRPT turns those rows into the weekly growth and threshold
      *projection. The file identifier is the logical file name, the
      *same key CAPMST holds the allocation threshold under and
      *RETNMST holds the retention policy under. A file not yet
      *created counts as empty; a file that will not open is named
      *on the console and left out of tonight's rows rather than
      *stopping the run. Transient extracts, interface files, work
      *files and print files are not counted: they are rebuilt each
      *run and do not grow.
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CAPCNT.
       AUTHOR.        Nikolaj R Christensen
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-HISTORY ASSIGN TO CAPHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CPH-FILE-STATUS.
      *The ship masters
           SELECT ALLIED-SHIPS ASSIGN TO ALLSHPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS UID
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT HISTORICAL-SHIPS ASSIGN TO HISTSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-HIST-UID
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT MIRROR-SHIPS ASSIGN TO MIRRSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-MIR-UID
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT NAME-LINEAGE ASSIGN TO NAMELIN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-NLN-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
      *The reference masters every register is validated against
           SELECT AIRCRAFT-MODELS ASSIGN TO ACMDLDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-ACM-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT ALLOWANCE-RATES ASSIGN TO ALWRATE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-ALW-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT BARREL-LIFE ASSIGN TO BRLREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-BRL-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT CAPACITY-THRESHOLDS ASSIGN TO CAPTHR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CPT-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT CLASS-BUNKERS ASSIGN TO CLSBNKDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CLB-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT CLASS-MAINTENANCE ASSIGN TO CLSMNTDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CMT-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT CLASS-MASTER ASSIGN TO CLSMSDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CLS-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT COMPLEMENT-MASTER ASSIGN TO CMPMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CMP-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT COMBAT-WEIGHTS ASSIGN TO CPWDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CPW-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT DF-STATIONS ASSIGN TO DFSTNDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-DFS-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT ENEMY-CLASSES ASSIGN TO ENMCLSDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-ECL-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT EQUIPMENT-MASTER ASSIGN TO EQPMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-EQP-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT FORMATION-MASTER ASSIGN TO FRMNMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-FRM-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT GRID-SQUARES ASSIGN TO GRIDDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-GRD-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT LIFT-CAPACITY ASSIGN TO LIFTCDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-LFC-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT NAVY-TYPE-CODES ASSIGN TO NVTYPCD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-NVT-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT PORT-MASTER ASSIGN TO PORTMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-PRT-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT PRACTICE-INTERVALS ASSIGN TO PRCINT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-PIV-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT PRACTICE-PARS ASSIGN TO PRCPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-PAR-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT PORT-DISTANCES ASSIGN TO PRTDIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-PDS-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT QUERY-DEFINITIONS ASSIGN TO QRYDEF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-QRY-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT RANK-MASTER ASSIGN TO RANKREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-RNK-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT RETENTION-POLICIES ASSIGN TO RETNPOL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-RTN-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT STANDARD-ROUTES ASSIGN TO ROUTEDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-RTE-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SECURITY-CLASSES ASSIGN TO SECREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-SEC-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SHORE-ESTABLISHMENTS ASSIGN TO SHRESDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-SHR-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT THEATRE-FLEET-XREF ASSIGN TO THFLXDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-TFX-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT THEATRE-ZONES ASSIGN TO ZONEREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-ZNR-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
      *Personnel
           SELECT CREW-ROSTER ASSIGN TO CREWROST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-ROSTER-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT NEXT-OF-KIN ASSIGN TO NOKMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-NOK-SVC-NR
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT CASUALTY-DETAILS ASSIGN TO CASDTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CAS-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO OPERMDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-OPR-ID
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT AIRCREW ASSIGN TO AIRCREW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-ACR-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SENIORITY-FILE ASSIGN TO RANKSEN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-SEN-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT QUALIFICATIONS ASSIGN TO QUALREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-QLF-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT LEAVE-LEDGER ASSIGN TO LEAVLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-LVE-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SICK-LIST ASSIGN TO SICKLST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-SCK-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT DEFAULTERS ASSIGN TO DEFAULTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-DEF-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT MANNING-POOL ASSIGN TO MANPOOL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-MNP-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT BILLET-REQUIREMENTS ASSIGN TO BILLREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-BRQ-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT MASKING-KEY ASSIGN TO MASKKEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-MSK-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT NOTIFICATION-WORKLIST ASSIGN TO NOTIFYWL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-NTF-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT DECK-LANDINGS ASSIGN TO DLDLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-DLD-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
      *The operational registers: sailings and their routes, forces,
      *orders, convoys, the mine and patrol plot, and the enemy
           SELECT SAILING-SCHEDULE ASSIGN TO SAILSCH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-SCH-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SAILING-WAYPOINTS ASSIGN TO SAILWPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-WPT-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT TASK-FORCE ASSIGN TO TSKFRC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-TSK-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT TASK-FORCE-MEMBERS ASSIGN TO TSKFRCM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-TFM-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT MOVEMENT-ORDERS ASSIGN TO ORDFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-ORD-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT ORDER-DISPATCH ASSIGN TO ORDDSP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-DSP-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT OPERATION-PLANS ASSIGN TO OPNPLN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-OPN-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT OPERATION-LINKS ASSIGN TO OPNLNK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-OPL-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT FORCE-REQUIREMENTS ASSIGN TO FRCREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-FRQ-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT LIFT-REQUIREMENTS ASSIGN TO LIFTRQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-LFR-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT PAIRING-DRAFTS ASSIGN TO URPDRAFT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT MERCHANT-VESSELS ASSIGN TO MERCHDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-MER-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT CARGO-MANIFESTS ASSIGN TO CGOMAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CGM-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT CONVOY-ARRIVALS ASSIGN TO CVARRIV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CVA-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT STRAGGLERS ASSIGN TO STRGLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-STG-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT PATROL-AREAS ASSIGN TO SUBPTRL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-SBP-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT MINEFIELDS ASSIGN TO MINEFLD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-MNF-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SWEPT-CHANNELS ASSIGN TO CHNREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CHN-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SWEEP-LOG ASSIGN TO SWPLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-SWP-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT FIRE-SUPPORT-REQUESTS ASSIGN TO NGSREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-NGS-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT NEUTRAL-CLEARANCES ASSIGN TO NEUTCLR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-NCL-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT DEGAUSSING-REGISTER ASSIGN TO DGREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-DGR-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT CALL-SIGNS ASSIGN TO CALLSGN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CSG-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT CONFIDENTIAL-BOOKS ASSIGN TO CBKREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CBK-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT OPDEFS ASSIGN TO OPDEFDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-OPD-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT RESERVE-REGISTER ASSIGN TO RSVREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-RSV-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT TOW-TASKS ASSIGN TO TOWTASK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-TOW-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SALVAGE-TUGS ASSIGN TO TUGREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-TUG-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT RECOVERIES ASSIGN TO RCVREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-RCV-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT WEATHER-FILE ASSIGN TO WXOBS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-WX-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT DF-BEARINGS ASSIGN TO DFBRGS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-DFB-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT ENEMY-SHIPS ASSIGN TO ENMYSHP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-ENM-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT ENEMY-TRACKS ASSIGN TO ENMTRK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-TRK-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT ENEMY-CONSTRUCTION ASSIGN TO ENMCON
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-ENC-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT ENEMY-DAMAGE ASSIGN TO ENMDMGDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-EDM-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT BATTLE-HEADERS ASSIGN TO BATLHDR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-BTL-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT BATTLE-PARTICIPANTS ASSIGN TO BATLPRT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT INCIDENTS ASSIGN TO INCREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-INC-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT AIRFRAMES ASSIGN TO AIRFRMS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-AFR-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT PENDING-APPROVALS ASSIGN TO PENDAPPR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-PAP-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT DEFERRED-UPDATES ASSIGN TO DEFRUPD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-DFQ-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT REVIEW-WORKLIST ASSIGN TO INTLRVW
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT REASSESS-WORKLIST ASSIGN TO REASSLST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
      *Material, maintenance and supply
           SELECT SHIP-REFITS ASSIGN TO REFITDT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-RFT-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT REFIT-WORK-ITEMS ASSIGN TO RFTWORK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-RWK-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT STORES-DEMANDS ASSIGN TO STDMNDS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-SDM-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT DOCK-BOOKINGS ASSIGN TO DCKBOOK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-DCK-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SEA-MILES ASSIGN TO SEAMILES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-SML-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT GUN-AMMO-LEDGER ASSIGN TO GUNAMMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-GAM-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT BARREL-WEAR ASSIGN TO BRLWEAR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-BWR-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT PORT-STOCK ASSIGN TO PORTSTK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-PST-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT STOCK-TAKES ASSIGN TO STOCKTK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-STK-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT VICTUALLING ASSIGN TO VICTLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-VCT-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT BUILDING-REGISTER ASSIGN TO BLDREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-BLD-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT INSPECTIONS ASSIGN TO INSPCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-INS-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT INSPECTION-FINDINGS ASSIGN TO INSFND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-FND-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT PRACTICE-RESULTS ASSIGN TO PRCRES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-PRC-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SINKING-CLAIMS ASSIGN TO CLMFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-CLM-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
      *The dated satellite files RETNSWP sweeps
           SELECT SIGHTINGS ASSIGN TO SIGHTNG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT POSITION-REPORTS ASSIGN TO POSRPT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-PSR-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT EXPENDITURE ASSIGN TO EXPNDLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT REPLENISH ASSIGN TO RPLNSH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT DAMAGE-STATES ASSIGN TO DMGSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-DMG-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
      *The logs and trails
           SELECT ENGAGEMENTS ASSIGN TO ENGLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT STATUS-HISTORY ASSIGN TO STHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT AUDIT-TRAIL ASSIGN TO AUDTRL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SHIP-JOURNAL ASSIGN TO JRNLSHP
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT CORRELATION-LOG ASSIGN TO CORRLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT SIGNON-LOG ASSIGN TO SIGNLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT READ-ACCESS-LOG ASSIGN TO ACCLOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT STATUS-HISTORY-KEYED ASSIGN TO STHISTX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-HSX-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT AIR-STATE-LOG ASSIGN TO AIRSTATE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-AST-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT AIRCRAFT-TRANSFERS ASSIGN TO ACXFER
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT EXCHANGE-REGISTER ASSIGN TO ARXREG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT COST-LEDGER ASSIGN TO COSTLDG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT MINEFIELD-OVERRIDES ASSIGN TO MNFOVRD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT PRIZE-LOG ASSIGN TO PRIZELOG
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT STRENGTH-HISTORY ASSIGN TO STRHIST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT REPORT-CATALOG ASSIGN TO RPTCAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT RETENTION-CATALOG ASSIGN TO RETNCAT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT BACKUP-CATALOG ASSIGN TO BKUPCAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-BKC-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
      *NIGHTRUN's step-by-step record of the batch window
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNT-RNC-KEY
           FILE STATUS IS WS-CNT-FILE-STATUS.
      *The archives the retention sweeps append aged rows to
           SELECT SIGHTINGS-ARCHIVE ASSIGN TO SIGHTNGA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT EXPENDITURE-ARCHIVE ASSIGN TO EXPNDLGA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT REPLENISH-ARCHIVE ASSIGN TO RPLNSHA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT POSITION-ARCHIVE ASSIGN TO POSRPTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT DAMAGE-ARCHIVE ASSIGN TO DMGSTATA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
           SELECT STATUS-HISTORY-ARCHIVE ASSIGN TO STHISTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CAPACITY-HISTORY.
       01 CAPACITY-HIST-RECORD.
           05 CPH-DATE PIC X(8).
           05 CPH-FILE-ID PIC X(8).
           05 CPH-RECORD-COUNT PIC 9(9).
      *Only the key matters to a count; the rest of each record is
      *carried whole
       FD  ALLIED-SHIPS.
       COPY SHIPREC.
       FD  HISTORICAL-SHIPS.
       01 CNT-HIST-RECORD.
           05 CNT-HIST-UID PIC X(12).
           05 FILLER PIC X(483).
       FD  MIRROR-SHIPS.
       01 CNT-MIR-RECORD.
           05 CNT-MIR-UID PIC X(12).
           05 FILLER PIC X(483).
       FD  NAME-LINEAGE.
       01 CNT-NLN-RECORD.
           05 CNT-NLN-KEY PIC X(22).
           05 FILLER PIC X(39).
       FD  AIRCRAFT-MODELS.
       01 CNT-ACM-RECORD.
           05 CNT-ACM-KEY PIC X(20).
           05 FILLER PIC X(42).
       FD  ALLOWANCE-RATES.
       01 CNT-ALW-RECORD.
           05 CNT-ALW-KEY PIC X(10).
           05 FILLER PIC X(18).
       FD  BARREL-LIFE.
       01 CNT-BRL-RECORD.
           05 CNT-BRL-KEY PIC X(5).
           05 FILLER PIC X(33).
       FD  CAPACITY-THRESHOLDS.
       01 CNT-CPT-RECORD.
           05 CNT-CPT-KEY PIC X(8).
           05 FILLER PIC X(39).
       FD  CLASS-BUNKERS.
       01 CNT-CLB-RECORD.
           05 CNT-CLB-KEY PIC X(20).
           05 FILLER PIC X(10).
       FD  CLASS-MAINTENANCE.
       01 CNT-CMT-RECORD.
           05 CNT-CMT-KEY PIC X(20).
           05 FILLER PIC X(7).
       FD  CLASS-MASTER.
       01 CNT-CLS-RECORD.
           05 CNT-CLS-KEY PIC X(28).
           05 FILLER PIC X(30).
       FD  COMPLEMENT-MASTER.
       01 CNT-CMP-RECORD.
           05 CNT-CMP-KEY PIC X(20).
           05 FILLER PIC X(11).
       FD  COMBAT-WEIGHTS.
       01 CNT-CPW-RECORD.
           05 CNT-CPW-KEY PIC X(12).
           05 FILLER PIC X(29).
       FD  DF-STATIONS.
       01 CNT-DFS-RECORD.
           05 CNT-DFS-KEY PIC X(20).
           05 FILLER PIC X(42).
       FD  ENEMY-CLASSES.
       01 CNT-ECL-RECORD.
           05 CNT-ECL-KEY PIC X(20).
           05 FILLER PIC X(28).
       FD  EQUIPMENT-MASTER.
       01 CNT-EQP-RECORD.
           05 CNT-EQP-KEY PIC X(28).
           05 FILLER PIC X(66).
       FD  FORMATION-MASTER.
       01 CNT-FRM-RECORD.
           05 CNT-FRM-KEY PIC X(25).
           05 FILLER PIC X(32).
       FD  GRID-SQUARES.
       01 CNT-GRD-RECORD.
           05 CNT-GRD-KEY PIC X(6).
           05 FILLER PIC X(56).
       FD  LIFT-CAPACITY.
       01 CNT-LFC-RECORD.
           05 CNT-LFC-KEY PIC X(20).
           05 FILLER PIC X(12).
       FD  NAVY-TYPE-CODES.
       01 CNT-NVT-RECORD.
           05 CNT-NVT-KEY PIC X(8).
           05 FILLER PIC X(30).
       FD  PORT-MASTER.
       01 CNT-PRT-RECORD.
           05 CNT-PRT-KEY PIC X(25).
           05 FILLER PIC X(37).
       FD  PRACTICE-INTERVALS.
       01 CNT-PIV-RECORD.
           05 CNT-PIV-KEY PIC X(5).
           05 FILLER PIC X(3).
       FD  PRACTICE-PARS.
       01 CNT-PAR-RECORD.
           05 CNT-PAR-KEY PIC X(21).
           05 FILLER PIC X(4).
       FD  PORT-DISTANCES.
       01 CNT-PDS-RECORD.
           05 CNT-PDS-KEY PIC X(50).
           05 FILLER PIC X(5).
       FD  QUERY-DEFINITIONS.
       01 CNT-QRY-RECORD.
           05 CNT-QRY-KEY PIC X(20).
           05 FILLER PIC X(983).
       FD  RANK-MASTER.
       01 CNT-RNK-RECORD.
           05 CNT-RNK-KEY PIC X(6).
           05 FILLER PIC X(29).
       FD  RETENTION-POLICIES.
       01 CNT-RTN-RECORD.
           05 CNT-RTN-KEY PIC X(8).
           05 FILLER PIC X(10).
       FD  STANDARD-ROUTES.
       01 CNT-RTE-RECORD.
           05 CNT-RTE-KEY PIC X(22).
           05 FILLER PIC X(6).
       FD  SECURITY-CLASSES.
       01 CNT-SEC-RECORD.
           05 CNT-SEC-KEY PIC X(12).
           05 FILLER PIC X(40).
       FD  SHORE-ESTABLISHMENTS.
       01 CNT-SHR-RECORD.
           05 CNT-SHR-KEY PIC X(8).
           05 FILLER PIC X(332).
       FD  THEATRE-FLEET-XREF.
       01 CNT-TFX-RECORD.
           05 CNT-TFX-KEY PIC X(20).
           05 FILLER PIC X(20).
       FD  THEATRE-ZONES.
       01 CNT-ZNR-RECORD.
           05 CNT-ZNR-KEY PIC X(20).
           05 FILLER PIC X(26).
       FD  CREW-ROSTER.
       01 CNT-ROSTER-RECORD.
           05 CNT-ROSTER-KEY PIC X(22).
           05 FILLER PIC X(69).
       FD  NEXT-OF-KIN.
       01 CNT-NOK-RECORD.
           05 CNT-NOK-SVC-NR PIC X(10).
           05 FILLER PIC X(97).
       FD  CASUALTY-DETAILS.
       01 CNT-CAS-RECORD.
           05 CNT-CAS-KEY PIC X(30).
           05 FILLER PIC X(26).
       FD  OPERATOR-MASTER.
       01 CNT-OPR-RECORD.
           05 CNT-OPR-ID PIC X(12).
           05 FILLER PIC X(209).
       FD  AIRCREW.
       01 CNT-ACR-RECORD.
           05 CNT-ACR-KEY PIC X(10).
           05 FILLER PIC X(146).
       FD  SENIORITY-FILE.
       01 CNT-SEN-RECORD.
           05 CNT-SEN-KEY PIC X(10).
           05 FILLER PIC X(59).
       FD  QUALIFICATIONS.
       01 CNT-QLF-RECORD.
           05 CNT-QLF-KEY PIC X(18).
           05 FILLER PIC X(61).
       FD  LEAVE-LEDGER.
       01 CNT-LVE-RECORD.
           05 CNT-LVE-KEY PIC X(18).
           05 FILLER PIC X(62).
       FD  SICK-LIST.
       01 CNT-SCK-RECORD.
           05 CNT-SCK-KEY PIC X(30).
           05 FILLER PIC X(29).
       FD  DEFAULTERS.
       01 CNT-DEF-RECORD.
           05 CNT-DEF-KEY PIC X(19).
           05 FILLER PIC X(74).
       FD  MANNING-POOL.
       01 CNT-MNP-RECORD.
           05 CNT-MNP-KEY PIC X(18).
           05 FILLER PIC X(78).
       FD  BILLET-REQUIREMENTS.
       01 CNT-BRQ-RECORD.
           05 CNT-BRQ-KEY PIC X(28).
       FD  MASKING-KEY.
       01 CNT-MSK-RECORD.
           05 CNT-MSK-KEY PIC X(10).
           05 FILLER PIC X(18).
       FD  NOTIFICATION-WORKLIST.
       01 CNT-NTF-RECORD.
           05 CNT-NTF-KEY PIC X(22).
           05 FILLER PIC X(139).
       FD  DECK-LANDINGS.
       01 CNT-DLD-RECORD.
           05 CNT-DLD-KEY PIC X(20).
           05 FILLER PIC X(33).
       FD  SAILING-SCHEDULE.
       01 CNT-SCH-RECORD.
           05 CNT-SCH-KEY PIC X(8).
           05 FILLER PIC X(66).
       FD  SAILING-WAYPOINTS.
       01 CNT-WPT-RECORD.
           05 CNT-WPT-KEY PIC X(10).
           05 FILLER PIC X(39).
       FD  TASK-FORCE.
       01 CNT-TSK-RECORD.
           05 CNT-TSK-KEY PIC X(8).
           05 FILLER PIC X(45).
       FD  TASK-FORCE-MEMBERS.
       01 CNT-TFM-RECORD.
           05 CNT-TFM-KEY PIC X(20).
       FD  MOVEMENT-ORDERS.
       01 CNT-ORD-RECORD.
           05 CNT-ORD-KEY PIC X(20).
           05 FILLER PIC X(143).
       FD  ORDER-DISPATCH.
       01 CNT-DSP-RECORD.
           05 CNT-DSP-KEY PIC X(20).
           05 FILLER PIC X(50).
       FD  OPERATION-PLANS.
       01 CNT-OPN-RECORD.
           05 CNT-OPN-KEY PIC X(20).
           05 FILLER PIC X(250).
       FD  OPERATION-LINKS.
       01 CNT-OPL-RECORD.
           05 CNT-OPL-KEY PIC X(37).
           05 FILLER PIC X(9).
       FD  FORCE-REQUIREMENTS.
       01 CNT-FRQ-RECORD.
           05 CNT-FRQ-KEY PIC X(24).
           05 FILLER PIC X(11).
       FD  LIFT-REQUIREMENTS.
       01 CNT-LFR-RECORD.
           05 CNT-LFR-KEY PIC X(21).
           05 FILLER PIC X(64).
       FD  PAIRING-DRAFTS.
       01 CNT-URP-RECORD PIC X(53).
       FD  MERCHANT-VESSELS.
       01 CNT-MER-RECORD.
           05 CNT-MER-KEY PIC X(12).
           05 FILLER PIC X(46).
       FD  CARGO-MANIFESTS.
       01 CNT-CGM-RECORD.
           05 CNT-CGM-KEY PIC X(30).
           05 FILLER PIC X(14).
       FD  CONVOY-ARRIVALS.
       01 CNT-CVA-RECORD.
           05 CNT-CVA-KEY PIC X(20).
           05 FILLER PIC X(39).
       FD  STRAGGLERS.
       01 CNT-STG-RECORD.
           05 CNT-STG-KEY PIC X(32).
           05 FILLER PIC X(35).
       FD  PATROL-AREAS.
       01 CNT-SBP-RECORD.
           05 CNT-SBP-KEY PIC X(20).
           05 FILLER PIC X(86).
       FD  MINEFIELDS.
       01 CNT-MNF-RECORD.
           05 CNT-MNF-KEY PIC X(10).
           05 FILLER PIC X(62).
       FD  SWEPT-CHANNELS.
       01 CNT-CHN-RECORD.
           05 CNT-CHN-KEY PIC X(10).
           05 FILLER PIC X(124).
       FD  SWEEP-LOG.
       01 CNT-SWP-RECORD.
           05 CNT-SWP-KEY PIC X(20).
           05 FILLER PIC X(54).
       FD  FIRE-SUPPORT-REQUESTS.
       01 CNT-NGS-RECORD.
           05 CNT-NGS-KEY PIC X(10).
           05 FILLER PIC X(132).
       FD  NEUTRAL-CLEARANCES.
       01 CNT-NCL-RECORD.
           05 CNT-NCL-KEY PIC X(52).
           05 FILLER PIC X(27).
       FD  DEGAUSSING-REGISTER.
       01 CNT-DGR-RECORD.
           05 CNT-DGR-KEY PIC X(12).
           05 FILLER PIC X(50).
       FD  CALL-SIGNS.
       01 CNT-CSG-RECORD.
           05 CNT-CSG-KEY PIC X(16).
           05 FILLER PIC X(21).
       FD  CONFIDENTIAL-BOOKS.
       01 CNT-CBK-RECORD.
           05 CNT-CBK-KEY PIC X(22).
           05 FILLER PIC X(124).
       FD  OPDEFS.
       01 CNT-OPD-RECORD.
           05 CNT-OPD-KEY PIC X(40).
           05 FILLER PIC X(67).
       FD  RESERVE-REGISTER.
       01 CNT-RSV-RECORD.
           05 CNT-RSV-KEY PIC X(12).
           05 FILLER PIC X(61).
       FD  TOW-TASKS.
       01 CNT-TOW-RECORD.
           05 CNT-TOW-KEY PIC X(20).
           05 FILLER PIC X(77).
       FD  SALVAGE-TUGS.
       01 CNT-TUG-RECORD.
           05 CNT-TUG-KEY PIC X(12).
           05 FILLER PIC X(32).
       FD  RECOVERIES.
       01 CNT-RCV-RECORD.
           05 CNT-RCV-KEY PIC X(23).
           05 FILLER PIC X(87).
       FD  WEATHER-FILE.
       01 CNT-WX-RECORD.
           05 CNT-WX-KEY PIC X(14).
           05 FILLER PIC X(35).
       FD  DF-BEARINGS.
       01 CNT-DFB-RECORD.
           05 CNT-DFB-KEY PIC X(44).
           05 FILLER PIC X(17).
       FD  ENEMY-SHIPS.
       01 CNT-ENM-RECORD.
           05 CNT-ENM-KEY PIC X(12).
           05 FILLER PIC X(117).
       FD  ENEMY-TRACKS.
       01 CNT-TRK-RECORD.
           05 CNT-TRK-KEY PIC X(20).
           05 FILLER PIC X(66).
       FD  ENEMY-CONSTRUCTION.
       01 CNT-ENC-RECORD.
           05 CNT-ENC-KEY PIC X(10).
           05 FILLER PIC X(111).
       FD  ENEMY-DAMAGE.
       01 CNT-EDM-RECORD.
           05 CNT-EDM-KEY PIC X(32).
           05 FILLER PIC X(17).
       FD  BATTLE-HEADERS.
       01 CNT-BTL-RECORD.
           05 CNT-BTL-KEY PIC X(10).
           05 FILLER PIC X(70).
       FD  BATTLE-PARTICIPANTS.
       01 CNT-BTP-RECORD PIC X(48).
       FD  INCIDENTS.
       01 CNT-INC-RECORD.
           05 CNT-INC-KEY PIC X(20).
           05 FILLER PIC X(169).
       FD  AIRFRAMES.
       01 CNT-AFR-RECORD.
           05 CNT-AFR-KEY PIC X(10).
           05 FILLER PIC X(119).
       FD  PENDING-APPROVALS.
       01 CNT-PAP-RECORD.
           05 CNT-PAP-KEY PIC X(17).
           05 FILLER PIC X(88).
       FD  DEFERRED-UPDATES.
       01 CNT-DFQ-RECORD.
           05 CNT-DFQ-KEY PIC X(19).
           05 FILLER PIC X(539).
       FD  REVIEW-WORKLIST.
       01 CNT-IRV-RECORD PIC X(46).
       FD  REASSESS-WORKLIST.
       01 CNT-RAS-RECORD PIC X(74).
       FD  SHIP-REFITS.
       01 CNT-RFT-RECORD.
           05 CNT-RFT-KEY PIC X(20).
           05 FILLER PIC X(93).
       FD  REFIT-WORK-ITEMS.
       01 CNT-RWK-RECORD.
           05 CNT-RWK-KEY PIC X(23).
           05 FILLER PIC X(71).
       FD  STORES-DEMANDS.
       01 CNT-SDM-RECORD.
           05 CNT-SDM-KEY PIC X(22).
           05 FILLER PIC X(97).
       FD  DOCK-BOOKINGS.
       01 CNT-DCK-RECORD.
           05 CNT-DCK-KEY PIC X(36).
           05 FILLER PIC X(20).
       FD  SEA-MILES.
       01 CNT-SML-RECORD.
           05 CNT-SML-KEY PIC X(12).
           05 FILLER PIC X(23).
       FD  GUN-AMMO-LEDGER.
       01 CNT-GAM-RECORD.
           05 CNT-GAM-KEY PIC X(25).
           05 FILLER PIC X(10).
       FD  BARREL-WEAR.
       01 CNT-BWR-RECORD.
           05 CNT-BWR-KEY PIC X(17).
           05 FILLER PIC X(33).
       FD  PORT-STOCK.
       01 CNT-PST-RECORD.
           05 CNT-PST-KEY PIC X(25).
           05 FILLER PIC X(21).
       FD  STOCK-TAKES.
       01 CNT-STK-RECORD.
           05 CNT-STK-KEY PIC X(20).
           05 FILLER PIC X(32).
       FD  VICTUALLING.
       01 CNT-VCT-RECORD.
           05 CNT-VCT-KEY PIC X(12).
           05 FILLER PIC X(60).
       FD  BUILDING-REGISTER.
       01 CNT-BLD-RECORD.
           05 CNT-BLD-KEY PIC X(10).
           05 FILLER PIC X(142).
       FD  INSPECTIONS.
       01 CNT-INS-RECORD.
           05 CNT-INS-KEY PIC X(20).
           05 FILLER PIC X(27).
       FD  INSPECTION-FINDINGS.
       01 CNT-FND-RECORD.
           05 CNT-FND-KEY PIC X(23).
           05 FILLER PIC X(108).
       FD  PRACTICE-RESULTS.
       01 CNT-PRC-RECORD.
           05 CNT-PRC-KEY PIC X(21).
           05 FILLER PIC X(16).
       FD  SINKING-CLAIMS.
       01 CNT-CLM-RECORD.
           05 CNT-CLM-KEY PIC X(32).
           05 FILLER PIC X(59).
       FD  SIGHTINGS.
       01 CNT-SIG-RECORD PIC X(107).
       FD  POSITION-REPORTS.
       01 CNT-PSR-RECORD.
           05 CNT-PSR-KEY PIC X(24).
           05 FILLER PIC X(61).
       FD  EXPENDITURE.
       01 CNT-EXP-RECORD PIC X(57).
       FD  REPLENISH.
       01 CNT-RPL-RECORD PIC X(55).
       FD  DAMAGE-STATES.
       01 CNT-DMG-RECORD.
           05 CNT-DMG-KEY PIC X(20).
           05 FILLER PIC X(68).
       FD  ENGAGEMENTS.
       01 CNT-ENG-RECORD PIC X(166).
       FD  STATUS-HISTORY.
       01 CNT-HST-RECORD PIC X(62).
       FD  AUDIT-TRAIL.
       01 CNT-AUD-RECORD PIC X(308).
       FD  SHIP-JOURNAL.
       01 CNT-JRN-RECORD PIC X(1044).
       FD  CORRELATION-LOG.
       01 CNT-COR-RECORD PIC X(36).
       FD  SIGNON-LOG.
       01 CNT-SGN-RECORD PIC X(89).
       FD  READ-ACCESS-LOG.
       01 CNT-ACC-RECORD PIC X(58).
       FD  STATUS-HISTORY-KEYED.
       01 CNT-HSX-RECORD.
           05 CNT-HSX-KEY PIC X(28).
           05 FILLER PIC X(34).
       FD  AIR-STATE-LOG.
       01 CNT-AST-RECORD.
           05 CNT-AST-KEY PIC X(40).
           05 FILLER PIC X(12).
       FD  AIRCRAFT-TRANSFERS.
       01 CNT-AXF-RECORD PIC X(111).
       FD  EXCHANGE-REGISTER.
       01 CNT-ARX-RECORD PIC X(22).
       FD  COST-LEDGER.
       01 CNT-CST-RECORD PIC X(80).
       FD  MINEFIELD-OVERRIDES.
       01 CNT-OVR-RECORD PIC X(54).
       FD  PRIZE-LOG.
       01 CNT-PRZ-RECORD PIC X(57).
       FD  STRENGTH-HISTORY.
       01 CNT-STR-RECORD PIC X(81).
       FD  REPORT-CATALOG.
       01 CNT-RCT-RECORD PIC X(120).
       FD  RETENTION-CATALOG.
       01 CNT-RTC-RECORD PIC X(27).
       FD  BACKUP-CATALOG.
       01 CNT-BKC-RECORD.
           05 CNT-BKC-KEY PIC X(4).
           05 FILLER PIC X(33).
       FD  RUN-CONTROL.
       01 CNT-RNC-RECORD.
           05 CNT-RNC-KEY PIC X(10).
           05 FILLER PIC X(28).
       FD  SIGHTINGS-ARCHIVE.
       01 CNT-SGA-RECORD PIC X(111).
       FD  EXPENDITURE-ARCHIVE.
       01 CNT-EXA-RECORD PIC X(61).
       FD  REPLENISH-ARCHIVE.
       01 CNT-RPA-RECORD PIC X(59).
       FD  POSITION-ARCHIVE.
       01 CNT-PSA-RECORD PIC X(89).
       FD  DAMAGE-ARCHIVE.
       01 CNT-DMA-RECORD PIC X(92).
       FD  STATUS-HISTORY-ARCHIVE.
       01 CNT-HSA-RECORD PIC X(62).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CPH-FILE-STATUS PIC XX.
       01 WS-CNT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(20).
       01 WS-RUN-DATE PIC X(8).
      *The file being counted, and whether it opened
       01 WS-CNT-FILE-ID PIC X(8).
       01 WS-CNT-RECORDS PIC 9(9).
       01 WS-CNT-OPENED PIC X.
       01 WS-CNT-SKIPPED PIC X.
       01 WS-FILES-COUNTED PIC 9(3) VALUE 0.
       01 WS-FILES-SKIPPED PIC 9(3) VALUE 0.
      *------------------
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-RUN-DATE.
           OPEN EXTEND CAPACITY-HISTORY.
           IF WS-CPH-FILE-STATUS NOT = '00'
               CLOSE CAPACITY-HISTORY
               OPEN OUTPUT CAPACITY-HISTORY
           END-IF.
           IF WS-CPH-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: CAPHIST OPEN ERROR-CODE:'
                  WS-CPH-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COUNT-ALLIED-SHIPS.
           PERFORM COUNT-HISTORICAL-SHIPS.
           PERFORM COUNT-MIRROR-SHIPS.
           PERFORM COUNT-NAME-LINEAGE.
           PERFORM COUNT-AIRCRAFT-MODELS.
           PERFORM COUNT-ALLOWANCE-RATES.
           PERFORM COUNT-BARREL-LIFE.
           PERFORM COUNT-CAPACITY-THRESHOLDS.
           PERFORM COUNT-CLASS-BUNKERS.
           PERFORM COUNT-CLASS-MAINTENANCE.
           PERFORM COUNT-CLASS-MASTER.
           PERFORM COUNT-COMPLEMENT-MASTER.
           PERFORM COUNT-COMBAT-WEIGHTS.
           PERFORM COUNT-DF-STATIONS.
           PERFORM COUNT-ENEMY-CLASSES.
           PERFORM COUNT-EQUIPMENT-MASTER.
           PERFORM COUNT-FORMATION-MASTER.
           PERFORM COUNT-GRID-SQUARES.
           PERFORM COUNT-LIFT-CAPACITY.
           PERFORM COUNT-NAVY-TYPE-CODES.
           PERFORM COUNT-PORT-MASTER.
           PERFORM COUNT-PRACTICE-INTERVALS.
           PERFORM COUNT-PRACTICE-PARS.
           PERFORM COUNT-PORT-DISTANCES.
           PERFORM COUNT-QUERY-DEFINITIONS.
           PERFORM COUNT-RANK-MASTER.
           PERFORM COUNT-RETENTION-POLICIES.
           PERFORM COUNT-STANDARD-ROUTES.
           PERFORM COUNT-SECURITY-CLASSES.
           PERFORM COUNT-SHORE-ESTABLISHMENTS.
           PERFORM COUNT-THEATRE-FLEET-XREF.
           PERFORM COUNT-THEATRE-ZONES.
           PERFORM COUNT-CREW-ROSTER.
           PERFORM COUNT-NEXT-OF-KIN.
           PERFORM COUNT-CASUALTY-DETAILS.
           PERFORM COUNT-OPERATOR-MASTER.
           PERFORM COUNT-AIRCREW.
           PERFORM COUNT-SENIORITY-FILE.
           PERFORM COUNT-QUALIFICATIONS.
           PERFORM COUNT-LEAVE-LEDGER.
           PERFORM COUNT-SICK-LIST.
           PERFORM COUNT-DEFAULTERS.
           PERFORM COUNT-MANNING-POOL.
           PERFORM COUNT-BILLET-REQUIREMENTS.
           PERFORM COUNT-MASKING-KEY.
           PERFORM COUNT-NOTIFICATION-WORKLIST.
           PERFORM COUNT-DECK-LANDINGS.
           PERFORM COUNT-SAILING-SCHEDULE.
           PERFORM COUNT-SAILING-WAYPOINTS.
           PERFORM COUNT-TASK-FORCE.
           PERFORM COUNT-TASK-FORCE-MEMBERS.
           PERFORM COUNT-MOVEMENT-ORDERS.
           PERFORM COUNT-ORDER-DISPATCH.
           PERFORM COUNT-OPERATION-PLANS.
           PERFORM COUNT-OPERATION-LINKS.
           PERFORM COUNT-FORCE-REQUIREMENTS.
           PERFORM COUNT-LIFT-REQUIREMENTS.
           PERFORM COUNT-PAIRING-DRAFTS.
           PERFORM COUNT-MERCHANT-VESSELS.
           PERFORM COUNT-CARGO-MANIFESTS.
           PERFORM COUNT-CONVOY-ARRIVALS.
           PERFORM COUNT-STRAGGLERS.
           PERFORM COUNT-PATROL-AREAS.
           PERFORM COUNT-MINEFIELDS.
           PERFORM COUNT-SWEPT-CHANNELS.
           PERFORM COUNT-SWEEP-LOG.
           PERFORM COUNT-FIRE-SUPPORT-REQUESTS.
           PERFORM COUNT-NEUTRAL-CLEARANCES.
           PERFORM COUNT-DEGAUSSING-REGISTER.
           PERFORM COUNT-CALL-SIGNS.
           PERFORM COUNT-CONFIDENTIAL-BOOKS.
           PERFORM COUNT-OPDEFS.
           PERFORM COUNT-RESERVE-REGISTER.
           PERFORM COUNT-TOW-TASKS.
           PERFORM COUNT-SALVAGE-TUGS.
           PERFORM COUNT-RECOVERIES.
           PERFORM COUNT-WEATHER-FILE.
           PERFORM COUNT-DF-BEARINGS.
           PERFORM COUNT-ENEMY-SHIPS.
           PERFORM COUNT-ENEMY-TRACKS.
           PERFORM COUNT-ENEMY-CONSTRUCTION.
           PERFORM COUNT-ENEMY-DAMAGE.
           PERFORM COUNT-BATTLE-HEADERS.
           PERFORM COUNT-BATTLE-PARTICIPANTS.
           PERFORM COUNT-INCIDENTS.
           PERFORM COUNT-AIRFRAMES.
           PERFORM COUNT-PENDING-APPROVALS.
           PERFORM COUNT-DEFERRED-UPDATES.
           PERFORM COUNT-REVIEW-WORKLIST.
           PERFORM COUNT-REASSESS-WORKLIST.
           PERFORM COUNT-SHIP-REFITS.
           PERFORM COUNT-REFIT-WORK-ITEMS.
           PERFORM COUNT-STORES-DEMANDS.
           PERFORM COUNT-DOCK-BOOKINGS.
           PERFORM COUNT-SEA-MILES.
           PERFORM COUNT-GUN-AMMO-LEDGER.
           PERFORM COUNT-BARREL-WEAR.
           PERFORM COUNT-PORT-STOCK.
           PERFORM COUNT-STOCK-TAKES.
           PERFORM COUNT-VICTUALLING.
           PERFORM COUNT-BUILDING-REGISTER.
           PERFORM COUNT-INSPECTIONS.
           PERFORM COUNT-INSPECTION-FINDINGS.
           PERFORM COUNT-PRACTICE-RESULTS.
           PERFORM COUNT-SINKING-CLAIMS.
           PERFORM COUNT-SIGHTINGS.
           PERFORM COUNT-POSITION-REPORTS.
           PERFORM COUNT-EXPENDITURE.
           PERFORM COUNT-REPLENISH.
           PERFORM COUNT-DAMAGE-STATES.
           PERFORM COUNT-ENGAGEMENTS.
           PERFORM COUNT-STATUS-HISTORY.
           PERFORM COUNT-AUDIT-TRAIL.
           PERFORM COUNT-SHIP-JOURNAL.
           PERFORM COUNT-CORRELATION-LOG.
           PERFORM COUNT-SIGNON-LOG.
           PERFORM COUNT-READ-ACCESS-LOG.
           PERFORM COUNT-STATUS-HISTORY-KEYED.
           PERFORM COUNT-AIR-STATE-LOG.
           PERFORM COUNT-AIRCRAFT-TRANSFERS.
           PERFORM COUNT-EXCHANGE-REGISTER.
           PERFORM COUNT-COST-LEDGER.
           PERFORM COUNT-MINEFIELD-OVERRIDES.
           PERFORM COUNT-PRIZE-LOG.
           PERFORM COUNT-STRENGTH-HISTORY.
           PERFORM COUNT-REPORT-CATALOG.
           PERFORM COUNT-RETENTION-CATALOG.
           PERFORM COUNT-BACKUP-CATALOG.
           PERFORM COUNT-RUN-CONTROL.
           PERFORM COUNT-SIGHTINGS-ARCHIVE.
           PERFORM COUNT-EXPENDITURE-ARCHIVE.
           PERFORM COUNT-REPLENISH-ARCHIVE.
           PERFORM COUNT-POSITION-ARCHIVE.
           PERFORM COUNT-DAMAGE-ARCHIVE.
           PERFORM COUNT-STATUS-HISTORY-ARCHIVE.
           CLOSE CAPACITY-HISTORY.
           DISPLAY 'CAPACITY COUNT COMPLETE, ' WS-FILES-COUNTED
              ' FILES COUNTED, ' WS-FILES-SKIPPED ' NOT OPENED'.
           GOBACK.

       COUNT-ALLIED-SHIPS.
           MOVE 'ALLSHPS' TO WS-CNT-FILE-ID.
           OPEN INPUT ALLIED-SHIPS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALLIED-SHIPS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE ALLIED-SHIPS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-HISTORICAL-SHIPS.
           MOVE 'HISTSHP' TO WS-CNT-FILE-ID.
           OPEN INPUT HISTORICAL-SHIPS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HISTORICAL-SHIPS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE HISTORICAL-SHIPS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-MIRROR-SHIPS.
           MOVE 'MIRRSHP' TO WS-CNT-FILE-ID.
           OPEN INPUT MIRROR-SHIPS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MIRROR-SHIPS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE MIRROR-SHIPS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-NAME-LINEAGE.
           MOVE 'NAMELIN' TO WS-CNT-FILE-ID.
           OPEN INPUT NAME-LINEAGE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NAME-LINEAGE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE NAME-LINEAGE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-AIRCRAFT-MODELS.
           MOVE 'ACMDLDT' TO WS-CNT-FILE-ID.
           OPEN INPUT AIRCRAFT-MODELS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AIRCRAFT-MODELS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE AIRCRAFT-MODELS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-ALLOWANCE-RATES.
           MOVE 'ALWRATE' TO WS-CNT-FILE-ID.
           OPEN INPUT ALLOWANCE-RATES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ALLOWANCE-RATES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE ALLOWANCE-RATES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-BARREL-LIFE.
           MOVE 'BRLREF' TO WS-CNT-FILE-ID.
           OPEN INPUT BARREL-LIFE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BARREL-LIFE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE BARREL-LIFE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CAPACITY-THRESHOLDS.
           MOVE 'CAPTHR' TO WS-CNT-FILE-ID.
           OPEN INPUT CAPACITY-THRESHOLDS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CAPACITY-THRESHOLDS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-THRESHOLDS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CLASS-BUNKERS.
           MOVE 'CLSBNKDT' TO WS-CNT-FILE-ID.
           OPEN INPUT CLASS-BUNKERS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLASS-BUNKERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CLASS-BUNKERS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CLASS-MAINTENANCE.
           MOVE 'CLSMNTDT' TO WS-CNT-FILE-ID.
           OPEN INPUT CLASS-MAINTENANCE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLASS-MAINTENANCE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CLASS-MAINTENANCE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CLASS-MASTER.
           MOVE 'CLSMSDT' TO WS-CNT-FILE-ID.
           OPEN INPUT CLASS-MASTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLASS-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CLASS-MASTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-COMPLEMENT-MASTER.
           MOVE 'CMPMDT' TO WS-CNT-FILE-ID.
           OPEN INPUT COMPLEMENT-MASTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMPLEMENT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE COMPLEMENT-MASTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-COMBAT-WEIGHTS.
           MOVE 'CPWDT' TO WS-CNT-FILE-ID.
           OPEN INPUT COMBAT-WEIGHTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COMBAT-WEIGHTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE COMBAT-WEIGHTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-DF-STATIONS.
           MOVE 'DFSTNDT' TO WS-CNT-FILE-ID.
           OPEN INPUT DF-STATIONS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DF-STATIONS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE DF-STATIONS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-ENEMY-CLASSES.
           MOVE 'ENMCLSDT' TO WS-CNT-FILE-ID.
           OPEN INPUT ENEMY-CLASSES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENEMY-CLASSES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE ENEMY-CLASSES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-EQUIPMENT-MASTER.
           MOVE 'EQPMDT' TO WS-CNT-FILE-ID.
           OPEN INPUT EQUIPMENT-MASTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EQUIPMENT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE EQUIPMENT-MASTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-FORMATION-MASTER.
           MOVE 'FRMNMDT' TO WS-CNT-FILE-ID.
           OPEN INPUT FORMATION-MASTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FORMATION-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE FORMATION-MASTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-GRID-SQUARES.
           MOVE 'GRIDDT' TO WS-CNT-FILE-ID.
           OPEN INPUT GRID-SQUARES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GRID-SQUARES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE GRID-SQUARES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-LIFT-CAPACITY.
           MOVE 'LIFTCDT' TO WS-CNT-FILE-ID.
           OPEN INPUT LIFT-CAPACITY.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIFT-CAPACITY NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE LIFT-CAPACITY
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-NAVY-TYPE-CODES.
           MOVE 'NVTYPCD' TO WS-CNT-FILE-ID.
           OPEN INPUT NAVY-TYPE-CODES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NAVY-TYPE-CODES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE NAVY-TYPE-CODES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-PORT-MASTER.
           MOVE 'PORTMDT' TO WS-CNT-FILE-ID.
           OPEN INPUT PORT-MASTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PORT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE PORT-MASTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-PRACTICE-INTERVALS.
           MOVE 'PRCINT' TO WS-CNT-FILE-ID.
           OPEN INPUT PRACTICE-INTERVALS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PRACTICE-INTERVALS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE PRACTICE-INTERVALS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-PRACTICE-PARS.
           MOVE 'PRCPAR' TO WS-CNT-FILE-ID.
           OPEN INPUT PRACTICE-PARS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PRACTICE-PARS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE PRACTICE-PARS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-PORT-DISTANCES.
           MOVE 'PRTDIST' TO WS-CNT-FILE-ID.
           OPEN INPUT PORT-DISTANCES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PORT-DISTANCES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE PORT-DISTANCES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-QUERY-DEFINITIONS.
           MOVE 'QRYDEF' TO WS-CNT-FILE-ID.
           OPEN INPUT QUERY-DEFINITIONS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ QUERY-DEFINITIONS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE QUERY-DEFINITIONS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-RANK-MASTER.
           MOVE 'RANKREF' TO WS-CNT-FILE-ID.
           OPEN INPUT RANK-MASTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RANK-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE RANK-MASTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-RETENTION-POLICIES.
           MOVE 'RETNPOL' TO WS-CNT-FILE-ID.
           OPEN INPUT RETENTION-POLICIES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RETENTION-POLICIES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE RETENTION-POLICIES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-STANDARD-ROUTES.
           MOVE 'ROUTEDT' TO WS-CNT-FILE-ID.
           OPEN INPUT STANDARD-ROUTES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STANDARD-ROUTES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE STANDARD-ROUTES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SECURITY-CLASSES.
           MOVE 'SECREF' TO WS-CNT-FILE-ID.
           OPEN INPUT SECURITY-CLASSES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SECURITY-CLASSES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SECURITY-CLASSES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SHORE-ESTABLISHMENTS.
           MOVE 'SHRESDT' TO WS-CNT-FILE-ID.
           OPEN INPUT SHORE-ESTABLISHMENTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SHORE-ESTABLISHMENTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SHORE-ESTABLISHMENTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-THEATRE-FLEET-XREF.
           MOVE 'THFLXDT' TO WS-CNT-FILE-ID.
           OPEN INPUT THEATRE-FLEET-XREF.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ THEATRE-FLEET-XREF NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE THEATRE-FLEET-XREF
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-THEATRE-ZONES.
           MOVE 'ZONEREF' TO WS-CNT-FILE-ID.
           OPEN INPUT THEATRE-ZONES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ THEATRE-ZONES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE THEATRE-ZONES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CREW-ROSTER.
           MOVE 'CREWROST' TO WS-CNT-FILE-ID.
           OPEN INPUT CREW-ROSTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CREW-ROSTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CREW-ROSTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-NEXT-OF-KIN.
           MOVE 'NOKMDT' TO WS-CNT-FILE-ID.
           OPEN INPUT NEXT-OF-KIN.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NEXT-OF-KIN NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE NEXT-OF-KIN
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CASUALTY-DETAILS.
           MOVE 'CASDTL' TO WS-CNT-FILE-ID.
           OPEN INPUT CASUALTY-DETAILS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASUALTY-DETAILS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CASUALTY-DETAILS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-OPERATOR-MASTER.
           MOVE 'OPERMDT' TO WS-CNT-FILE-ID.
           OPEN INPUT OPERATOR-MASTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPERATOR-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-AIRCREW.
           MOVE 'AIRCREW' TO WS-CNT-FILE-ID.
           OPEN INPUT AIRCREW.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AIRCREW NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE AIRCREW
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SENIORITY-FILE.
           MOVE 'RANKSEN' TO WS-CNT-FILE-ID.
           OPEN INPUT SENIORITY-FILE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SENIORITY-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SENIORITY-FILE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-QUALIFICATIONS.
           MOVE 'QUALREG' TO WS-CNT-FILE-ID.
           OPEN INPUT QUALIFICATIONS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ QUALIFICATIONS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE QUALIFICATIONS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-LEAVE-LEDGER.
           MOVE 'LEAVLDG' TO WS-CNT-FILE-ID.
           OPEN INPUT LEAVE-LEDGER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LEAVE-LEDGER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE LEAVE-LEDGER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SICK-LIST.
           MOVE 'SICKLST' TO WS-CNT-FILE-ID.
           OPEN INPUT SICK-LIST.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SICK-LIST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SICK-LIST
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-DEFAULTERS.
           MOVE 'DEFAULTR' TO WS-CNT-FILE-ID.
           OPEN INPUT DEFAULTERS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEFAULTERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE DEFAULTERS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-MANNING-POOL.
           MOVE 'MANPOOL' TO WS-CNT-FILE-ID.
           OPEN INPUT MANNING-POOL.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MANNING-POOL NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE MANNING-POOL
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-BILLET-REQUIREMENTS.
           MOVE 'BILLREQ' TO WS-CNT-FILE-ID.
           OPEN INPUT BILLET-REQUIREMENTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BILLET-REQUIREMENTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE BILLET-REQUIREMENTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-MASKING-KEY.
           MOVE 'MASKKEY' TO WS-CNT-FILE-ID.
           OPEN INPUT MASKING-KEY.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MASKING-KEY NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE MASKING-KEY
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-NOTIFICATION-WORKLIST.
           MOVE 'NOTIFYWL' TO WS-CNT-FILE-ID.
           OPEN INPUT NOTIFICATION-WORKLIST.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NOTIFICATION-WORKLIST NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE NOTIFICATION-WORKLIST
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-DECK-LANDINGS.
           MOVE 'DLDLOG' TO WS-CNT-FILE-ID.
           OPEN INPUT DECK-LANDINGS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DECK-LANDINGS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE DECK-LANDINGS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SAILING-SCHEDULE.
           MOVE 'SAILSCH' TO WS-CNT-FILE-ID.
           OPEN INPUT SAILING-SCHEDULE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SAILING-SCHEDULE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SAILING-SCHEDULE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SAILING-WAYPOINTS.
           MOVE 'SAILWPT' TO WS-CNT-FILE-ID.
           OPEN INPUT SAILING-WAYPOINTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SAILING-WAYPOINTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SAILING-WAYPOINTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-TASK-FORCE.
           MOVE 'TSKFRC' TO WS-CNT-FILE-ID.
           OPEN INPUT TASK-FORCE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TASK-FORCE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE TASK-FORCE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-TASK-FORCE-MEMBERS.
           MOVE 'TSKFRCM' TO WS-CNT-FILE-ID.
           OPEN INPUT TASK-FORCE-MEMBERS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TASK-FORCE-MEMBERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE TASK-FORCE-MEMBERS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-MOVEMENT-ORDERS.
           MOVE 'ORDFILE' TO WS-CNT-FILE-ID.
           OPEN INPUT MOVEMENT-ORDERS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MOVEMENT-ORDERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-ORDERS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-ORDER-DISPATCH.
           MOVE 'ORDDSP' TO WS-CNT-FILE-ID.
           OPEN INPUT ORDER-DISPATCH.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ORDER-DISPATCH NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE ORDER-DISPATCH
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-OPERATION-PLANS.
           MOVE 'OPNPLN' TO WS-CNT-FILE-ID.
           OPEN INPUT OPERATION-PLANS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPERATION-PLANS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE OPERATION-PLANS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-OPERATION-LINKS.
           MOVE 'OPNLNK' TO WS-CNT-FILE-ID.
           OPEN INPUT OPERATION-LINKS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPERATION-LINKS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE OPERATION-LINKS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-FORCE-REQUIREMENTS.
           MOVE 'FRCREQ' TO WS-CNT-FILE-ID.
           OPEN INPUT FORCE-REQUIREMENTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FORCE-REQUIREMENTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE FORCE-REQUIREMENTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-LIFT-REQUIREMENTS.
           MOVE 'LIFTRQ' TO WS-CNT-FILE-ID.
           OPEN INPUT LIFT-REQUIREMENTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LIFT-REQUIREMENTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE LIFT-REQUIREMENTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-PAIRING-DRAFTS.
           MOVE 'URPDRAFT' TO WS-CNT-FILE-ID.
           OPEN INPUT PAIRING-DRAFTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PAIRING-DRAFTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE PAIRING-DRAFTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-MERCHANT-VESSELS.
           MOVE 'MERCHDT' TO WS-CNT-FILE-ID.
           OPEN INPUT MERCHANT-VESSELS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MERCHANT-VESSELS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE MERCHANT-VESSELS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CARGO-MANIFESTS.
           MOVE 'CGOMAN' TO WS-CNT-FILE-ID.
           OPEN INPUT CARGO-MANIFESTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CARGO-MANIFESTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CARGO-MANIFESTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CONVOY-ARRIVALS.
           MOVE 'CVARRIV' TO WS-CNT-FILE-ID.
           OPEN INPUT CONVOY-ARRIVALS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONVOY-ARRIVALS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CONVOY-ARRIVALS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-STRAGGLERS.
           MOVE 'STRGLOG' TO WS-CNT-FILE-ID.
           OPEN INPUT STRAGGLERS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STRAGGLERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE STRAGGLERS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-PATROL-AREAS.
           MOVE 'SUBPTRL' TO WS-CNT-FILE-ID.
           OPEN INPUT PATROL-AREAS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PATROL-AREAS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE PATROL-AREAS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-MINEFIELDS.
           MOVE 'MINEFLD' TO WS-CNT-FILE-ID.
           OPEN INPUT MINEFIELDS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MINEFIELDS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE MINEFIELDS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SWEPT-CHANNELS.
           MOVE 'CHNREG' TO WS-CNT-FILE-ID.
           OPEN INPUT SWEPT-CHANNELS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SWEPT-CHANNELS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SWEPT-CHANNELS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SWEEP-LOG.
           MOVE 'SWPLOG' TO WS-CNT-FILE-ID.
           OPEN INPUT SWEEP-LOG.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SWEEP-LOG NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SWEEP-LOG
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-FIRE-SUPPORT-REQUESTS.
           MOVE 'NGSREQ' TO WS-CNT-FILE-ID.
           OPEN INPUT FIRE-SUPPORT-REQUESTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FIRE-SUPPORT-REQUESTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE FIRE-SUPPORT-REQUESTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-NEUTRAL-CLEARANCES.
           MOVE 'NEUTCLR' TO WS-CNT-FILE-ID.
           OPEN INPUT NEUTRAL-CLEARANCES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ NEUTRAL-CLEARANCES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE NEUTRAL-CLEARANCES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-DEGAUSSING-REGISTER.
           MOVE 'DGREG' TO WS-CNT-FILE-ID.
           OPEN INPUT DEGAUSSING-REGISTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEGAUSSING-REGISTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE DEGAUSSING-REGISTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CALL-SIGNS.
           MOVE 'CALLSGN' TO WS-CNT-FILE-ID.
           OPEN INPUT CALL-SIGNS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALL-SIGNS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CALL-SIGNS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CONFIDENTIAL-BOOKS.
           MOVE 'CBKREG' TO WS-CNT-FILE-ID.
           OPEN INPUT CONFIDENTIAL-BOOKS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CONFIDENTIAL-BOOKS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CONFIDENTIAL-BOOKS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-OPDEFS.
           MOVE 'OPDEFDT' TO WS-CNT-FILE-ID.
           OPEN INPUT OPDEFS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPDEFS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE OPDEFS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-RESERVE-REGISTER.
           MOVE 'RSVREG' TO WS-CNT-FILE-ID.
           OPEN INPUT RESERVE-REGISTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RESERVE-REGISTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE RESERVE-REGISTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-TOW-TASKS.
           MOVE 'TOWTASK' TO WS-CNT-FILE-ID.
           OPEN INPUT TOW-TASKS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TOW-TASKS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE TOW-TASKS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SALVAGE-TUGS.
           MOVE 'TUGREG' TO WS-CNT-FILE-ID.
           OPEN INPUT SALVAGE-TUGS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SALVAGE-TUGS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SALVAGE-TUGS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-RECOVERIES.
           MOVE 'RCVREG' TO WS-CNT-FILE-ID.
           OPEN INPUT RECOVERIES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECOVERIES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE RECOVERIES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-WEATHER-FILE.
           MOVE 'WXOBS' TO WS-CNT-FILE-ID.
           OPEN INPUT WEATHER-FILE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WEATHER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE WEATHER-FILE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-DF-BEARINGS.
           MOVE 'DFBRGS' TO WS-CNT-FILE-ID.
           OPEN INPUT DF-BEARINGS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DF-BEARINGS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE DF-BEARINGS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-ENEMY-SHIPS.
           MOVE 'ENMYSHP' TO WS-CNT-FILE-ID.
           OPEN INPUT ENEMY-SHIPS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENEMY-SHIPS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE ENEMY-SHIPS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-ENEMY-TRACKS.
           MOVE 'ENMTRK' TO WS-CNT-FILE-ID.
           OPEN INPUT ENEMY-TRACKS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENEMY-TRACKS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE ENEMY-TRACKS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-ENEMY-CONSTRUCTION.
           MOVE 'ENMCON' TO WS-CNT-FILE-ID.
           OPEN INPUT ENEMY-CONSTRUCTION.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENEMY-CONSTRUCTION NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE ENEMY-CONSTRUCTION
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-ENEMY-DAMAGE.
           MOVE 'ENMDMGDT' TO WS-CNT-FILE-ID.
           OPEN INPUT ENEMY-DAMAGE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENEMY-DAMAGE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE ENEMY-DAMAGE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-BATTLE-HEADERS.
           MOVE 'BATLHDR' TO WS-CNT-FILE-ID.
           OPEN INPUT BATTLE-HEADERS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BATTLE-HEADERS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE BATTLE-HEADERS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-BATTLE-PARTICIPANTS.
           MOVE 'BATLPRT' TO WS-CNT-FILE-ID.
           OPEN INPUT BATTLE-PARTICIPANTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BATTLE-PARTICIPANTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE BATTLE-PARTICIPANTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-INCIDENTS.
           MOVE 'INCREG' TO WS-CNT-FILE-ID.
           OPEN INPUT INCIDENTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INCIDENTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE INCIDENTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-AIRFRAMES.
           MOVE 'AIRFRMS' TO WS-CNT-FILE-ID.
           OPEN INPUT AIRFRAMES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AIRFRAMES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE AIRFRAMES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-PENDING-APPROVALS.
           MOVE 'PENDAPPR' TO WS-CNT-FILE-ID.
           OPEN INPUT PENDING-APPROVALS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PENDING-APPROVALS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE PENDING-APPROVALS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-DEFERRED-UPDATES.
           MOVE 'DEFRUPD' TO WS-CNT-FILE-ID.
           OPEN INPUT DEFERRED-UPDATES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEFERRED-UPDATES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE DEFERRED-UPDATES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-REVIEW-WORKLIST.
           MOVE 'INTLRVW' TO WS-CNT-FILE-ID.
           OPEN INPUT REVIEW-WORKLIST.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REVIEW-WORKLIST
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE REVIEW-WORKLIST
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-REASSESS-WORKLIST.
           MOVE 'REASSLST' TO WS-CNT-FILE-ID.
           OPEN INPUT REASSESS-WORKLIST.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REASSESS-WORKLIST
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE REASSESS-WORKLIST
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SHIP-REFITS.
           MOVE 'REFITDT' TO WS-CNT-FILE-ID.
           OPEN INPUT SHIP-REFITS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SHIP-REFITS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SHIP-REFITS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-REFIT-WORK-ITEMS.
           MOVE 'RFTWORK' TO WS-CNT-FILE-ID.
           OPEN INPUT REFIT-WORK-ITEMS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REFIT-WORK-ITEMS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE REFIT-WORK-ITEMS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-STORES-DEMANDS.
           MOVE 'STDMNDS' TO WS-CNT-FILE-ID.
           OPEN INPUT STORES-DEMANDS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STORES-DEMANDS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE STORES-DEMANDS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-DOCK-BOOKINGS.
           MOVE 'DCKBOOK' TO WS-CNT-FILE-ID.
           OPEN INPUT DOCK-BOOKINGS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DOCK-BOOKINGS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE DOCK-BOOKINGS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SEA-MILES.
           MOVE 'SEAMILES' TO WS-CNT-FILE-ID.
           OPEN INPUT SEA-MILES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SEA-MILES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SEA-MILES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-GUN-AMMO-LEDGER.
           MOVE 'GUNAMMO' TO WS-CNT-FILE-ID.
           OPEN INPUT GUN-AMMO-LEDGER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GUN-AMMO-LEDGER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE GUN-AMMO-LEDGER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-BARREL-WEAR.
           MOVE 'BRLWEAR' TO WS-CNT-FILE-ID.
           OPEN INPUT BARREL-WEAR.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BARREL-WEAR NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE BARREL-WEAR
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-PORT-STOCK.
           MOVE 'PORTSTK' TO WS-CNT-FILE-ID.
           OPEN INPUT PORT-STOCK.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PORT-STOCK NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE PORT-STOCK
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-STOCK-TAKES.
           MOVE 'STOCKTK' TO WS-CNT-FILE-ID.
           OPEN INPUT STOCK-TAKES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STOCK-TAKES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE STOCK-TAKES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-VICTUALLING.
           MOVE 'VICTLDG' TO WS-CNT-FILE-ID.
           OPEN INPUT VICTUALLING.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ VICTUALLING NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE VICTUALLING
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-BUILDING-REGISTER.
           MOVE 'BLDREG' TO WS-CNT-FILE-ID.
           OPEN INPUT BUILDING-REGISTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BUILDING-REGISTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE BUILDING-REGISTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-INSPECTIONS.
           MOVE 'INSPCT' TO WS-CNT-FILE-ID.
           OPEN INPUT INSPECTIONS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INSPECTIONS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE INSPECTIONS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-INSPECTION-FINDINGS.
           MOVE 'INSFND' TO WS-CNT-FILE-ID.
           OPEN INPUT INSPECTION-FINDINGS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ INSPECTION-FINDINGS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE INSPECTION-FINDINGS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-PRACTICE-RESULTS.
           MOVE 'PRCRES' TO WS-CNT-FILE-ID.
           OPEN INPUT PRACTICE-RESULTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PRACTICE-RESULTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE PRACTICE-RESULTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SINKING-CLAIMS.
           MOVE 'CLMFILE' TO WS-CNT-FILE-ID.
           OPEN INPUT SINKING-CLAIMS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SINKING-CLAIMS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SINKING-CLAIMS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SIGHTINGS.
           MOVE 'SIGHTNG' TO WS-CNT-FILE-ID.
           OPEN INPUT SIGHTINGS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SIGHTINGS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SIGHTINGS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-POSITION-REPORTS.
           MOVE 'POSRPT' TO WS-CNT-FILE-ID.
           OPEN INPUT POSITION-REPORTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POSITION-REPORTS NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE POSITION-REPORTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-EXPENDITURE.
           MOVE 'EXPNDLOG' TO WS-CNT-FILE-ID.
           OPEN INPUT EXPENDITURE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXPENDITURE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE EXPENDITURE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-REPLENISH.
           MOVE 'RPLNSH' TO WS-CNT-FILE-ID.
           OPEN INPUT REPLENISH.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REPLENISH
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE REPLENISH
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-DAMAGE-STATES.
           MOVE 'DMGSTAT' TO WS-CNT-FILE-ID.
           OPEN INPUT DAMAGE-STATES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DAMAGE-STATES NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE DAMAGE-STATES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-ENGAGEMENTS.
           MOVE 'ENGLOG' TO WS-CNT-FILE-ID.
           OPEN INPUT ENGAGEMENTS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENGAGEMENTS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE ENGAGEMENTS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-STATUS-HISTORY.
           MOVE 'STHIST' TO WS-CNT-FILE-ID.
           OPEN INPUT STATUS-HISTORY.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STATUS-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE STATUS-HISTORY
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-AUDIT-TRAIL.
           MOVE 'AUDTRL' TO WS-CNT-FILE-ID.
           OPEN INPUT AUDIT-TRAIL.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-TRAIL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SHIP-JOURNAL.
           MOVE 'JRNLSHP' TO WS-CNT-FILE-ID.
           OPEN INPUT SHIP-JOURNAL.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SHIP-JOURNAL
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SHIP-JOURNAL
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-CORRELATION-LOG.
           MOVE 'CORRLOG' TO WS-CNT-FILE-ID.
           OPEN INPUT CORRELATION-LOG.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CORRELATION-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE CORRELATION-LOG
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SIGNON-LOG.
           MOVE 'SIGNLOG' TO WS-CNT-FILE-ID.
           OPEN INPUT SIGNON-LOG.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SIGNON-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SIGNON-LOG
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-READ-ACCESS-LOG.
           MOVE 'ACCLOG' TO WS-CNT-FILE-ID.
           OPEN INPUT READ-ACCESS-LOG.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ READ-ACCESS-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE READ-ACCESS-LOG
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-STATUS-HISTORY-KEYED.
           MOVE 'STHISTX' TO WS-CNT-FILE-ID.
           OPEN INPUT STATUS-HISTORY-KEYED.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STATUS-HISTORY-KEYED NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE STATUS-HISTORY-KEYED
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-AIR-STATE-LOG.
           MOVE 'AIRSTATE' TO WS-CNT-FILE-ID.
           OPEN INPUT AIR-STATE-LOG.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AIR-STATE-LOG NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE AIR-STATE-LOG
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-AIRCRAFT-TRANSFERS.
           MOVE 'ACXFER' TO WS-CNT-FILE-ID.
           OPEN INPUT AIRCRAFT-TRANSFERS.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AIRCRAFT-TRANSFERS
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE AIRCRAFT-TRANSFERS
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-EXCHANGE-REGISTER.
           MOVE 'ARXREG' TO WS-CNT-FILE-ID.
           OPEN INPUT EXCHANGE-REGISTER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXCHANGE-REGISTER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-REGISTER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-COST-LEDGER.
           MOVE 'COSTLDG' TO WS-CNT-FILE-ID.
           OPEN INPUT COST-LEDGER.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COST-LEDGER
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE COST-LEDGER
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-MINEFIELD-OVERRIDES.
           MOVE 'MNFOVRD' TO WS-CNT-FILE-ID.
           OPEN INPUT MINEFIELD-OVERRIDES.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MINEFIELD-OVERRIDES
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE MINEFIELD-OVERRIDES
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-PRIZE-LOG.
           MOVE 'PRIZELOG' TO WS-CNT-FILE-ID.
           OPEN INPUT PRIZE-LOG.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PRIZE-LOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE PRIZE-LOG
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-STRENGTH-HISTORY.
           MOVE 'STRHIST' TO WS-CNT-FILE-ID.
           OPEN INPUT STRENGTH-HISTORY.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STRENGTH-HISTORY
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE STRENGTH-HISTORY
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-REPORT-CATALOG.
           MOVE 'RPTCAT' TO WS-CNT-FILE-ID.
           OPEN INPUT REPORT-CATALOG.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REPORT-CATALOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE REPORT-CATALOG
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-RETENTION-CATALOG.
           MOVE 'RETNCAT' TO WS-CNT-FILE-ID.
           OPEN INPUT RETENTION-CATALOG.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RETENTION-CATALOG
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE RETENTION-CATALOG
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-BACKUP-CATALOG.
           MOVE 'BKUPCAT' TO WS-CNT-FILE-ID.
           OPEN INPUT BACKUP-CATALOG.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BACKUP-CATALOG NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE BACKUP-CATALOG
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-RUN-CONTROL.
           MOVE 'RUNCTL' TO WS-CNT-FILE-ID.
           OPEN INPUT RUN-CONTROL.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RUN-CONTROL NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-SIGHTINGS-ARCHIVE.
           MOVE 'SIGHTNGA' TO WS-CNT-FILE-ID.
           OPEN INPUT SIGHTINGS-ARCHIVE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SIGHTINGS-ARCHIVE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE SIGHTINGS-ARCHIVE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-EXPENDITURE-ARCHIVE.
           MOVE 'EXPNDLGA' TO WS-CNT-FILE-ID.
           OPEN INPUT EXPENDITURE-ARCHIVE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXPENDITURE-ARCHIVE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE EXPENDITURE-ARCHIVE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-REPLENISH-ARCHIVE.
           MOVE 'RPLNSHA' TO WS-CNT-FILE-ID.
           OPEN INPUT REPLENISH-ARCHIVE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REPLENISH-ARCHIVE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE REPLENISH-ARCHIVE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-POSITION-ARCHIVE.
           MOVE 'POSRPTA' TO WS-CNT-FILE-ID.
           OPEN INPUT POSITION-ARCHIVE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ POSITION-ARCHIVE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE POSITION-ARCHIVE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-DAMAGE-ARCHIVE.
           MOVE 'DMGSTATA' TO WS-CNT-FILE-ID.
           OPEN INPUT DAMAGE-ARCHIVE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DAMAGE-ARCHIVE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE DAMAGE-ARCHIVE
           END-IF.
           PERFORM RECORD-COUNT.

       COUNT-STATUS-HISTORY-ARCHIVE.
           MOVE 'STHISTA' TO WS-CNT-FILE-ID.
           OPEN INPUT STATUS-HISTORY-ARCHIVE.
           PERFORM CHECK-COUNT-OPEN.
           IF WS-CNT-OPENED = 'y'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STATUS-HISTORY-ARCHIVE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CNT-RECORDS
                   END-READ
               END-PERFORM
               CLOSE STATUS-HISTORY-ARCHIVE
           END-IF.
           PERFORM RECORD-COUNT.

      *Sets up for one file's count from the status its OPEN left:
      *opened, not yet created (an empty file, counted as nought),
      *or unreadable (named here and skipped)
       CHECK-COUNT-OPEN.
           MOVE 0 TO WS-CNT-RECORDS.
           MOVE 'N' TO WS-EOF.
           MOVE 'n' TO WS-CNT-OPENED.
           MOVE 'n' TO WS-CNT-SKIPPED.
           IF WS-CNT-FILE-STATUS = '00' OR WS-CNT-FILE-STATUS = '97'
               MOVE 'y' TO WS-CNT-OPENED
           ELSE
               IF WS-CNT-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR: ' WS-CNT-FILE-ID
                      ' OPEN ERROR-CODE:' WS-CNT-FILE-STATUS
                      '; NOT COUNTED TONIGHT'
                   MOVE 'y' TO WS-CNT-SKIPPED
               END-IF
           END-IF.

       RECORD-COUNT.
           IF WS-CNT-SKIPPED = 'y'
               ADD 1 TO WS-FILES-SKIPPED
           ELSE
               MOVE WS-RUN-DATE TO CPH-DATE
               MOVE WS-CNT-FILE-ID TO CPH-FILE-ID
               MOVE WS-CNT-RECORDS TO CPH-RECORD-COUNT
               WRITE CAPACITY-HIST-RECORD
               ADD 1 TO WS-FILES-COUNTED
           END-IF.
