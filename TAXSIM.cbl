      *******This program answers helpdesk "what if" questions about an
      * employee's tax. Each request on SIMREQ names a PAN and the
      * hypothetical changes to try - extra 80C investment, a switch
      * of regime, added house-property income or loss, added short-
      * or long-term capital gains, a different joining date. The
      * current figures come from the income feed, the employee
      * master and the slab parameters only; both the current and the
      * simulated liability are computed under both regimes through
      * the same TAXENG engine the tax run calls, and printed side by
      * side. Nothing the tax run or its downstream jobs read is ever
      * written. **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSIM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMREQFL ASSIGN TO SIMREQ
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-REQ-STATUS.
           SELECT REQSORT ASSIGN TO SORTWK01.
           SELECT REQSRTFL ASSIGN TO SIMSRT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT INCOMEFILE ASSIGN TO INCMFILE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-INC-STATUS.
           SELECT INCSORT ASSIGN TO SORTWK02.
           SELECT INCSRTFL ASSIGN TO INCSRT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT EMPMAST ASSIGN TO EMPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-PAN-NO
              FILE STATUS IS WS-EMP-STATUS.
           SELECT PARMFL ASSIGN TO PARMFILE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.
           SELECT SIMRPTFL ASSIGN TO SIMRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    HELPDESK REQUESTS - ONE PER QUESTION, IN WHATEVER ORDER
      *    THE HELPDESK KEYED THEM. THE LAYOUT IS HELD IN WORKING
      *    STORAGE (REQUEST-WORK).
       FD  SIMREQFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS SIM-REQUEST-REC.
      *
       01  SIM-REQUEST-REC             PIC X(72).

      *
      *    THE REQUESTS SORTED INTO PAN ORDER (KEYED ORDER WITHIN
      *    PAN) SO THEY CAN BE MATCH-MERGED AGAINST THE INCOME FEED -
      *    THERE IS NO LIMIT ON HOW MANY ARE ASKED.
       SD  REQSORT
           DATA RECORD IS REQSORT-REC.
      *
       01  REQSORT-REC.
           02  RSK-PAN-NO        PIC X(10).
           02  FILLER            PIC X(62).
      *
       FD  REQSRTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS REQ-SORTED-REC.
      *
       01  REQ-SORTED-REC              PIC X(72).

      *
      *    THE INCOME FEED THE TAX RUN READS - SORTED INTO PAN ORDER
      *    AND PASSED ONCE ALONGSIDE THE SORTED REQUESTS.
       FD  INCOMEFILE
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS INCOME-RAW-REC.
      *
       01  INCOME-RAW-REC              PIC X(106).
      *
       SD  INCSORT
           DATA RECORD IS INCSORT-REC.
      *
       01  INCSORT-REC.
           02  ISK-PAN-NO        PIC X(10).
           02  FILLER            PIC X(96).
      *
       FD  INCSRTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS INCOMEDETAILS.
      *
       01  INCOMEDETAILS.
           02  PAN-NO        PIC X(10).
           02  FILLER        PIC X(1).
           02  SALARY        PIC 9(9)V99.
           02  FILLER        PIC X(1).
           02  OTH-INCOME    PIC 9(9)V99.
           02  FILLER        PIC X(1).
           02  DED-80C       PIC 9(9)V99.
           02  FILLER        PIC X(1).
           02  DED-80D       PIC 9(9)V99.
           02  FILLER        PIC X(1).
           02  DED-80G       PIC 9(9)V99.
           02  FILLER        PIC X(1).
           02  HRA           PIC 9(9)V99.
           02  FILLER        PIC X(1).
           02  LTA           PIC 9(9)V99.
           02  FILLER        PIC X(1).
           02  TDS-DEDUCTED  PIC 9(9)V99.

      *
      *    EMPLOYEE MASTER - AGE CATEGORY, REGIME ELECTION AND
      *    EMPLOYMENT DATES, READ BY PAN.
       FD  EMPMAST
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS EMP-MASTER-REC.
      *
       01  EMP-MASTER-REC.
           02  EMP-PAN-NO        PIC X(10).
           02  EMP-ID            PIC X(06).
           02  EMP-NAME          PIC X(25).
           02  EMP-DOB           PIC 9(08).
           02  EMP-DOB-X REDEFINES EMP-DOB.
               03  EMP-DOB-YEAR      PIC 9(04).
               03  EMP-DOB-MONTH     PIC 9(02).
               03  EMP-DOB-DAY       PIC 9(02).
           02  EMP-REGIME-ELECT  PIC X(01).
               88  EMP-ELECT-OLD             VALUE 'O'.
               88  EMP-ELECT-NEW             VALUE 'N'.
           02  EMP-START-DATE    PIC 9(08).
           02  EMP-START-DATE-X REDEFINES EMP-START-DATE.
               03  EMP-START-YEAR    PIC 9(04).
               03  EMP-START-MONTH   PIC 9(02).
               03  EMP-START-DAY     PIC 9(02).
           02  EMP-END-DATE      PIC 9(08).
           02  EMP-END-DATE-X REDEFINES EMP-END-DATE.
               03  EMP-END-YEAR      PIC 9(04).
               03  EMP-END-MONTH     PIC 9(02).
               03  EMP-END-DAY       PIC 9(02).
           02  EMP-BANK-IFSC     PIC X(11).
           02  EMP-BANK-ACCT-NO  PIC X(18).

      *
      *    ASSESSMENT-YEAR-KEYED SLAB PARAMETERS, SAME LAYOUT AS
      *    STDRPT READS - 'O' AND 'N' RECORDS PER YEAR.
       FD  PARMFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS PARM-RECORD.
      *
       01  PARM-RECORD.
           02  PARM-ASSESSMENT-YEAR  PIC X(04).
           02  PARM-REGIME-CODE      PIC X(01).
               88  PARM-REGIME-OLD               VALUE 'O'.
               88  PARM-REGIME-NEW               VALUE 'N'.
           02  PARM-MAX-AMT          PIC 9(08)V99.
           02  PARM-SLAB-2-LIMIT     PIC 9(09)V99.
           02  PARM-SLAB-3-LIMIT     PIC 9(09)V99.
           02  PARM-SLAB-4-LIMIT     PIC 9(09)V99.
           02  PARM-SLAB-5-LIMIT     PIC 9(09)V99.
           02  PARM-SLAB-1-RATE      PIC V999.
           02  PARM-SLAB-2-RATE      PIC V999.
           02  PARM-SLAB-3-RATE      PIC V999.
           02  PARM-SLAB-4-RATE      PIC V999.
           02  PARM-SLAB-5-RATE      PIC V999.
           02  PARM-INT-RATE         PIC V999.

      *
      *    THE SIMULATION REPORT - ONE BLOCK PER REQUEST.
       FD  SIMRPTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SIMRPT-LINE.
      *
       01  SIMRPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-REQ-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-INC-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EMP-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-REQ              PIC X(001)  VALUE ' '.
               88  WS-EOF-REQ-YES                     VALUE 'Y'.
           02  WS-EOF-INC              PIC X(001)  VALUE ' '.
               88  WS-EOF-INC-YES                     VALUE 'Y'.
           02  WS-ON-MASTER            PIC X(001)  VALUE 'N'.
               88  WS-ON-MASTER-YES                   VALUE 'Y'.
           02  WS-REQ-READ             PIC 9(09)   VALUE ZERO.
           02  WS-SIM-COUNT            PIC 9(09)   VALUE ZERO.
           02  WS-NO-INCOME-COUNT      PIC 9(09)   VALUE ZERO.
           02  WS-REJECT-COUNT         PIC 9(09)   VALUE ZERO.
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP.
       01  WS-RUN-DATE-FIELDS.
           02  WS-RUN-DATE-YYYYMMDD    PIC 9(08)   VALUE ZERO.
           02  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
               03  WS-CURRENT-YEAR         PIC 9(04).
               03  WS-CURRENT-MONTH        PIC 9(02).
               03  WS-CURRENT-DAY          PIC 9(02).
      *
      *    PARAMETER-FILE CONTROLS - SAME ASSESSMENT-YEAR RESOLUTION
      *    AS STDRPT (FIRST RUN PARAMETER, DEFAULTED TO THE RUN
      *    YEAR), SO THE SIMULATION USES THE SLABS THE RUN USES.
       01  PARM-CONTROLS.
           02  WS-PARM-STATUS         PIC X(02)   VALUE SPACES.
           02  WS-ASSESSMENT-YEAR     PIC X(04)   VALUE SPACES.
           02  WS-ASSESSMENT-YEAR-PARM PIC X(04)  VALUE SPACES.
           02  WS-PARM-FOUND          PIC X(001)  VALUE 'N'.
               88  WS-PARM-FOUND-YES                   VALUE 'Y'.
           02  WS-NEW-PARM-FOUND      PIC X(001)  VALUE 'N'.
               88  WS-NEW-PARM-FOUND-YES               VALUE 'Y'.
      *
      *    RUN MODE - 'M' IN THE SECOND RUN PARAMETER TREATS THE FEED
      *    AS YEAR-TO-DATE AND ANNUALIZES IT OVER THE MONTHS EMPLOYED,
      *    EXACTLY AS THE TAX RUN'S PROJECTION DOES; ANYTHING ELSE
      *    TAKES THE FEED AS FULL-YEAR FIGURES.
       01  PROJECTION-CONTROLS.
           02  WS-RUN-MODE-PARM       PIC X(001)   VALUE SPACE.
           02  WS-RUN-MODE            PIC X(001)   VALUE 'A'.
               88  WS-MODE-ANNUAL                   VALUE 'A'.
               88  WS-MODE-PROJECTION               VALUE 'M'.
           02  WS-FY-MONTHS-ELAPSED   PIC 9(02)    VALUE ZERO.
      *
      *    EXEMPTION LIMITS BY AGE CATEGORY, MATCHING STDRPT.
       01  EMPLOYEE-LOOKUP-AREA.
           02  WS-EMP-AGE             PIC 9(03)   VALUE ZERO.
           02  WS-EXEMPT-LIMIT        PIC 9(8)V99 VALUE ZERO.
           02  MAX-AMT                PIC 9(8)V99 VALUE 250000.00.
           02  SENIOR-AGE-THRESHOLD   PIC 9(03)   VALUE 060.
           02  SUPER-SR-AGE-THRESHOLD PIC 9(03)   VALUE 080.
           02  SENIOR-EXEMPT-LIMIT    PIC 9(8)V99 VALUE 300000.00.
           02  SUPER-SR-EXEMPT-LIMIT  PIC 9(8)V99 VALUE 500000.00.
           02  WS-CUR-ELECTED         PIC X(001)  VALUE 'O'.
           02  WS-SIM-ELECTED         PIC X(001)  VALUE 'O'.
      *
      *    EMPLOYMENT SPAN WITHIN THE FISCAL YEAR, RESOLVED THE WAY
      *    STDRPT RESOLVES IT - ONCE FROM THE MASTER'S START DATE FOR
      *    THE CURRENT FIGURES AND AGAIN FROM THE HYPOTHETICAL
      *    JOINING DATE FOR THE SIMULATED ONES.
       01  EMPLOYMENT-SPAN-AREA.
           02  WS-FY-START-YEAR       PIC 9(04)    VALUE ZERO.
           02  WS-FM-INDEX            PIC S9(04) COMP VALUE ZERO.
           02  WS-SPAN-START-DATE     PIC 9(08)    VALUE ZERO.
           02  WS-SPAN-START-DATE-X REDEFINES WS-SPAN-START-DATE.
               03  WS-SPAN-START-YEAR     PIC 9(04).
               03  WS-SPAN-START-MONTH    PIC 9(02).
               03  WS-SPAN-START-DAY      PIC 9(02).
           02  WS-EMP-FY-START-MONTH  PIC 9(02)    VALUE 01.
           02  WS-EMP-FY-END-MONTH    PIC 9(02)    VALUE 12.
           02  WS-EMP-MONTHS-ELAPSED  PIC 9(02)    VALUE ZERO.
           02  WS-EMP-FY-MONTHS       PIC 9(02)    VALUE ZERO.
           02  WS-CUR-FY-MONTHS       PIC 9(02)    VALUE ZERO.
      *
      *    MERGE CONTROLS - THE PAN LAST MATCHED AND WHETHER A CLEAN
      *    INCOME RECORD WAS FOUND FOR IT, SO A SECOND QUESTION ON
      *    THE SAME PAN USES THE SAME FIGURES.
       01  MERGE-CONTROLS.
           02  WS-HELD-PAN-NO          PIC X(10)   VALUE LOW-VALUES.
           02  WS-HELD-FOUND           PIC X(001)  VALUE 'N'.
               88  WS-HELD-FOUND-YES                  VALUE 'Y'.
      *
      *    THE REQUEST BEING SIMULATED.
       01  REQUEST-WORK.
           02  REQ-PAN-NO            PIC X(10).
           02  FILLER                PIC X(1).
           02  REQ-EXTRA-80C         PIC 9(9)V99.
           02  FILLER                PIC X(1).
           02  REQ-REGIME-SWITCH     PIC X(01).
               88  REQ-SWITCH-YES              VALUE 'Y'.
               88  REQ-SWITCH-NO               VALUE 'N' ' '.
           02  FILLER                PIC X(1).
           02  REQ-ADD-HP            PIC S9(9)V99 SIGN LEADING SEPARATE.
           02  FILLER                PIC X(1).
           02  REQ-ADD-STCG          PIC S9(9)V99 SIGN LEADING SEPARATE.
           02  FILLER                PIC X(1).
           02  REQ-ADD-LTCG          PIC S9(9)V99 SIGN LEADING SEPARATE.
           02  FILLER                PIC X(1).
           02  REQ-JOIN-DATE         PIC 9(08).
           02  REQ-JOIN-DATE-X REDEFINES REQ-JOIN-DATE.
               03  REQ-JOIN-YEAR         PIC 9(04).
               03  REQ-JOIN-MONTH        PIC 9(02).
               03  REQ-JOIN-DAY          PIC 9(02).
      *
      *    THE INCOME RECORD PICKED UP FOR THE REQUEST'S PAN.
       01  INCOME-WORK.
           02  PAN-NO-S        PIC X(10).
           02  FILLER          PIC X(1).
           02  SALARY-S        PIC 9(9)V99.
           02  FILLER          PIC X(1).
           02  OTH-INCOME-S    PIC 9(9)V99.
           02  FILLER          PIC X(1).
           02  DED-80C-S       PIC 9(9)V99.
           02  FILLER          PIC X(1).
           02  DED-80D-S       PIC 9(9)V99.
           02  FILLER          PIC X(1).
           02  DED-80G-S       PIC 9(9)V99.
           02  FILLER          PIC X(1).
           02  HRA-S           PIC 9(9)V99.
           02  FILLER          PIC X(1).
           02  LTA-S           PIC 9(9)V99.
           02  FILLER          PIC X(1).
           02  TDS-DEDUCTED-S  PIC 9(9)V99.
      *
      *    ONE SCENARIO'S ENGINE INPUTS - LOADED ONCE FOR THE CURRENT
      *    POSITION AND ONCE FOR THE SIMULATED ONE.
       01  SCENARIO-AREA.
           02  WS-SCN-SALARY          PIC 9(9)V99  VALUE ZERO.
           02  WS-SCN-OTH-INCOME      PIC 9(9)V99  VALUE ZERO.
           02  WS-SCN-HP-INCOME       PIC S9(9)V99 VALUE ZERO.
           02  WS-SCN-STCG-AMT        PIC S9(9)V99 VALUE ZERO.
           02  WS-SCN-LTCG-AMT        PIC S9(9)V99 VALUE ZERO.
           02  WS-SCN-80C             PIC 9(9)V99  VALUE ZERO.
      *
      *    RESULTS BY COLUMN - 1 CURRENT OLD, 2 CURRENT NEW, 3
      *    SIMULATED OLD, 4 SIMULATED NEW - AND BY ROW IN THE ORDER
      *    OF THE ROW LABELS BELOW.
       01  SIM-RESULT-AREA.
           02  WS-COL-IX              PIC 9(02) COMP VALUE ZERO.
           02  WS-ROW-IX              PIC 9(02) COMP VALUE ZERO.
           02  WS-CUR-LIABILITY       PIC 9(9)V99  VALUE ZERO.
           02  WS-SIM-LIABILITY       PIC 9(9)V99  VALUE ZERO.
           02  WS-LIABILITY-CHANGE    PIC S9(9)V99 VALUE ZERO.
           02  WS-SIM-COLUMN OCCURS 4 TIMES.
               03  WS-COL-AMT         PIC 9(9)V99 OCCURS 8 TIMES.

       01  SIM-ROW-LABEL-VALUES.
           02  FILLER      PIC X(26)  VALUE 'GROSS TOTAL INCOME'.
           02  FILLER      PIC X(26)  VALUE 'DEDUCTIONS ALLOWED'.
           02  FILLER      PIC X(26)  VALUE 'TAXABLE INCOME'.
           02  FILLER      PIC X(26)  VALUE 'SLAB TAX'.
           02  FILLER      PIC X(26)  VALUE 'SURCHARGE'.
           02  FILLER      PIC X(26)  VALUE 'HEALTH AND EDUCATION CESS'.
           02  FILLER      PIC X(26)  VALUE 'CAPITAL GAINS TAX (FLAT)'.
           02  FILLER      PIC X(26)  VALUE 'TOTAL LIABILITY'.
       01  SIM-ROW-LABELS REDEFINES SIM-ROW-LABEL-VALUES.
           02  SIM-ROW-LABEL-TAB      PIC X(26) OCCURS 8 TIMES.
      *
      *    OLD-REGIME SLAB TABLE AS RESOLVED FROM PARMFL.
       01  SLAB-PARMS.
           02  SLAB-2-LIMIT     PIC 9(9)V99 VALUE 500000.00.
           02  SLAB-3-LIMIT     PIC 9(9)V99 VALUE 750000.00.
           02  SLAB-4-LIMIT     PIC 9(9)V99 VALUE 1000000.00.
           02  SLAB-5-LIMIT     PIC 9(9)V99 VALUE 1250000.00.
           02  SLAB-1-RATE      PIC V999    VALUE .050.
           02  SLAB-2-RATE      PIC V999    VALUE .100.
           02  SLAB-3-RATE      PIC V999    VALUE .150.
           02  SLAB-4-RATE      PIC V999    VALUE .200.
           02  SLAB-5-RATE      PIC V999    VALUE .300.
      *
      *    NEW-REGIME SLAB TABLE AS RESOLVED FROM PARMFL.
       01  NEW-SLAB-PARMS.
           02  NEW-MAX-AMT      PIC 9(8)V99 VALUE 300000.00.
           02  NEW-SLAB-2-LIMIT PIC 9(9)V99 VALUE 600000.00.
           02  NEW-SLAB-3-LIMIT PIC 9(9)V99 VALUE 900000.00.
           02  NEW-SLAB-4-LIMIT PIC 9(9)V99 VALUE 1200000.00.
           02  NEW-SLAB-5-LIMIT PIC 9(9)V99 VALUE 1500000.00.
           02  NEW-SLAB-1-RATE  PIC V999    VALUE .050.
           02  NEW-SLAB-2-RATE  PIC V999    VALUE .100.
           02  NEW-SLAB-3-RATE  PIC V999    VALUE .150.
           02  NEW-SLAB-4-RATE  PIC V999    VALUE .200.
           02  NEW-SLAB-5-RATE  PIC V999    VALUE .300.
      *
      *    TAX ENGINE INTERFACE - THE CALLED TAXENG SUBPROGRAM IS THE
      *    SAME ONE THE TAX RUN CALLS, SO A SIMULATED FIGURE IS THE
      *    FIGURE THE RUN WOULD PRODUCE ON THE SAME INPUTS.
       01  TAX-ENGINE-PARMS.
           02  TE-REGIME              PIC X(01)   VALUE SPACE.
               88  TE-REGIME-OLD               VALUE 'O'.
               88  TE-REGIME-NEW               VALUE 'N'.
           02  TE-SALARY-INCOME       PIC 9(9)V99  VALUE ZERO.
           02  TE-HP-INCOME           PIC S9(9)V99 VALUE ZERO.
           02  TE-STCG-AMT            PIC S9(9)V99 VALUE ZERO.
           02  TE-LTCG-AMT            PIC S9(9)V99 VALUE ZERO.
           02  TE-80C-CLAIMED         PIC 9(9)V99  VALUE ZERO.
           02  TE-80D-CLAIMED         PIC 9(9)V99  VALUE ZERO.
           02  TE-80G-CLAIMED         PIC 9(9)V99  VALUE ZERO.
           02  TE-HRA-CLAIMED         PIC 9(9)V99  VALUE ZERO.
           02  TE-LTA-CLAIMED         PIC 9(9)V99  VALUE ZERO.
           02  TE-EXEMPT-LIMIT        PIC 9(8)V99  VALUE ZERO.
           02  TE-SLAB-2-LIMIT        PIC 9(9)V99  VALUE ZERO.
           02  TE-SLAB-3-LIMIT        PIC 9(9)V99  VALUE ZERO.
           02  TE-SLAB-4-LIMIT        PIC 9(9)V99  VALUE ZERO.
           02  TE-SLAB-5-LIMIT        PIC 9(9)V99  VALUE ZERO.
           02  TE-SLAB-1-RATE         PIC V999     VALUE ZERO.
           02  TE-SLAB-2-RATE         PIC V999     VALUE ZERO.
           02  TE-SLAB-3-RATE         PIC V999     VALUE ZERO.
           02  TE-SLAB-4-RATE         PIC V999     VALUE ZERO.
           02  TE-SLAB-5-RATE         PIC V999     VALUE ZERO.
           02  TE-80C-ALLOWED         PIC 9(9)V99  VALUE ZERO.
           02  TE-80D-ALLOWED         PIC 9(9)V99  VALUE ZERO.
           02  TE-80G-ALLOWED         PIC 9(9)V99  VALUE ZERO.
           02  TE-DEDUCTIONS          PIC 9(9)V99  VALUE ZERO.
           02  TE-HP-SETOFF           PIC S9(9)V99 VALUE ZERO.
           02  TE-STCG-TAXED          PIC 9(9)V99  VALUE ZERO.
           02  TE-LTCG-TAXED          PIC 9(9)V99  VALUE ZERO.
           02  TE-GROSS-INCOME        PIC 9(9)V99  VALUE ZERO.
           02  TE-TAXABLE-INCOME      PIC 9(9)V99  VALUE ZERO.
           02  TE-SLAB-RESULT OCCURS 5 TIMES.
               03  TE-SLAB-BAND       PIC 9(9)V99.
               03  TE-SLAB-RATE       PIC V999.
               03  TE-SLAB-TAX        PIC 9(9)V99.
           02  TE-SLAB-TAX-TOTAL      PIC 9(9)V99  VALUE ZERO.
           02  TE-SURCHARGE-AMT       PIC 9(9)V99  VALUE ZERO.
           02  TE-CESS-AMT            PIC 9(9)V99  VALUE ZERO.
           02  TE-STCG-TAX            PIC 9(9)V99  VALUE ZERO.
           02  TE-LTCG-TAX            PIC 9(9)V99  VALUE ZERO.
           02  TE-FLAT-TAX            PIC 9(9)V99  VALUE ZERO.
           02  TE-TOTAL-TAX           PIC 9(9)V99  VALUE ZERO.
           02  TE-REASON-CODE         PIC X(02)    VALUE SPACES.
               88  TE-OK                       VALUE '00'.
      *
      *    REPORT LINE LAYOUTS.
       01  PRINT-CONTROLS.
           02  WS-PAGE-NUMBER          PIC 9(04)   VALUE ZERO.
           02  WS-LINE-COUNT           PIC 9(04)   VALUE ZERO.
           02  WS-MAX-LINES-PAGE       PIC 9(04)   VALUE 0050.
           02  WS-BLOCK-LINES          PIC 9(04)   VALUE 0016.
           02  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.

       01  SIM-HEADING-1.
           02  FILLER      PIC X(40)  VALUE
               'TAXSIM WHAT-IF TAX SIMULATION'.
           02  FILLER      PIC X(06)  VALUE 'YEAR:'.
           02  SIM-AY      PIC X(06).
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  SIM-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  SIM-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(48)  VALUE SPACES.

       01  SIM-HEADING-2.
           02  FILLER      PIC X(30)  VALUE SPACES.
           02  FILLER      PIC X(18)  VALUE '       CURRENT OLD'.
           02  FILLER      PIC X(18)  VALUE '       CURRENT NEW'.
           02  FILLER      PIC X(18)  VALUE '     SIMULATED OLD'.
           02  FILLER      PIC X(18)  VALUE '     SIMULATED NEW'.
           02  FILLER      PIC X(30)  VALUE SPACES.

       01  SIM-PAN-LINE.
           02  FILLER      PIC X(05)  VALUE 'PAN:'.
           02  SIM-PAN     PIC X(11).
           02  FILLER      PIC X(08)  VALUE 'EMP-ID:'.
           02  SIM-EMP-ID  PIC X(08).
           02  FILLER      PIC X(06)  VALUE 'NAME:'.
           02  SIM-EMP-NAME PIC X(26).
           02  FILLER      PIC X(09)  VALUE 'ELECTED:'.
           02  SIM-CUR-REGIME PIC X(04).
           02  FILLER      PIC X(20)  VALUE 'SIMULATED ELECTION:'.
           02  SIM-SIM-REGIME PIC X(03).
           02  FILLER      PIC X(32)  VALUE SPACES.

       01  SIM-CHANGE-LINE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  FILLER          PIC X(11) VALUE 'EXTRA 80C:'.
           02  SIM-CHG-80C     PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(06) VALUE '  HP:'.
           02  SIM-CHG-HP      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(08) VALUE '  STCG:'.
           02  SIM-CHG-STCG    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(08) VALUE '  LTCG:'.
           02  SIM-CHG-LTCG    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(11) VALUE '  JOINING:'.
           02  SIM-CHG-JOIN    PIC X(10).
           02  FILLER          PIC X(07) VALUE SPACES.

       01  SIM-ROW-LINE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  SIM-ROW-LABEL   PIC X(26).
           02  SIM-ROW-COL OCCURS 4 TIMES.
               03  FILLER      PIC X(02).
               03  SIM-ROW-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(30) VALUE SPACES.

       01  SIM-RESULT-LINE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  FILLER          PIC X(35) VALUE
               'LIABILITY UNDER ELECTION  CURRENT:'.
           02  SIM-RES-CURRENT PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(13) VALUE '  SIMULATED:'.
           02  SIM-RES-SIMULATED PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(10) VALUE '  CHANGE:'.
           02  SIM-RES-CHANGE  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(21) VALUE SPACES.

       01  SIM-NOTE-LINE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  SIM-NOTE-TEXT   PIC X(80).
           02  FILLER          PIC X(48) VALUE SPACES.

       01  SIM-TOTALS-LINE.
           02  FILLER          PIC X(20) VALUE 'REQUESTS READ:'.
           02  SIM-TOT-READ    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(14) VALUE '  SIMULATED:'.
           02  SIM-TOT-SIM     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(18) VALUE '  NO INCOME REC:'.
           02  SIM-TOT-NO-INC  PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(13) VALUE '  REJECTED:'.
           02  SIM-TOT-REJECT  PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ASSESSMENT-YEAR-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-ASSESSMENT-YEAR-PARM
           END-ACCEPT
           IF WS-ASSESSMENT-YEAR-PARM = SPACES OR LOW-VALUES
             MOVE WS-CURRENT-YEAR TO WS-ASSESSMENT-YEAR
           ELSE
             MOVE WS-ASSESSMENT-YEAR-PARM TO WS-ASSESSMENT-YEAR
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-MODE-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACE TO WS-RUN-MODE-PARM
           END-ACCEPT
           IF WS-RUN-MODE-PARM = 'M'
             SET WS-MODE-PROJECTION TO TRUE
           ELSE
             SET WS-MODE-ANNUAL TO TRUE
           END-IF
           PERFORM 0000A-SET-RUN-MONTH THRU 0000A-EXIT
           PERFORM 0000B-READ-PARAMETERS THRU 0000B-EXIT
           PERFORM 0000C-SORT-REQUESTS THRU 0000C-EXIT
           OPEN INPUT EMPMAST
           IF WS-EMP-STATUS NOT = '00'
             DISPLAY 'TAXSIM - EMPLOYEE MASTER OPEN FAILED, STATUS '
                 WS-EMP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT SIMRPTFL
           PERFORM 0004A-PRINT-HEADINGS THRU 0004A-EXIT
           PERFORM 0003-SIMULATE-REQUEST THRU 0003-EXIT
               UNTIL WS-EOF-REQ-YES
           CLOSE REQSRTFL, INCSRTFL
           MOVE WS-REQ-READ TO SIM-TOT-READ
           MOVE WS-SIM-COUNT TO SIM-TOT-SIM
           MOVE WS-NO-INCOME-COUNT TO SIM-TOT-NO-INC
           MOVE WS-REJECT-COUNT TO SIM-TOT-REJECT
           WRITE SIMRPT-LINE FROM WS-BLANK-LINE
           WRITE SIMRPT-LINE FROM SIM-TOTALS-LINE
           CLOSE EMPMAST, SIMRPTFL
           DISPLAY 'TAXSIM - REQUESTS READ:       ' WS-REQ-READ
           DISPLAY 'TAXSIM - REQUESTS SIMULATED:  ' WS-SIM-COUNT
           DISPLAY 'TAXSIM - NO INCOME RECORD:    ' WS-NO-INCOME-COUNT
           DISPLAY 'TAXSIM - REQUESTS REJECTED:   ' WS-REJECT-COUNT
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    FISCAL MONTH OF THE RUN DATE, APRIL = 1 - THE MONTHS
      *    ALREADY RUN THAT A PROJECTION ANNUALIZES OVER.
       0000A-SET-RUN-MONTH.
      *
           IF WS-CURRENT-MONTH >= 4
             COMPUTE WS-FY-MONTHS-ELAPSED = WS-CURRENT-MONTH - 3
             MOVE WS-CURRENT-YEAR TO WS-FY-START-YEAR
           ELSE
             COMPUTE WS-FY-MONTHS-ELAPSED = WS-CURRENT-MONTH + 9
             COMPUTE WS-FY-START-YEAR = WS-CURRENT-YEAR - 1
           END-IF.
      *
       0000A-EXIT.
      *
       0000B-READ-PARAMETERS.
      *
           OPEN INPUT PARMFL
           IF WS-PARM-STATUS = '00'
             PERFORM UNTIL (WS-PARM-FOUND-YES AND WS-NEW-PARM-FOUND-YES)
                        OR WS-PARM-STATUS NOT = '00'
                 READ PARMFL
                     AT END
                         MOVE '10' TO WS-PARM-STATUS
                     NOT AT END
                         IF PARM-ASSESSMENT-YEAR = WS-ASSESSMENT-YEAR
                           IF PARM-REGIME-NEW
                             SET WS-NEW-PARM-FOUND-YES TO TRUE
                             MOVE PARM-MAX-AMT TO NEW-MAX-AMT
                             MOVE PARM-SLAB-2-LIMIT TO NEW-SLAB-2-LIMIT
                             MOVE PARM-SLAB-3-LIMIT TO NEW-SLAB-3-LIMIT
                             MOVE PARM-SLAB-4-LIMIT TO NEW-SLAB-4-LIMIT
                             MOVE PARM-SLAB-5-LIMIT TO NEW-SLAB-5-LIMIT
                             MOVE PARM-SLAB-1-RATE TO NEW-SLAB-1-RATE
                             MOVE PARM-SLAB-2-RATE TO NEW-SLAB-2-RATE
                             MOVE PARM-SLAB-3-RATE TO NEW-SLAB-3-RATE
                             MOVE PARM-SLAB-4-RATE TO NEW-SLAB-4-RATE
                             MOVE PARM-SLAB-5-RATE TO NEW-SLAB-5-RATE
                           ELSE
                             SET WS-PARM-FOUND-YES TO TRUE
                             MOVE PARM-MAX-AMT TO MAX-AMT
                             MOVE PARM-SLAB-2-LIMIT TO SLAB-2-LIMIT
                             MOVE PARM-SLAB-3-LIMIT TO SLAB-3-LIMIT
                             MOVE PARM-SLAB-4-LIMIT TO SLAB-4-LIMIT
                             MOVE PARM-SLAB-5-LIMIT TO SLAB-5-LIMIT
                             MOVE PARM-SLAB-1-RATE TO SLAB-1-RATE
                             MOVE PARM-SLAB-2-RATE TO SLAB-2-RATE
                             MOVE PARM-SLAB-3-RATE TO SLAB-3-RATE
                             MOVE PARM-SLAB-4-RATE TO SLAB-4-RATE
                             MOVE PARM-SLAB-5-RATE TO SLAB-5-RATE
                           END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE PARMFL
           END-IF.
      *
      *    NO PARMFL RECORD FOR THE YEAR - THE VALUE-CLAUSE DEFAULTS
      *    STAND, AS THEY DO IN THE TAX RUN.
       0000B-EXIT.
      *
      *    BOTH FILES ARE SORTED INTO PAN ORDER - THE REQUESTS
      *    KEEP THEIR KEYED ORDER WITHIN A PAN - AND THE FIRST INCOME
      *    RECORD IS READ READY FOR THE MERGE.
       0000C-SORT-REQUESTS.
      *
           OPEN INPUT SIMREQFL
           IF WS-REQ-STATUS NOT = '00'
             DISPLAY 'TAXSIM - REQUEST FILE OPEN FAILED, STATUS '
                 WS-REQ-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           CLOSE SIMREQFL
           OPEN INPUT INCOMEFILE
           IF WS-INC-STATUS NOT = '00'
             DISPLAY 'TAXSIM - INCOME FILE OPEN FAILED, STATUS '
                 WS-INC-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           CLOSE INCOMEFILE
           SORT REQSORT
               ON ASCENDING KEY RSK-PAN-NO
               WITH DUPLICATES IN ORDER
               USING SIMREQFL
               GIVING REQSRTFL
           SORT INCSORT
               ON ASCENDING KEY ISK-PAN-NO
               WITH DUPLICATES IN ORDER
               USING INCOMEFILE
               GIVING INCSRTFL
           OPEN INPUT REQSRTFL
           OPEN INPUT INCSRTFL
           PERFORM 0002B-READ-INCOME THRU 0002B-EXIT.
      *
       0000C-EXIT.
      *
      *    THE INCOME FOR THE REQUEST'S PAN. THE FEED IS STEPPED PAST
      *    LOWER PANS, THEN EVERY RECORD FOR THE PAN IS TAKEN - A
      *    RECORD THE TAX RUN'S EDITS WOULD THROW OUT CANNOT BE THE
      *    ONE ITS LIABILITY WAS COMPUTED FROM, SO ONLY A CLEAN
      *    RECORD COUNTS, THE LAST ONE STANDING.
       0002-MATCH-INCOME.
      *
           IF REQ-PAN-NO = WS-HELD-PAN-NO
             GO TO 0002-EXIT
           END-IF
           MOVE REQ-PAN-NO TO WS-HELD-PAN-NO
           MOVE 'N' TO WS-HELD-FOUND
           PERFORM 0002B-READ-INCOME THRU 0002B-EXIT
               UNTIL WS-EOF-INC-YES
                  OR PAN-NO NOT < REQ-PAN-NO
           PERFORM 0002A-TAKE-INCOME THRU 0002A-EXIT
               UNTIL WS-EOF-INC-YES
                  OR PAN-NO NOT = REQ-PAN-NO.
      *
       0002-EXIT.
      *
       0002A-TAKE-INCOME.
      *
           IF PAN-NO = SPACES OR LOW-VALUES
              OR SALARY NOT NUMERIC OR OTH-INCOME NOT NUMERIC
              OR DED-80C NOT NUMERIC OR DED-80D NOT NUMERIC
              OR DED-80G NOT NUMERIC OR HRA NOT NUMERIC
              OR LTA NOT NUMERIC OR TDS-DEDUCTED NOT NUMERIC
             CONTINUE
           ELSE
             SET WS-HELD-FOUND-YES TO TRUE
             MOVE INCOMEDETAILS TO INCOME-WORK
           END-IF
           PERFORM 0002B-READ-INCOME THRU 0002B-EXIT.
      *
       0002A-EXIT.
      *
       0002B-READ-INCOME.
      *
           READ INCSRTFL
             AT END
               SET WS-EOF-INC-YES TO TRUE
           END-READ.
      *
       0002B-EXIT.
      *
      *    ONE REQUEST - THE CURRENT POSITION UNDER BOTH REGIMES,
      *    THEN THE SAME WITH THE HYPOTHETICAL CHANGES APPLIED.
       0003-SIMULATE-REQUEST.
      *
           READ REQSRTFL INTO REQUEST-WORK
             AT END
               SET WS-EOF-REQ-YES TO TRUE
               GO TO 0003-EXIT
           END-READ
           ADD 1 TO WS-REQ-READ
           IF REQ-EXTRA-80C NOT NUMERIC
              OR REQ-ADD-HP NOT NUMERIC
              OR REQ-ADD-STCG NOT NUMERIC
              OR REQ-ADD-LTCG NOT NUMERIC
              OR REQ-JOIN-DATE NOT NUMERIC
              OR NOT (REQ-SWITCH-YES OR REQ-SWITCH-NO)
             ADD 1 TO WS-REJECT-COUNT
             MOVE 'REQUEST REJECTED - AMOUNT, DATE OR SWITCH INVALID'
                 TO SIM-NOTE-TEXT
             PERFORM 0004B-PRINT-NOTE-BLOCK THRU 0004B-EXIT
             GO TO 0003-EXIT
           END-IF
           PERFORM 0002-MATCH-INCOME THRU 0002-EXIT
           IF NOT WS-HELD-FOUND-YES
             ADD 1 TO WS-NO-INCOME-COUNT
             MOVE 'NO VALID INCOME RECORD ON FILE - NOT SIMULATED'
                 TO SIM-NOTE-TEXT
             PERFORM 0004B-PRINT-NOTE-BLOCK THRU 0004B-EXIT
             GO TO 0003-EXIT
           END-IF
           PERFORM 0003A-LOOKUP-EMPLOYEE THRU 0003A-EXIT
      *
      *    CURRENT POSITION - THE FEED AS IT STANDS, ANNUALIZED OVER
      *    THE MASTER'S EMPLOYMENT SPAN ON A PROJECTION.
           MOVE EMP-START-DATE TO WS-SPAN-START-DATE
           PERFORM 0003B-SET-SPAN THRU 0003B-EXIT
           MOVE WS-EMP-FY-MONTHS TO WS-CUR-FY-MONTHS
           MOVE SALARY-S TO WS-SCN-SALARY
           MOVE OTH-INCOME-S TO WS-SCN-OTH-INCOME
           IF WS-MODE-PROJECTION AND WS-EMP-MONTHS-ELAPSED > ZERO
             COMPUTE WS-SCN-SALARY = WS-SCN-SALARY * WS-EMP-FY-MONTHS
                 / WS-EMP-MONTHS-ELAPSED
             COMPUTE WS-SCN-OTH-INCOME = WS-SCN-OTH-INCOME
                 * WS-EMP-FY-MONTHS / WS-EMP-MONTHS-ELAPSED
           END-IF
           MOVE ZEROS TO WS-SCN-HP-INCOME
           MOVE ZEROS TO WS-SCN-STCG-AMT
           MOVE ZEROS TO WS-SCN-LTCG-AMT
           MOVE DED-80C-S TO WS-SCN-80C
           MOVE 1 TO WS-COL-IX
           PERFORM 0003C-RUN-BOTH-REGIMES THRU 0003C-EXIT
      *
      *    SIMULATED POSITION - A DIFFERENT JOINING DATE RESCALES THE
      *    SALARY BY THE EMPLOYED MONTHS IT GIVES AGAINST THE MONTHS
      *    THE CURRENT FIGURE COVERS; THE OTHER CHANGES ADD STRAIGHT
      *    ONTO THE CURRENT FIGURES.
           IF REQ-JOIN-DATE NOT = ZERO
             MOVE REQ-JOIN-DATE TO WS-SPAN-START-DATE
             PERFORM 0003B-SET-SPAN THRU 0003B-EXIT
             IF WS-CUR-FY-MONTHS > ZERO
               COMPUTE WS-SCN-SALARY = WS-SCN-SALARY
                   * WS-EMP-FY-MONTHS / WS-CUR-FY-MONTHS
             END-IF
           END-IF
           ADD REQ-EXTRA-80C TO WS-SCN-80C
           MOVE REQ-ADD-HP TO WS-SCN-HP-INCOME
           MOVE REQ-ADD-STCG TO WS-SCN-STCG-AMT
           MOVE REQ-ADD-LTCG TO WS-SCN-LTCG-AMT
           MOVE 3 TO WS-COL-IX
           PERFORM 0003C-RUN-BOTH-REGIMES THRU 0003C-EXIT
      *
      *    THE LIABILITY THAT WOULD ACTUALLY BE CHARGED - THE ELECTED
      *    REGIME'S COLUMN, BEFORE AND AFTER ANY SWITCH.
           IF EMP-ELECT-NEW
             MOVE 'N' TO WS-CUR-ELECTED
             MOVE WS-COL-AMT (2, 8) TO WS-CUR-LIABILITY
           ELSE
             MOVE 'O' TO WS-CUR-ELECTED
             MOVE WS-COL-AMT (1, 8) TO WS-CUR-LIABILITY
           END-IF
           MOVE WS-CUR-ELECTED TO WS-SIM-ELECTED
           IF REQ-SWITCH-YES
             IF WS-CUR-ELECTED = 'N'
               MOVE 'O' TO WS-SIM-ELECTED
             ELSE
               MOVE 'N' TO WS-SIM-ELECTED
             END-IF
           END-IF
           IF WS-SIM-ELECTED = 'N'
             MOVE WS-COL-AMT (4, 8) TO WS-SIM-LIABILITY
           ELSE
             MOVE WS-COL-AMT (3, 8) TO WS-SIM-LIABILITY
           END-IF
           COMPUTE WS-LIABILITY-CHANGE =
               WS-SIM-LIABILITY - WS-CUR-LIABILITY
           PERFORM 0004-PRINT-SIMULATION THRU 0004-EXIT
           ADD 1 TO WS-SIM-COUNT.
      *
       0003-EXIT.
      *
      *    AGE CATEGORY AND EXEMPT LIMIT AS THE TAX RUN RESOLVES
      *    THEM. A PAN NOT ON THE MASTER IS SIMULATED THE WAY THE RUN
      *    TREATS IT - NORMAL CATEGORY, OLD REGIME, FULL YEAR.
       0003A-LOOKUP-EMPLOYEE.
      *
           MOVE 'Y' TO WS-ON-MASTER
           MOVE PAN-NO-S TO EMP-PAN-NO
           READ EMPMAST
             INVALID KEY
               MOVE 'N' TO WS-ON-MASTER
               MOVE SPACES TO EMP-ID
               MOVE 'NOT ON EMPLOYEE MASTER' TO EMP-NAME
               MOVE ZEROS TO EMP-DOB
               MOVE SPACES TO EMP-REGIME-ELECT
               MOVE ZEROS TO EMP-START-DATE
               MOVE ZEROS TO EMP-END-DATE
           END-READ
           COMPUTE WS-EMP-AGE = WS-CURRENT-YEAR - EMP-DOB-YEAR
           EVALUATE TRUE
             WHEN EMP-DOB-YEAR = ZERO
               MOVE MAX-AMT TO WS-EXEMPT-LIMIT
             WHEN WS-EMP-AGE >= SUPER-SR-AGE-THRESHOLD
               MOVE SUPER-SR-EXEMPT-LIMIT TO WS-EXEMPT-LIMIT
             WHEN WS-EMP-AGE >= SENIOR-AGE-THRESHOLD
               MOVE SENIOR-EXEMPT-LIMIT TO WS-EXEMPT-LIMIT
             WHEN OTHER
               MOVE MAX-AMT TO WS-EXEMPT-LIMIT
           END-EVALUATE.
      *
       0003A-EXIT.
      *
      *    EMPLOYED FISCAL MONTHS FROM WS-SPAN-START-DATE AND THE
      *    MASTER'S END DATE, FLOORED AT ZERO - THE SAME ARITHMETIC
      *    AS THE TAX RUN'S EMPLOYMENT SPAN.
       0003B-SET-SPAN.
      *
           MOVE 01 TO WS-EMP-FY-START-MONTH
           MOVE 12 TO WS-EMP-FY-END-MONTH
           IF WS-SPAN-START-DATE NUMERIC AND WS-SPAN-START-DATE NOT = 0
             COMPUTE WS-FM-INDEX = (WS-SPAN-START-YEAR * 12
                 + WS-SPAN-START-MONTH)
                 - (WS-FY-START-YEAR * 12 + 4) + 1
             EVALUATE TRUE
               WHEN WS-FM-INDEX > 12
                 MOVE 13 TO WS-EMP-FY-START-MONTH
               WHEN WS-FM-INDEX > 1
                 MOVE WS-FM-INDEX TO WS-EMP-FY-START-MONTH
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           IF EMP-END-DATE NUMERIC AND EMP-END-DATE NOT = ZERO
             COMPUTE WS-FM-INDEX = (EMP-END-YEAR * 12
                 + EMP-END-MONTH)
                 - (WS-FY-START-YEAR * 12 + 4) + 1
             EVALUATE TRUE
               WHEN WS-FM-INDEX < 1
                 MOVE ZERO TO WS-EMP-FY-END-MONTH
               WHEN WS-FM-INDEX < 12
                 MOVE WS-FM-INDEX TO WS-EMP-FY-END-MONTH
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF
           IF WS-EMP-FY-END-MONTH < WS-FY-MONTHS-ELAPSED
             COMPUTE WS-FM-INDEX = WS-EMP-FY-END-MONTH
                 - WS-EMP-FY-START-MONTH + 1
           ELSE
             COMPUTE WS-FM-INDEX = WS-FY-MONTHS-ELAPSED
                 - WS-EMP-FY-START-MONTH + 1
           END-IF
           IF WS-FM-INDEX < ZERO
             MOVE ZERO TO WS-FM-INDEX
           END-IF
           MOVE WS-FM-INDEX TO WS-EMP-MONTHS-ELAPSED
           COMPUTE WS-FM-INDEX = WS-EMP-FY-END-MONTH
               - WS-EMP-FY-START-MONTH + 1
           IF WS-FM-INDEX < ZERO
             MOVE ZERO TO WS-FM-INDEX
           END-IF
           MOVE WS-FM-INDEX TO WS-EMP-FY-MONTHS.
      *
       0003B-EXIT.
      *
      *    THE SCENARIO IN SCENARIO-AREA THROUGH THE ENGINE UNDER THE
      *    OLD REGIME INTO COLUMN WS-COL-IX AND UNDER THE NEW REGIME
      *    INTO THE COLUMN AFTER IT.
       0003C-RUN-BOTH-REGIMES.
      *
           COMPUTE TE-SALARY-INCOME = WS-SCN-SALARY + WS-SCN-OTH-INCOME
           MOVE WS-SCN-HP-INCOME TO TE-HP-INCOME
           MOVE WS-SCN-STCG-AMT TO TE-STCG-AMT
           MOVE WS-SCN-LTCG-AMT TO TE-LTCG-AMT
           MOVE WS-SCN-80C TO TE-80C-CLAIMED
           MOVE DED-80D-S TO TE-80D-CLAIMED
           MOVE DED-80G-S TO TE-80G-CLAIMED
           MOVE HRA-S TO TE-HRA-CLAIMED
           MOVE LTA-S TO TE-LTA-CLAIMED
           SET TE-REGIME-OLD TO TRUE
           MOVE WS-EXEMPT-LIMIT TO TE-EXEMPT-LIMIT
           MOVE SLAB-2-LIMIT TO TE-SLAB-2-LIMIT
           MOVE SLAB-3-LIMIT TO TE-SLAB-3-LIMIT
           MOVE SLAB-4-LIMIT TO TE-SLAB-4-LIMIT
           MOVE SLAB-5-LIMIT TO TE-SLAB-5-LIMIT
           MOVE SLAB-1-RATE TO TE-SLAB-1-RATE
           MOVE SLAB-2-RATE TO TE-SLAB-2-RATE
           MOVE SLAB-3-RATE TO TE-SLAB-3-RATE
           MOVE SLAB-4-RATE TO TE-SLAB-4-RATE
           MOVE SLAB-5-RATE TO TE-SLAB-5-RATE
           CALL 'TAXENG' USING TAX-ENGINE-PARMS
           PERFORM 0003D-STORE-COLUMN THRU 0003D-EXIT
           ADD 1 TO WS-COL-IX
           SET TE-REGIME-NEW TO TRUE
           MOVE NEW-MAX-AMT TO TE-EXEMPT-LIMIT
           MOVE NEW-SLAB-2-LIMIT TO TE-SLAB-2-LIMIT
           MOVE NEW-SLAB-3-LIMIT TO TE-SLAB-3-LIMIT
           MOVE NEW-SLAB-4-LIMIT TO TE-SLAB-4-LIMIT
           MOVE NEW-SLAB-5-LIMIT TO TE-SLAB-5-LIMIT
           MOVE NEW-SLAB-1-RATE TO TE-SLAB-1-RATE
           MOVE NEW-SLAB-2-RATE TO TE-SLAB-2-RATE
           MOVE NEW-SLAB-3-RATE TO TE-SLAB-3-RATE
           MOVE NEW-SLAB-4-RATE TO TE-SLAB-4-RATE
           MOVE NEW-SLAB-5-RATE TO TE-SLAB-5-RATE
           CALL 'TAXENG' USING TAX-ENGINE-PARMS
           PERFORM 0003D-STORE-COLUMN THRU 0003D-EXIT.
      *
       0003C-EXIT.
      *
       0003D-STORE-COLUMN.
      *
           MOVE TE-GROSS-INCOME TO WS-COL-AMT (WS-COL-IX, 1)
           MOVE TE-DEDUCTIONS TO WS-COL-AMT (WS-COL-IX, 2)
           MOVE TE-TAXABLE-INCOME TO WS-COL-AMT (WS-COL-IX, 3)
           MOVE TE-SLAB-TAX-TOTAL TO WS-COL-AMT (WS-COL-IX, 4)
           MOVE TE-SURCHARGE-AMT TO WS-COL-AMT (WS-COL-IX, 5)
           MOVE TE-CESS-AMT TO WS-COL-AMT (WS-COL-IX, 6)
           MOVE TE-FLAT-TAX TO WS-COL-AMT (WS-COL-IX, 7)
           MOVE TE-TOTAL-TAX TO WS-COL-AMT (WS-COL-IX, 8).
      *
       0003D-EXIT.
      *
       0004-PRINT-SIMULATION.
      *
           IF WS-LINE-COUNT + WS-BLOCK-LINES > WS-MAX-LINES-PAGE
             PERFORM 0004A-PRINT-HEADINGS THRU 0004A-EXIT
           END-IF
           PERFORM 0004C-PRINT-PAN-LINE THRU 0004C-EXIT
           MOVE REQ-EXTRA-80C TO SIM-CHG-80C
           MOVE REQ-ADD-HP TO SIM-CHG-HP
           MOVE REQ-ADD-STCG TO SIM-CHG-STCG
           MOVE REQ-ADD-LTCG TO SIM-CHG-LTCG
           IF REQ-JOIN-DATE = ZERO
             MOVE 'NONE' TO SIM-CHG-JOIN
           ELSE
             STRING REQ-JOIN-YEAR  DELIMITED BY SIZE
                    '-'            DELIMITED BY SIZE
                    REQ-JOIN-MONTH DELIMITED BY SIZE
                    '-'            DELIMITED BY SIZE
                    REQ-JOIN-DAY   DELIMITED BY SIZE
               INTO SIM-CHG-JOIN
           END-IF
           WRITE SIMRPT-LINE FROM SIM-CHANGE-LINE
           WRITE SIMRPT-LINE FROM WS-BLANK-LINE
           WRITE SIMRPT-LINE FROM SIM-HEADING-2
           PERFORM 0004D-PRINT-ONE-ROW THRU 0004D-EXIT
               VARYING WS-ROW-IX FROM 1 BY 1 UNTIL WS-ROW-IX > 8
           WRITE SIMRPT-LINE FROM WS-BLANK-LINE
           MOVE WS-CUR-LIABILITY TO SIM-RES-CURRENT
           MOVE WS-SIM-LIABILITY TO SIM-RES-SIMULATED
           MOVE WS-LIABILITY-CHANGE TO SIM-RES-CHANGE
           WRITE SIMRPT-LINE FROM SIM-RESULT-LINE
           IF NOT WS-ON-MASTER-YES
             MOVE 'PAN NOT ON MASTER - NORMAL CATEGORY, OLD REGIME USED'
                 TO SIM-NOTE-TEXT
             WRITE SIMRPT-LINE FROM SIM-NOTE-LINE
             ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE SIMRPT-LINE FROM WS-BLANK-LINE
           WRITE SIMRPT-LINE FROM WS-BLANK-LINE
           ADD 16 TO WS-LINE-COUNT.
      *
       0004-EXIT.
      *
       0004A-PRINT-HEADINGS.
      *
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-ASSESSMENT-YEAR TO SIM-AY
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO SIM-RUN-DATE
           MOVE WS-PAGE-NUMBER TO SIM-PAGE-NO
           WRITE SIMRPT-LINE FROM SIM-HEADING-1
           WRITE SIMRPT-LINE FROM WS-BLANK-LINE
           MOVE 2 TO WS-LINE-COUNT.
      *
       0004A-EXIT.
      *
      *    A REQUEST THAT COULD NOT BE SIMULATED STILL GETS ITS PAN
      *    LINE AND THE REASON, SO THE HELPDESK SEES EVERY QUESTION
      *    ANSWERED ONE WAY OR THE OTHER.
       0004B-PRINT-NOTE-BLOCK.
      *
           IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PAGE
             PERFORM 0004A-PRINT-HEADINGS THRU 0004A-EXIT
           END-IF
           MOVE REQ-PAN-NO TO SIM-PAN
           MOVE SPACES TO SIM-EMP-ID
           MOVE SPACES TO SIM-EMP-NAME
           MOVE SPACES TO SIM-CUR-REGIME
           MOVE SPACES TO SIM-SIM-REGIME
           WRITE SIMRPT-LINE FROM SIM-PAN-LINE
           WRITE SIMRPT-LINE FROM SIM-NOTE-LINE
           WRITE SIMRPT-LINE FROM WS-BLANK-LINE
           ADD 3 TO WS-LINE-COUNT.
      *
       0004B-EXIT.
      *
       0004C-PRINT-PAN-LINE.
      *
           MOVE PAN-NO-S TO SIM-PAN
           MOVE EMP-ID TO SIM-EMP-ID
           MOVE EMP-NAME TO SIM-EMP-NAME
           IF WS-CUR-ELECTED = 'N'
             MOVE 'NEW' TO SIM-CUR-REGIME
           ELSE
             MOVE 'OLD' TO SIM-CUR-REGIME
           END-IF
           IF WS-SIM-ELECTED = 'N'
             MOVE 'NEW' TO SIM-SIM-REGIME
           ELSE
             MOVE 'OLD' TO SIM-SIM-REGIME
           END-IF
           WRITE SIMRPT-LINE FROM SIM-PAN-LINE.
      *
       0004C-EXIT.
      *
       0004D-PRINT-ONE-ROW.
      *
           MOVE SPACES TO SIM-ROW-LINE
           MOVE SIM-ROW-LABEL-TAB (WS-ROW-IX) TO SIM-ROW-LABEL
           MOVE WS-COL-AMT (1, WS-ROW-IX) TO SIM-ROW-AMT (1)
           MOVE WS-COL-AMT (2, WS-ROW-IX) TO SIM-ROW-AMT (2)
           MOVE WS-COL-AMT (3, WS-ROW-IX) TO SIM-ROW-AMT (3)
           MOVE WS-COL-AMT (4, WS-ROW-IX) TO SIM-ROW-AMT (4)
           WRITE SIMRPT-LINE FROM SIM-ROW-LINE.
      *
       0004D-EXIT.
