           SELECT CHLEXRPT ASSIGN TO CHLEXRP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT CHLSORT ASSIGN TO SORTWK01.
           SELECT CHLSRTFL ASSIGN TO CHLSRT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT SCHEDFL ASSIGN TO SCHEDFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-ADL-STATUS.
           SELECT ADLSORT ASSIGN TO SORTWK02.
           SELECT ADLSRTFL ASSIGN TO ADLSRT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT ADLEXRPT ASSIGN TO ADLEXRP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT INTRSTFL ASSIGN TO INTFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
              ACCESS MODE IS RANDOM
              RECORD KEY IS TH-HIST-KEY
              FILE STATUS IS WS-HIST-STATUS.
           SELECT HISTBFI ASSIGN TO HISTBFI
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HB-KEY
              FILE STATUS IS WS-HBI-STATUS.
           SELECT TDSLEDG ASSIGN TO TDSLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LG-KEY
              FILE STATUS IS WS-LDG-STATUS.
           SELECT LDGEXRPT ASSIGN TO LDGEXRP
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT LOSSLDG ASSIGN TO LOSSLDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LL-KEY
              FILE STATUS IS WS-LSL-STATUS.
           SELECT LOSSBFI ASSIGN TO LOSSBFI
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LB-KEY
              FILE STATUS IS WS-LBI-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    EMP-START-DATE AND EMP-END-DATE BOUND THE EMPLOYMENT -
      *    ZEROS MEAN A MASTER BUILT BEFORE THE FIELDS EXISTED
      *    (TREATED AS EMPLOYED ALL YEAR) OR NO LEAVING DATE SET.
      *    EMP-BANK-IFSC AND EMP-BANK-ACCT-NO ARE THE SALARY
      *    ACCOUNT A TAX REFUND IS PAID TO - SPACES MEAN NO
      *    ACCOUNT ON FILE.
       FD  EMPMAST
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS EMP-MASTER-REC.
      *
       01  EMP-MASTER-REC.
               03  EMP-END-YEAR      PIC 9(04).
               03  EMP-END-MONTH     PIC 9(02).
               03  EMP-END-DAY       PIC 9(02).
           02  EMP-BANK-IFSC     PIC X(11).
           02  EMP-BANK-ACCT-NO  PIC X(18).

      *
      *    HUMAN-READABLE COMPANION TO OUTPUTFL - PAGE-HEADED, WITH
           02  FILLER            PIC X(1).
           02  CHL-AMOUNT        PIC 9(9)V99.

      *
      *    THE CHALLANS SORTED INTO PAN ORDER (PAY DATE WITHIN PAN)
      *    SO THEY CAN BE MATCH-MERGED AGAINST THE INCOME FEED, WHICH
      *    PANCONS LEAVES IN PAN ORDER.
       SD  CHLSORT
           DATA RECORD IS CHLSORT-REC.
      *
       01  CHLSORT-REC.
           02  CSK-PAN-NO        PIC X(10).
           02  FILLER            PIC X(1).
           02  CSK-PAY-DATE      PIC 9(8).
           02  FILLER            PIC X(20).
      *
       FD  CHLSRTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS CHS-RECORD.
      *
       01  CHS-RECORD.
           02  CHS-PAN-NO        PIC X(10).
           02  FILLER            PIC X(1).
           02  CHS-PAY-DATE      PIC 9(8).
           02  FILLER            PIC X(1).
           02  CHS-SERIAL        PIC X(7).
           02  FILLER            PIC X(1).
           02  CHS-AMOUNT        PIC 9(9)V99.

      *
      *    UNMATCHED-CHALLAN EXCEPTION LISTING - A PAN WITH A
      *    PAYMENT BUT NO INCOME RECORD IS ALMOST ALWAYS A PAN
      *    CEILING, AND EACH CAPITAL-GAINS HEAD WITH ITS FLAT TAX -
      *    SO THE FULL LIABILITY, NOT JUST THE SLAB WALK, CAN BE
      *    EXPLAINED FROM THE ONE RECORD.
      *    THE CARRIED-FORWARD LOSSES CLOSE THE RECORD, HEAD BY
      *    HEAD - BROUGHT FORWARD OPEN, SET OFF THIS YEAR, EXPIRED
      *    AT THE END OF THEIR LIFE, AND CARRIED ON TO NEXT YEAR
      *    (INCLUDING ANY NEW LOSS THIS YEAR). HOUSE PROPERTY AND
      *    THE CAPITAL-GAINS AMOUNTS ABOVE ARE AFTER THE SET-OFF;
      *    AUD-HP-DECLARED STAYS THE FIGURE DECLARED.
       FD  AUDITFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 483 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.
      *
       01  AUDIT-RECORD.
           02  AUD-LTCG-AMT      PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-LTCG-TAX      PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-HP-BF         PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-HP-BF-USED    PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-HP-BF-EXPIRED PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-HP-CF         PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-STCG-BF       PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-STCG-BF-USED  PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-STCG-BF-EXPIRED PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-STCG-CF       PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-LTCG-BF       PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-LTCG-BF-USED  PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-LTCG-BF-EXPIRED PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  AUD-LTCG-CF       PIC 9(9)V99.

      *
      *    SUPPLEMENTARY INCOME HEADS KEYED BY PAN-NO - 'HP' HOUSE
           02  FILLER            PIC X(1).
           02  ADL-AMOUNT        PIC S9(9)V99 SIGN LEADING SEPARATE.

      *
      *    THE ADDITIONAL HEADS SORTED INTO PAN ORDER FOR THE MATCH-
      *    MERGE AGAINST THE INCOME FEED.
       SD  ADLSORT
           DATA RECORD IS ADLSORT-REC.
      *
       01  ADLSORT-REC.
           02  ASK-PAN-NO        PIC X(10).
           02  FILLER            PIC X(1).
           02  ASK-HEAD-CODE     PIC X(2).
           02  FILLER            PIC X(13).
      *
       FD  ADLSRTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS ADS-RECORD.
      *
       01  ADS-RECORD.
           02  ADS-PAN-NO        PIC X(10).
           02  FILLER            PIC X(1).
           02  ADS-HEAD-CODE     PIC X(2).
               88  ADS-HEAD-HOUSE-PROP       VALUE 'HP'.
               88  ADS-HEAD-STCG             VALUE 'ST'.
               88  ADS-HEAD-LTCG             VALUE 'LT'.
           02  FILLER            PIC X(1).
           02  ADS-AMOUNT        PIC S9(9)V99 SIGN LEADING SEPARATE.

      *
      *    ADDITIONAL-INCOME EXCEPTION LISTING - A HEAD DECLARED FOR
      *    A PAN WITH NO INCOME RECORD, OR ONE THAT CANNOT BE TAXED
      *    (UNKNOWN HEAD CODE, NON-NUMERIC AMOUNT). DATA CONTROL
      *    CLEARS EACH LINE BEFORE THE FIGURES GO OUT.
       FD  ADLEXRPT
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ADX-LINE.
      *
       01  ADX-LINE                    PIC X(132).

      *
      *    INTEREST ON WITHHOLDING SHORTFALL - ONE RECORD PER PAN
      *    THE TDS RECONCILIATION FLAGS SHORT, SHOWING THE BASE
           02  TH-INCOME-TAX     PIC 9(9)V99.
           02  TH-TDS-FLAG       PIC X(01).

      *
      *    TAX-HISTORY BEFORE-IMAGES - ONE PER HISTORY RECORD THE
      *    CYCLE POSTS, KEYED BY CYCLE DATE, PAN-NO AND ASSESSMENT
      *    YEAR, SO THE CYCBACK UTILITY CAN PUT THE HISTORY BACK AS
      *    IT STOOD BEFORE A BAD CYCLE. 'A' MEANS THE CYCLE ADDED
      *    THE RECORD (NO BEFORE-IMAGE - BACK-OUT DELETES IT), 'R'
      *    THAT IT REPLACED ONE. THE FIRST IMAGE TAKEN FOR A CYCLE
      *    STANDS - A RERUN OF THE SAME CYCLE DOES NOT OVERLAY IT
      *    WITH THE FIGURES THE FIRST RUN POSTED.
       FD  HISTBFI
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS HIST-BEFORE-REC.
      *
       01  HIST-BEFORE-REC.
           02  HB-KEY.
               03  HB-CYCLE-DATE     PIC 9(08).
               03  HB-PAN-NO         PIC X(10).
               03  HB-ASSMT-YEAR     PIC X(04).
           02  HB-ACTION         PIC X(01).
               88  HB-ACTION-ADDED           VALUE 'A'.
               88  HB-ACTION-REPLACED        VALUE 'R'.
           02  HB-GROSS-INCOME   PIC 9(9)V99.
           02  HB-DEDUCTIONS     PIC 9(9)V99.
           02  HB-INCOME-TAX     PIC 9(9)V99.
           02  HB-TDS-FLAG       PIC X(01).

      *
      *    MONTHLY WITHHOLDING LEDGER POSTED BY TDSPOST FROM PAYROLL
      *    ACTUALS - ONE RECORD PER PAN PER FISCAL MONTH, KEYED BY
      *    PAN, FISCAL YEAR (THE CALENDAR YEAR IT STARTS IN) AND
      *    FISCAL MONTH (APRIL = 01). READ HERE TO PROVE TDS-DEDUCTED
      *    AGAINST WHAT PAYROLL ACTUALLY WITHHELD MONTH BY MONTH.
       FD  TDSLEDG
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS LEDGER-REC.
      *
       01  LEDGER-REC.
           02  LG-KEY.
               03  LG-PAN-NO         PIC X(10).
               03  LG-FISCAL-YEAR    PIC 9(04).
               03  LG-FISCAL-MONTH   PIC 9(02).
           02  LG-TDS-AMOUNT     PIC 9(9)V99.
           02  LG-PAY-DATE       PIC 9(08).
           02  LG-POSTED-DATE    PIC 9(08).

      *
      *    LEDGER-DISAGREEMENT EXCEPTION LISTING - A PAN WHOSE
      *    TDS-DEDUCTED ON THE FEED DOES NOT AGREE WITH THE MONTHS
      *    PAYROLL POSTED TO THE LEDGER. DATA CONTROL CLEARS EACH
      *    ONE WITH PAYROLL BEFORE THE RETURN OR FORM 16 GOES OUT.
       FD  LDGEXRPT
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LDX-LINE.
      *
       01  LDX-LINE                    PIC X(132).

      *
      *    LOSS CARRY-FORWARD LEDGER - ONE RECORD PER PAN, ASSESSMENT
      *    YEAR THE LOSS AROSE IN AND HEAD ('HP' HOUSE PROPERTY, 'ST'
      *    SHORT-TERM, 'LT' LONG-TERM CAPITAL LOSS), SO A PAN'S
      *    LOSSES READ BACK OLDEST FIRST. THE ANNUAL RUN WRITES THE
      *    PART OF THE YEAR'S LOSS NOT ABSORBED - HOUSE PROPERTY
      *    BEYOND THE SET-OFF CEILING, A NET CAPITAL LOSS IN FULL -
      *    AND SETS EARLIER YEARS' BALANCES OFF AGAINST THE SAME
      *    HEAD'S INCOME. LL-LAST-AY/LL-LAST-USED HOLD THE LATEST
      *    SET-OFF SO A RERUN OF THAT YEAR CAN PUT IT BACK FIRST.
      *    LL-EXPIRY-AY IS THE LAST ASSESSMENT YEAR THE BALANCE MAY
      *    BE USED IN.
       FD  LOSSLDG
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS LOSS-LEDGER-REC.
      *
       01  LOSS-LEDGER-REC.
           02  LL-KEY.
               03  LL-PAN-NO         PIC X(10).
               03  LL-ORIGIN-AY      PIC X(04).
               03  LL-HEAD           PIC X(02).
                   88  LL-HEAD-HOUSE-PROP        VALUE 'HP'.
                   88  LL-HEAD-STCG              VALUE 'ST'.
                   88  LL-HEAD-LTCG              VALUE 'LT'.
           02  LL-LOSS-AMT       PIC 9(9)V99.
           02  LL-BALANCE        PIC 9(9)V99.
           02  LL-EXPIRY-AY      PIC 9(04).
           02  LL-STATUS         PIC X(01).
               88  LL-STATUS-OPEN            VALUE 'O'.
               88  LL-STATUS-USED-UP         VALUE 'U'.
               88  LL-STATUS-EXPIRED         VALUE 'E'.
           02  LL-LAST-AY        PIC X(04).
           02  LL-LAST-USED      PIC 9(9)V99.
           02  LL-POSTED-DATE    PIC 9(08).

      *
      *    LOSS-LEDGER BEFORE-IMAGES - THE SAME ARRANGEMENT AS
      *    HISTBFI: ONE PER LEDGER RECORD THE CYCLE TOUCHES, KEYED
      *    BY CYCLE DATE AND THE LEDGER KEY, 'A' IF THE CYCLE ADDED
      *    THE RECORD, 'R' IF IT CHANGED OR DELETED ONE. THE FIRST
      *    IMAGE TAKEN FOR A CYCLE STANDS.
       FD  LOSSBFI
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS LOSS-BEFORE-REC.
      *
       01  LOSS-BEFORE-REC.
           02  LB-KEY.
               03  LB-CYCLE-DATE     PIC 9(08).
               03  LB-PAN-NO         PIC X(10).
               03  LB-ORIGIN-AY      PIC X(04).
               03  LB-HEAD           PIC X(02).
           02  LB-ACTION         PIC X(01).
               88  LB-ACTION-ADDED           VALUE 'A'.
               88  LB-ACTION-REPLACED        VALUE 'R'.
           02  LB-LOSS-AMT       PIC 9(9)V99.
           02  LB-BALANCE        PIC 9(9)V99.
           02  LB-EXPIRY-AY      PIC 9(04).
           02  LB-STATUS         PIC X(01).
           02  LB-LAST-AY        PIC X(04).
           02  LB-LAST-USED      PIC 9(9)V99.
           02  LB-POSTED-DATE    PIC 9(08).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  CHX-TOT-UNMATCHED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(101) VALUE SPACES.
      *
      *    ADDITIONAL-INCOME EXCEPTION REPORT CONTROLS AND LAYOUTS.
       01  ADX-PRINT-CONTROLS.
           02  WS-ADX-PAGE-NUMBER      PIC 9(04)   VALUE ZERO.
           02  WS-ADX-LINE-COUNT       PIC 9(04)   VALUE ZERO.
           02  WS-ADX-MAX-LINES-PAGE   PIC 9(04)   VALUE 0050.

       01  ADX-HEADING-1.
           02  FILLER      PIC X(40)  VALUE
               'STDRPT ADDITIONAL INCOME EXCEPTIONS'.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  ADX-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  ADX-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(60)  VALUE SPACES.

       01  ADX-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(06)  VALUE 'HEAD'.
           02  FILLER      PIC X(19)  VALUE '           AMOUNT'.
           02  FILLER      PIC X(95)  VALUE 'REASON'.

       01  ADX-DETAIL-LINE.
           02  ADX-PAN-NO      PIC X(11).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  ADX-HEAD        PIC X(02).
           02  FILLER          PIC X(04) VALUE SPACES.
           02  ADX-AMOUNT      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  ADX-REASON      PIC X(30).
           02  FILLER          PIC X(64) VALUE SPACES.

       01  ADX-TOTALS-LINE.
           02  FILLER          PIC X(20) VALUE 'RECORDS UNMATCHED:'.
           02  ADX-TOT-UNMATCHED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(20) VALUE '  RECORDS REJECTED:'.
           02  ADX-TOT-REJECTED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(70) VALUE SPACES.
      *
      *    LEDGER-DISAGREEMENT REPORT CONTROLS AND LINE LAYOUTS.
       01  LDX-PRINT-CONTROLS.
           02  WS-LDX-PAGE-NUMBER      PIC 9(04)   VALUE ZERO.
           02  WS-LDX-LINE-COUNT       PIC 9(04)   VALUE ZERO.
           02  WS-LDX-MAX-LINES-PAGE   PIC 9(04)   VALUE 0050.

       01  LDX-HEADING-1.
           02  FILLER      PIC X(40)  VALUE
               'STDRPT TDS NOT AGREEING TO LEDGER'.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  LDX-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  LDX-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(60)  VALUE SPACES.

       01  LDX-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(18)  VALUE '    TDS-DEDUCTED'.
           02  FILLER      PIC X(18)  VALUE '    LEDGER TOTAL'.
           02  FILLER      PIC X(19)  VALUE '      DIFFERENCE'.
           02  FILLER      PIC X(65)  VALUE 'MONTHS POSTED'.

       01  LDX-DETAIL-LINE.
           02  LDX-PAN-NO      PIC X(11).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  LDX-TDS-DEDUCTED PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LDX-LEDGER-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LDX-DIFFERENCE  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(06) VALUE SPACES.
           02  LDX-MONTHS      PIC Z9.
           02  FILLER          PIC X(59) VALUE SPACES.

       01  LDX-TOTALS-LINE.
           02  FILLER          PIC X(20) VALUE 'PANS NOT AGREEING:'.
           02  LDX-TOT-MISMATCH PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(101) VALUE SPACES.
      *
      *    PARAMETER-FILE CONTROLS - THE ASSESSMENT YEAR IS TAKEN FROM
      *    THE RUN PARAMETER SO THE SAME PROGRAM CAN BE RUN AGAINST ANY
      *    YEAR'S DATA; IF NO PARAMETER IS SUPPLIED IT DEFAULTS TO THE
       01  PARM-CONTROLS.
           02  WS-PARM-STATUS         PIC X(02)   VALUE SPACES.
           02  WS-ASSESSMENT-YEAR     PIC X(04)   VALUE SPACES.
           02  WS-ASSESSMENT-YEAR-9 REDEFINES WS-ASSESSMENT-YEAR
                                      PIC 9(04).
           02  WS-ASSESSMENT-YEAR-PARM PIC X(04)  VALUE SPACES.
           02  WS-PARM-FOUND          PIC X(001)  VALUE 'N'.
               88  WS-PARM-FOUND-YES                   VALUE 'Y'.
           02  WS-INT-COUNT           PIC 9(09)    VALUE ZERO.
           02  WS-INT-TOTAL           PIC 9(11)V99 VALUE ZERO.
      *
      *    ADDITIONAL-HEAD CONTROLS - THE FILE IS SORTED INTO PAN
      *    ORDER AT STARTUP AND MATCH-MERGED AGAINST THE INCOME FEED,
      *    SO EACH PAN'S HEADS ARE SUMMED AS ITS INCOME RECORD COMES
      *    UP. THE SUMS GO TO THE TAX ENGINE, WHICH APPLIES THE
      *    HOUSE-PROPERTY LOSS CEILING AND THE CAPITAL-GAINS FLAT
      *    RATES.
       01  ADDL-INCOME-AREA.
           02  WS-ADL-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-ADL              PIC X(001)  VALUE ' '.
               88  WS-EOF-ADL-YES                     VALUE 'Y'.
           02  WS-ADL-READ-COUNT       PIC 9(09)   VALUE ZERO.
           02  WS-ADL-UNMATCHED        PIC 9(09)   VALUE ZERO.
           02  WS-ADL-REJECTED         PIC 9(09)   VALUE ZERO.
           02  WS-ADL-REASON           PIC X(30)   VALUE SPACES.
           02  WS-ADS-OPEN             PIC X(001)  VALUE 'N'.
               88  WS-ADS-OPEN-YES                    VALUE 'Y'.
           02  WS-HP-INCOME            PIC S9(9)V99 VALUE ZERO.
           02  WS-STCG-AMT             PIC S9(9)V99 VALUE ZERO.
           02  WS-LTCG-AMT             PIC S9(9)V99 VALUE ZERO.
      *
      *    CHALLAN CONTROLS - THE FILE IS SORTED INTO PAN ORDER AT
      *    STARTUP AND MATCH-MERGED AGAINST THE INCOME FEED. THE
      *    RECONCILIATION SUMS THE PAN'S CHALLANS; ANY CHALLAN THE
      *    MERGE PASSES WITHOUT A MATCHING INCOME RECORD, AND ANY
      *    LEFT AT THE END, GOES ON THE UNMATCHED LISTING WITH THE
      *    DATE AND SERIAL THE BANK KEYED.
       01  CHALLAN-MERGE-AREA.
           02  WS-CHL-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-CHL              PIC X(001)  VALUE ' '.
               88  WS-EOF-CHL-YES                     VALUE 'Y'.
           02  WS-CHL-READ-COUNT       PIC 9(09)   VALUE ZERO.
           02  WS-CHL-PAID             PIC 9(9)V99 VALUE ZERO.
           02  WS-CHL-UNMATCHED        PIC 9(09)   VALUE ZERO.
           02  WS-CHS-OPEN             PIC X(001)  VALUE 'N'.
               88  WS-CHS-OPEN-YES                    VALUE 'Y'.
      *
      *    THE MERGE DEPENDS ON THE FEED STAYING IN PAN ORDER - THE
      *    LAST PAN MERGED IS HELD TO PROVE IT.
       01  MERGE-SEQUENCE-CONTROLS.
           02  WS-MRG-LAST-PAN         PIC X(10)   VALUE LOW-VALUES.
      *
      *    MONTHLY-PROJECTION CONTROLS - RUN MODE 'M' (TAKEN FROM THE
      *    SECOND RUN PARAMETER, THE SAME WAY THE ASSESSMENT YEAR IS
           02  WS-EMP-LEFT            PIC X(001)   VALUE 'N'.
               88  WS-EMP-LEFT-YES                  VALUE 'Y'.
      *
      *    AUDIT-TRAIL CAPTURE AREA - THE SUBMITTED DEDUCTIONS ARE
      *    CAUGHT BEFORE THE SECTION CAPS OVERWRITE THEM IN THE INPUT
      *    RECORD. THE ELECTED REGIME'S SLAB WALK IS SNAPSHOT INTO
      *    THE AUDIT RECORD STRAIGHT FROM THE ENGINE'S RESULTS.
       01  AUDIT-WORK-AREA.
           02  WS-AUD-80C-SUBMITTED   PIC 9(9)V99  VALUE ZERO.
           02  WS-AUD-80D-SUBMITTED   PIC 9(9)V99  VALUE ZERO.
           02  WS-AUD-80G-SUBMITTED   PIC 9(9)V99  VALUE ZERO.
      *    TAX-HISTORY CONTROLS - A BRAND-NEW HISTORY FILE (STATUS
      *    35 ON THE I-O OPEN) IS CREATED ON THE SPOT; ANY OTHER
      *    OPEN FAILURE DISABLES POSTING FOR THE RUN RATHER THAN
      *    ABANDONING THE TAX CALCULATION. THE SAME HOLDS FOR THE
      *    BEFORE-IMAGE FILE - HISTORY IS NEVER POSTED WITHOUT ITS
      *    BEFORE-IMAGES, OR THE CYCLE COULD NOT BE BACKED OUT.
       01  HISTORY-CONTROLS.
           02  WS-HIST-STATUS         PIC X(02)   VALUE SPACES.
           02  WS-HBI-STATUS          PIC X(02)   VALUE SPACES.
           02  WS-HIST-ENABLED        PIC X(001)  VALUE 'N'.
               88  WS-HIST-ENABLED-YES              VALUE 'Y'.
      *
      *    WITHHOLDING-LEDGER CONTROLS - A LEDGER THAT WILL NOT OPEN
      *    DISABLES THE AGREEMENT CHECK FOR THE RUN WITH A CONSOLE
      *    NOTE RATHER THAN ABANDONING THE TAX CALCULATION. THE
      *    PAN'S TWELVE MONTHS ARE HELD SO THE SHORTFALL INTEREST
      *    CAN BE CHARGED FROM THE MONTH WITHHOLDING FELL BEHIND.
       01  LEDGER-CONTROLS.
           02  WS-LDG-STATUS          PIC X(02)   VALUE SPACES.
           02  WS-LDG-ENABLED         PIC X(001)  VALUE 'N'.
               88  WS-LDG-ENABLED-YES               VALUE 'Y'.
           02  WS-LDG-IX              PIC 9(02)   VALUE ZERO.
           02  WS-LDG-MONTHS-POSTED   PIC 9(02)   VALUE ZERO.
           02  WS-LDG-TOTAL           PIC 9(9)V99  VALUE ZERO.
           02  WS-LDG-DIFF            PIC S9(9)V99 VALUE ZERO.
           02  WS-LDG-CUMULATIVE      PIC 9(9)V99  VALUE ZERO.
           02  WS-LDG-DUE-TO-DATE     PIC 9(9)V99  VALUE ZERO.
           02  WS-LDG-SHORT-MONTH     PIC 9(02)   VALUE ZERO.
           02  WS-INT-MONTHS          PIC 9(02)   VALUE ZERO.
           02  WS-LDG-MISMATCH-COUNT  PIC 9(09)   VALUE ZERO.
           02  WS-LDG-FISCAL-YEAR     PIC 9(04)   VALUE ZERO.
           02  WS-LDG-MONTH-AMT       PIC 9(9)V99 OCCURS 12 TIMES.
      *
      *    LOSS-LEDGER CONTROLS - THE ANNUAL RUN OPENS THE LEDGER
      *    I-O (CREATED ON FIRST USE) WITH ITS BEFORE-IMAGES AND
      *    POSTS TO IT; A PROJECTION ONLY READS IT, SO THE ESTIMATE
      *    REFLECTS THE SET-OFF WITHOUT CONSUMING ANY LOSS. A LEDGER
      *    THAT WILL NOT OPEN DISABLES CARRY-FORWARD FOR THE RUN
      *    WITH A CONSOLE NOTE, AS FOR HISTORY. A LOSS MAY BE USED
      *    FOR WS-LSL-LIFE ASSESSMENT YEARS AFTER THE ONE IT AROSE
      *    IN. THE TABLE HOLDS THE PAN'S FIGURES BY HEAD - 1 HOUSE
      *    PROPERTY, 2 SHORT-TERM, 3 LONG-TERM CAPITAL GAINS.
       01  LOSS-LEDGER-CONTROLS.
           02  WS-LSL-STATUS          PIC X(02)   VALUE SPACES.
           02  WS-LBI-STATUS          PIC X(02)   VALUE SPACES.
           02  WS-LSL-ENABLED         PIC X(001)  VALUE 'N'.
               88  WS-LSL-ENABLED-YES               VALUE 'Y'.
           02  WS-LSL-POSTING         PIC X(001)  VALUE 'N'.
               88  WS-LSL-POSTING-YES               VALUE 'Y'.
           02  WS-EOF-LSL             PIC X(001)  VALUE ' '.
               88  WS-EOF-LSL-YES                   VALUE 'Y'.
           02  WS-LSL-CHANGED         PIC X(001)  VALUE 'N'.
               88  WS-LSL-CHANGED-YES               VALUE 'Y'.
           02  WS-LSL-FOUND           PIC X(001)  VALUE 'N'.
               88  WS-LSL-FOUND-YES                 VALUE 'Y'.
           02  WS-LSL-LIFE            PIC 9(02)   VALUE 08.
           02  WS-LSL-AY              PIC 9(04)   VALUE ZERO.
           02  WS-LSL-EXPIRED-AY      PIC 9(04)   VALUE ZERO.
           02  WS-LSL-IX              PIC 9(01)   VALUE ZERO.
           02  WS-LSL-TAKE            PIC 9(9)V99  VALUE ZERO.
           02  WS-LSL-NEW-LOSS        PIC 9(9)V99  VALUE ZERO.
           02  WS-HP-DECLARED         PIC S9(9)V99 VALUE ZERO.
           02  WS-LSL-USED-COUNT      PIC 9(09)   VALUE ZERO.
           02  WS-LSL-EXPIRED-COUNT   PIC 9(09)   VALUE ZERO.
           02  WS-LSL-POSTED-COUNT    PIC 9(09)   VALUE ZERO.
           02  WS-LSL-HEAD-CODES      PIC X(06)   VALUE 'HPSTLT'.
           02  WS-LSL-HEAD-CODE REDEFINES WS-LSL-HEAD-CODES
                                      PIC X(02) OCCURS 3 TIMES.
           02  WS-LSL-HEAD OCCURS 3 TIMES.
               03  WS-LSH-AVAILABLE   PIC 9(9)V99.
               03  WS-LSH-BF          PIC 9(9)V99.
               03  WS-LSH-USED        PIC 9(9)V99.
               03  WS-LSH-EXPIRED     PIC 9(9)V99.
               03  WS-LSH-CF          PIC 9(9)V99.
      *
      *    PAN STRUCTURE VALIDATION - THE CALLED TESTPGM SUBPROGRAM
      *    CHECKS THE STATUTORY FIVE-LETTER / FOUR-DIGIT / ONE-LETTER
      *    PATTERN AND THE FOURTH-CHARACTER HOLDER-TYPE CODE, AND
           02  WS-CYCLE-DATE-PARM     PIC X(08)   VALUE SPACES.
      *
      *    TAX SLAB TABLE - MAX-AMT IS THE EXEMPT-BAND CEILING, THE
      *    BANDS ABOVE IT ARE WALKED BY THE TAX ENGINE TO BUILD THE
      *    TAX UP MARGINALLY, SLAB BY SLAB.
       01  SLAB-PARMS.
           02  SLAB-2-LIMIT     PIC 9(9)V99 VALUE 500000.00.
           02  SLAB-3-LIMIT     PIC 9(9)V99 VALUE 750000.00.
           02  SLAB-3-RATE      PIC V999    VALUE .150.
           02  SLAB-4-RATE      PIC V999    VALUE .200.
           02  SLAB-5-RATE      PIC V999    VALUE .300.
      *
      *    NEW-REGIME SLAB TABLE - SAME SHAPE AS SLAB-PARMS BUT FED
      *    FROM THE 'N' PARMFL RECORD. THE NEW REGIME IGNORES THE
       01  REGIME-WORK-AREA.
           02  WS-OLD-REGIME-TAX  PIC 9(9)V99 VALUE ZERO.
           02  WS-NEW-REGIME-TAX  PIC 9(9)V99 VALUE ZERO.
           02  WS-ELECTED-REGIME  PIC X(001)  VALUE 'O'.
               88  WS-ELECTED-OLD              VALUE 'O'.
               88  WS-ELECTED-NEW              VALUE 'N'.
           02  WS-CHEAPER-REGIME  PIC X(001)  VALUE 'O'.
      *
      *    TAX ENGINE INTERFACE - THE CALLED TAXENG SUBPROGRAM HOLDS
      *    THE SECTION CAPS, THE HOUSE-PROPERTY AND CAPITAL-GAINS
      *    RULES, THE SLAB WALK, THE SURCHARGE AND THE CESS. ONE CALL
      *    PER REGIME; FORM 16 AND THE WHAT-IF SIMULATOR CALL THE
      *    SAME ENGINE, SO THEIR FIGURES CANNOT DRIFT FROM OUTPUTFL.
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

       PROCEDURE DIVISION.
       0001-MAIN.
           PERFORM 0000F-LOAD-ADDL-INCOME THRU 0000F-EXIT
           PERFORM 0000-CHECK-RESTART THRU 0000-EXIT
           PERFORM 0013-REGISTER-START THRU 0013-EXIT
           PERFORM 0015-OPEN-LEDGER THRU 0015-EXIT
           IF WS-RESTART-RUN-YES
             OPEN INPUT INCOMEFILE
             OPEN EXTEND OUTPUTFL
             OPEN EXTEND AUDITFL
             OPEN EXTEND INTRSTFL
             OPEN OUTPUT CHLEXRPT
             OPEN OUTPUT ADLEXRPT
             OPEN OUTPUT LDGEXRPT
             OPEN INPUT EMPMAST
             IF WS-MODE-PROJECTION
               OPEN EXTEND SCHEDFL
             OPEN OUTPUT AUDITFL
             OPEN OUTPUT INTRSTFL
             OPEN OUTPUT CHLEXRPT
             OPEN OUTPUT ADLEXRPT
             OPEN OUTPUT LDGEXRPT
             OPEN INPUT EMPMAST
             IF WS-MODE-PROJECTION
               OPEN OUTPUT SCHEDFL
             END-IF
           END-IF
           PERFORM 0016-OPEN-LOSS-LEDGER THRU 0016-EXIT
      *
      *    A PROJECTION RUN CARRIES ANNUALIZED ESTIMATES, NOT THE
      *    YEAR'S ASSESSED FIGURES - POSTING THEM WOULD OVERWRITE
           END-PERFORM

           PERFORM 0012-SWEEP-CHALLANS THRU 0012-EXIT.
           PERFORM 0012C-SWEEP-ADDL-INCOME THRU 0012C-EXIT.
           PERFORM 0015B-CLOSE-LEDGER-RPT THRU 0015B-EXIT.
           PERFORM 0005-WRITE-TRAILER THRU 0005-EXIT.
           PERFORM 0006B-CLOSE-CHECKPOINT THRU 0006B-EXIT.
           PERFORM 0004-CLOSEFILE THRU 0004-EXIT.
       0000A-SKIP-PROCESSED.
      *
      *    THE PRIOR RUN ALREADY RECONCILED THE SKIPPED RECORDS, SO
      *    THE CHALLAN AND ADDITIONAL-HEAD MERGES MUST BE STEPPED
      *    PAST THEIR PANS AGAIN HERE - THE MERGE WOULD OTHERWISE
      *    LIST EVERY SIDE RECORD BELONGING TO A PAN PROCESSED BEFORE
      *    THE ABEND AS A FALSE UNMATCHED EXCEPTION. THE EXCEPTION
      *    LISTINGS ARE REBUILT FROM THE TOP, SO THE MERGE ALSO
      *    RE-LISTS ANYTHING IT PASSES ON THE WAY, AND EACH SKIPPED
      *    PAN IS AGREED TO THE LEDGER AGAIN SO THE DISAGREEMENT
      *    LISTING AND ITS TOTAL COVER THE WHOLE FEED. ONLY RECORDS THE
      *    PRIOR RUN ACTUALLY RECONCILED COUNT - ONE IT REJECTED
      *    NEVER REACHED THE MERGE, SO ITS SIDE RECORDS MUST LIST
      *    EXACTLY AS THEY WOULD ON A CLEAN RUN. THE RECORD EDITS
      *    ARE RE-RUN HERE TO TELL THE TWO APART.
           PERFORM UNTIL WS-INPUT-COUNT >= WS-RESTART-COUNT
                          OR WS-EOF-INP-YES
               READ INCOMEFILE
                       PERFORM 0001A-VALIDATE-RECORD THRU
                           0001A-EXIT
                       IF WS-VALID-REC-YES
                         PERFORM 0002F-SUM-ADDL-INCOME THRU
                             0002F-EXIT
                         PERFORM 0008B-SUM-CHALLANS THRU 0008B-EXIT
                         IF WS-LDG-ENABLED-YES
                           PERFORM 0008C-AGREE-LEDGER THRU
                               0008C-EXIT
                         END-IF
                       END-IF
               END-READ
           END-PERFORM
       0000D-EXIT.
      *
      *    ABSENT ON A CYCLE WITH NO DIRECT PAYMENTS - EVERY PAN
      *    THEN RECONCILES ON THE TDS LEG ALONE. OTHERWISE THE BANK'S
      *    FILE IS SORTED INTO PAN ORDER AND THE FIRST CHALLAN READ
      *    READY FOR THE MERGE - THERE IS NO LIMIT ON ITS SIZE.
       0000E-LOAD-CHALLANS.
      *
           OPEN INPUT CHALLANFL
           IF WS-CHL-STATUS NOT = '00'
             SET WS-EOF-CHL-YES TO TRUE
             GO TO 0000E-EXIT
           END-IF
           CLOSE CHALLANFL
           SORT CHLSORT
               ON ASCENDING KEY CSK-PAN-NO CSK-PAY-DATE
               USING CHALLANFL
               GIVING CHLSRTFL
           OPEN INPUT CHLSRTFL
           SET WS-CHS-OPEN-YES TO TRUE
           PERFORM 0000E1-READ-CHALLAN THRU 0000E1-EXIT.
      *
       0000E-EXIT.
      *
       0000E1-READ-CHALLAN.
      *
           READ CHLSRTFL
             AT END
               SET WS-EOF-CHL-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-CHL-READ-COUNT
           END-READ.
      *
       0000E1-EXIT.
      *
      *    ABSENT ON A CYCLE WITH NO ADDITIONAL-HEAD DECLARATIONS -
      *    EVERY PAN THEN TAXES ON THE INCOME FEED ALONE. OTHERWISE
      *    SORTED INTO PAN ORDER AND PRIMED FOR THE MERGE LIKE THE
      *    CHALLANS. A RECORD THAT CANNOT BE TAXED IS NOT DROPPED
      *    HERE - THE MERGE LISTS IT ON THE EXCEPTION REPORT.
       0000F-LOAD-ADDL-INCOME.
      *
           OPEN INPUT ADLINCFL
           IF WS-ADL-STATUS NOT = '00'
             SET WS-EOF-ADL-YES TO TRUE
             GO TO 0000F-EXIT
           END-IF
           CLOSE ADLINCFL
           SORT ADLSORT
               ON ASCENDING KEY ASK-PAN-NO ASK-HEAD-CODE
               USING ADLINCFL
               GIVING ADLSRTFL
           OPEN INPUT ADLSRTFL
           SET WS-ADS-OPEN-YES TO TRUE
           PERFORM 0000F1-READ-ADDL-INCOME THRU 0000F1-EXIT.
      *
       0000F-EXIT.
      *
       0000F1-READ-ADDL-INCOME.
      *
           READ ADLSRTFL
             AT END
               SET WS-EOF-ADL-YES TO TRUE
             NOT AT END
               ADD 1 TO WS-ADL-READ-COUNT
           END-READ.
      *
       0000F1-EXIT.
      *
       0001A-VALIDATE-RECORD.
      *
      *    THE ADDITIONAL HEADS ARE FULL-YEAR DECLARATIONS LIKE THE
      *    SECTION DEDUCTIONS - NEVER GROSSED UP.
           PERFORM 0002F-SUM-ADDL-INCOME THRU 0002F-EXIT
      *
      *    EARLIER YEARS' CARRIED-FORWARD LOSSES COME OFF THE SAME
      *    HEAD'S INCOME BEFORE EITHER REGIME IS WORKED OUT.
           PERFORM 0016A-SET-OFF-BROUGHT-FWD THRU 0016A-EXIT
           MOVE DED-80C TO WS-AUD-80C-SUBMITTED
           MOVE DED-80D TO WS-AUD-80D-SUBMITTED
           MOVE DED-80G TO WS-AUD-80G-SUBMITTED
      *
      *    OLD-REGIME LIABILITY FROM THE SHARED ENGINE. THE CAPPED
      *    SECTION FIGURES GO BACK INTO THE INPUT RECORD, AND THE
      *    GROSS, DEDUCTIONS AND TAXABLE INCOME IT RESOLVED ARE THE
      *    FIGURES THE OUTPUT RECORD CARRIES.
           PERFORM 0002D-CALC-OLD-REGIME THRU 0002D-EXIT
           MOVE TE-80C-ALLOWED TO DED-80C
           MOVE TE-80D-ALLOWED TO DED-80D
           MOVE TE-80G-ALLOWED TO DED-80G
           MOVE TE-GROSS-INCOME TO GROSS-SALARY
           MOVE TE-DEDUCTIONS TO DED
           MOVE TE-TAXABLE-INCOME TO TAX-SAL
      *
      *    THE ENGINE'S TOTAL CARRIES THE FLAT-RATE CAPITAL-GAINS TAX
      *    ON TOP OF THE SLAB LIABILITY - SAME AMOUNT UNDER EITHER
      *    REGIME, SO THE CHEAPER-REGIME COMPARISON IS UNDISTURBED.
           MOVE TE-TOTAL-TAX TO WS-OLD-REGIME-TAX
      *
      *    THE OLD-REGIME WALK IS SNAPSHOT NOW, BEFORE THE NEW-REGIME
      *    CALL OVERWRITES THE ENGINE RESULTS; IF THE EMPLOYEE ELECTED
      *    THE NEW REGIME ITS WALK IS SNAPSHOT OVER THIS ONE BELOW.
           PERFORM 0010A-CAPTURE-SLAB-WALK THRU 0010A-EXIT
           MOVE WS-EXEMPT-LIMIT TO AUD-EXEMPT-LIMIT
      *    NEW-SLAB-PARMS RATES. THE ELECTED REGIME'S FIGURE IS THE
      *    ONE THAT FLOWS ON TO TDS RECONCILIATION AND OUTPUT.
           PERFORM 0002C-CALC-NEW-REGIME THRU 0002C-EXIT
           MOVE TE-TOTAL-TAX TO WS-NEW-REGIME-TAX
           IF WS-NEW-REGIME-TAX < WS-OLD-REGIME-TAX
             MOVE 'N' TO WS-CHEAPER-REGIME
           ELSE
             SET WS-ELECTED-OLD TO TRUE
             MOVE WS-OLD-REGIME-TAX TO INCOME-TAX
           END-IF
      *
      *    WHATEVER OF THIS YEAR'S LOSS THE ENGINE COULD NOT ABSORB
      *    GOES TO THE LEDGER - THE SAME UNDER EITHER REGIME.
           PERFORM 0016C-CARRY-FORWARD THRU 0016C-EXIT
           PERFORM 0008-TDS-RECONCILE THRU 0008-EXIT.
      *
      *    NO SCHEDULE FOR AN EMPLOYEE ALREADY GONE - THE BALANCE
      *    THE SAME WAY AS THE OLD REGIME.
       0002C-CALC-NEW-REGIME.
      *
           PERFORM 0002G-LOAD-ENGINE-INCOME THRU 0002G-EXIT
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
           CALL 'TAXENG' USING TAX-ENGINE-PARMS.
      *
       0002C-EXIT.
      *
      *    OLD-REGIME LIABILITY - SECTION DEDUCTIONS ALLOWED, THE
      *    SLAB-1 FLOOR LIFTED TO THE AGE-BASED EXEMPT LIMIT.
       0002D-CALC-OLD-REGIME.
      *
           PERFORM 0002G-LOAD-ENGINE-INCOME THRU 0002G-EXIT
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
           CALL 'TAXENG' USING TAX-ENGINE-PARMS.
      *
       0002D-EXIT.
      *
      *    THE RECORD'S INCOME, ADDITIONAL HEADS AND CLAIMED
      *    DEDUCTIONS - THE SAME INPUTS FOR BOTH REGIMES.
       0002G-LOAD-ENGINE-INCOME.
      *
           COMPUTE TE-SALARY-INCOME = SALARY + OTH-INCOME
           MOVE WS-HP-INCOME TO TE-HP-INCOME
           MOVE WS-STCG-AMT TO TE-STCG-AMT
           MOVE WS-LTCG-AMT TO TE-LTCG-AMT
           MOVE DED-80C TO TE-80C-CLAIMED
           MOVE DED-80D TO TE-80D-CLAIMED
           MOVE DED-80G TO TE-80G-CLAIMED
           MOVE HRA TO TE-HRA-CLAIMED
           MOVE LTA TO TE-LTA-CLAIMED.
      *
       0002G-EXIT.
      *
       0002B-LOOKUP-EMPLOYEE.
      *
      *
       0002E-EXIT.
      *
      *    SUM THE PAN'S ADDITIONAL HEADS. THE AMOUNTS GO TO THE
      *    ENGINE AS DECLARED - THE LOSS CEILING AND THE FLOOR ON A
      *    NET CAPITAL LOSS ARE APPLIED THERE. HEADS FOR A PAN BELOW
      *    THIS ONE WERE NEVER CLAIMED BY AN INCOME RECORD AND ARE
      *    LISTED AS THE MERGE PASSES THEM.
       0002F-SUM-ADDL-INCOME.
      *
      *    BOTH MERGES RELY ON THE INCOME FEED BEING IN PAN ORDER AS
      *    PANCONS LEAVES IT - A FEED THAT IS NOT WOULD LIST EVERY
      *    SIDE RECORD PAST THE BREAK AS UNMATCHED AND TAX THOSE
      *    PANS WITHOUT THEM.
           IF PAN-NO < WS-MRG-LAST-PAN
             DISPLAY 'STDRPT - INCOME FEED NOT IN PAN ORDER AT PAN '
                 PAN-NO ' - RUN PANCONS FIRST'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE PAN-NO TO WS-MRG-LAST-PAN
           MOVE ZEROS TO WS-HP-INCOME
           MOVE ZEROS TO WS-STCG-AMT
           MOVE ZEROS TO WS-LTCG-AMT
           PERFORM 0002F1-LIST-UNCLAIMED-HEAD THRU 0002F1-EXIT
               UNTIL WS-EOF-ADL-YES
                  OR ADS-PAN-NO NOT < PAN-NO
           PERFORM 0002F2-SUM-ONE-HEAD THRU 0002F2-EXIT
               UNTIL WS-EOF-ADL-YES
                  OR ADS-PAN-NO NOT = PAN-NO.
      *
       0002F-EXIT.
      *
       0002F1-LIST-UNCLAIMED-HEAD.
      *
           ADD 1 TO WS-ADL-UNMATCHED
           MOVE 'NO INCOME RECORD' TO WS-ADL-REASON
           PERFORM 0012D-WRITE-ADX-DETAIL THRU 0012D-EXIT
           PERFORM 0000F1-READ-ADDL-INCOME THRU 0000F1-EXIT.
      *
       0002F1-EXIT.
      *
      *    A RECORD WITH AN UNKNOWN HEAD CODE OR A NON-NUMERIC AMOUNT
      *    IS LISTED AS REJECTED RATHER THAN MIS-TAXED.
       0002F2-SUM-ONE-HEAD.
      *
           IF ADS-AMOUNT NOT NUMERIC
             ADD 1 TO WS-ADL-REJECTED
             MOVE 'AMOUNT NOT NUMERIC - REJECTED' TO WS-ADL-REASON
             PERFORM 0012D-WRITE-ADX-DETAIL THRU 0012D-EXIT
           ELSE
             EVALUATE TRUE
               WHEN ADS-HEAD-HOUSE-PROP
                 ADD ADS-AMOUNT TO WS-HP-INCOME
               WHEN ADS-HEAD-STCG
                 ADD ADS-AMOUNT TO WS-STCG-AMT
               WHEN ADS-HEAD-LTCG
                 ADD ADS-AMOUNT TO WS-LTCG-AMT
               WHEN OTHER
                 ADD 1 TO WS-ADL-REJECTED
                 MOVE 'UNKNOWN HEAD CODE - REJECTED' TO WS-ADL-REASON
                 PERFORM 0012D-WRITE-ADX-DETAIL THRU 0012D-EXIT
             END-EVALUATE
           END-IF
           PERFORM 0000F1-READ-ADDL-INCOME THRU 0000F1-EXIT.
      *
       0002F2-EXIT.
      *
       0003-WRITE-OUTPUT.
      *
      *
       0004-CLOSEFILE.
           CLOSE INCOMEFILE, OUTPUTFL, EXCEPTFL, EMPMAST, PRINTFL,
                 TDSRPTFL, AUDITFL, INTRSTFL, CHLEXRPT, LDGEXRPT,
                 ADLEXRPT
           IF WS-CHS-OPEN-YES
             CLOSE CHLSRTFL
           END-IF
           IF WS-ADS-OPEN-YES
             CLOSE ADLSRTFL
           END-IF
           IF WS-MODE-PROJECTION
             CLOSE SCHEDFL
           END-IF
           IF WS-LDG-ENABLED-YES
             CLOSE TDSLEDG
           END-IF
           IF WS-HIST-ENABLED-YES
             CLOSE TAXHIST, HISTBFI
           END-IF
           IF WS-LSL-ENABLED-YES
             CLOSE LOSSLDG
             DISPLAY 'STDRPT - LOSSES SET OFF:  ' WS-LSL-USED-COUNT
             DISPLAY 'STDRPT - LOSSES EXPIRED:  ' WS-LSL-EXPIRED-COUNT
           END-IF
           IF WS-LSL-POSTING-YES
             CLOSE LOSSBFI
             DISPLAY 'STDRPT - LOSSES POSTED:   ' WS-LSL-POSTED-COUNT
           END-IF
      *
      *    INTEREST CONTROL TOTALS - WHAT DATA CONTROL TIES THE
      *    THREE LEGS NET AGAINST THE LIABILITY - TDS WITHHELD FROM
      *    PAY PLUS WHATEVER THE EMPLOYEE PAID DIRECT BY CHALLAN.
           PERFORM 0008B-SUM-CHALLANS THRU 0008B-EXIT
           IF WS-LDG-ENABLED-YES
             PERFORM 0008C-AGREE-LEDGER THRU 0008C-EXIT
           END-IF
           COMPUTE WS-TDS-DIFF = INCOME-TAX - TDS-DEDUCTED
               - WS-CHL-PAID
           EVALUATE TRUE
       0008-EXIT.
      *
      *    INTEREST ON THE WITHHOLDING SHORTFALL - SIMPLE INTEREST AT
      *    THE MONTHLY PARMFL RATE FOR EVERY FISCAL MONTH THE
      *    SHORTFALL HAS RUN. WHERE THE PAN HAS LEDGER MONTHS THE
      *    SHORTFALL RUNS FROM THE FIRST MONTH CUMULATIVE WITHHOLDING
      *    FELL BEHIND AN EVEN TWELFTH OF THE LIABILITY; WITHOUT THEM
      *    IT IS TAKEN TO HAVE RUN SINCE APRIL.
       0008A-COMPUTE-INTEREST.
      *
           MOVE WS-FY-MONTHS-ELAPSED TO WS-INT-MONTHS
           IF WS-LDG-ENABLED-YES AND WS-LDG-MONTHS-POSTED > ZERO
             MOVE ZERO TO WS-LDG-SHORT-MONTH
             MOVE ZEROS TO WS-LDG-CUMULATIVE
             MOVE ZERO TO WS-LDG-IX
             PERFORM 0008A1-TEST-ONE-MONTH THRU 0008A1-EXIT
                 UNTIL WS-LDG-SHORT-MONTH > ZERO
                    OR WS-LDG-IX >= WS-FY-MONTHS-ELAPSED
             IF WS-LDG-SHORT-MONTH > ZERO
               COMPUTE WS-INT-MONTHS = WS-FY-MONTHS-ELAPSED
                   - WS-LDG-SHORT-MONTH + 1
             END-IF
           END-IF
           COMPUTE WS-INT-DUE = WS-TDS-DIFF-ABS * WS-INT-RATE
               * WS-INT-MONTHS
           MOVE PAN-NO TO PAN-NO-I
           MOVE WS-TDS-DIFF-ABS TO INT-SHORTFALL-I
           MOVE WS-INT-MONTHS TO INT-MONTHS-I
           MOVE WS-INT-RATE TO INT-RATE-I
           MOVE WS-INT-DUE TO INT-DUE-I
           WRITE INT-RECORD
      *
       0008A-EXIT.
      *
       0008A1-TEST-ONE-MONTH.
      *
           ADD 1 TO WS-LDG-IX
           ADD WS-LDG-MONTH-AMT (WS-LDG-IX) TO WS-LDG-CUMULATIVE
           COMPUTE WS-LDG-DUE-TO-DATE = INCOME-TAX * WS-LDG-IX / 12
           IF WS-LDG-CUMULATIVE < WS-LDG-DUE-TO-DATE
             MOVE WS-LDG-IX TO WS-LDG-SHORT-MONTH
           END-IF.
      *
       0008A1-EXIT.
      *
      *    SUM THE PAN'S CHALLANS. ANY CHALLAN FOR A PAN BELOW THIS
      *    ONE WAS NEVER CLAIMED BY AN INCOME RECORD AND GOES ON THE
      *    UNMATCHED LISTING AS THE MERGE PASSES IT. THE FEED'S PAN
      *    ORDER HAS ALREADY BEEN PROVED BY THE ADDITIONAL-HEAD MERGE.
       0008B-SUM-CHALLANS.
      *
           MOVE ZEROS TO WS-CHL-PAID
           PERFORM 0008B1-LIST-UNCLAIMED-CHALLAN THRU 0008B1-EXIT
               UNTIL WS-EOF-CHL-YES
                  OR CHS-PAN-NO NOT < PAN-NO
           PERFORM 0008B2-SUM-ONE-CHALLAN THRU 0008B2-EXIT
               UNTIL WS-EOF-CHL-YES
                  OR CHS-PAN-NO NOT = PAN-NO.
      *
       0008B-EXIT.
      *
       0008B1-LIST-UNCLAIMED-CHALLAN.
      *
           ADD 1 TO WS-CHL-UNMATCHED
           IF WS-CHX-LINE-COUNT = ZERO
              OR WS-CHX-LINE-COUNT >= WS-CHX-MAX-LINES-PAGE
             PERFORM 0012B-WRITE-CHX-HEADERS THRU 0012B-EXIT
           END-IF
           MOVE CHS-PAN-NO TO CHX-PAN-NO
           MOVE CHS-PAY-DATE TO CHX-PAY-DATE
           MOVE CHS-SERIAL TO CHX-SERIAL
           MOVE CHS-AMOUNT TO CHX-AMOUNT
           WRITE CHX-LINE FROM CHX-DETAIL-LINE
           ADD 1 TO WS-CHX-LINE-COUNT
           PERFORM 0000E1-READ-CHALLAN THRU 0000E1-EXIT.
      *
       0008B1-EXIT.
      *
       0008B2-SUM-ONE-CHALLAN.
      *
           ADD CHS-AMOUNT TO WS-CHL-PAID
           PERFORM 0000E1-READ-CHALLAN THRU 0000E1-EXIT.
      *
       0008B2-EXIT.
      *
      *    ADD UP THE PAN'S LEDGER MONTHS FOR THE FISCAL YEAR AND
      *    LIST THE PAN WHEN THEY DO NOT AGREE WITH TDS-DEDUCTED.
      *    THE FEED'S FIGURE STILL DRIVES THE RECONCILIATION - THE
      *    LISTING IS FOR DATA CONTROL TO CLEAR WITH PAYROLL.
       0008C-AGREE-LEDGER.
      *
           MOVE ZEROS TO WS-LDG-TOTAL
           MOVE ZERO TO WS-LDG-MONTHS-POSTED
           MOVE ZERO TO WS-LDG-IX
           PERFORM 0008C1-READ-ONE-MONTH THRU 0008C1-EXIT
               UNTIL WS-LDG-IX >= 12
           IF WS-LDG-TOTAL = TDS-DEDUCTED
             GO TO 0008C-EXIT
           END-IF
           ADD 1 TO WS-LDG-MISMATCH-COUNT
           COMPUTE WS-LDG-DIFF = TDS-DEDUCTED - WS-LDG-TOTAL
           IF WS-LDX-LINE-COUNT = ZERO
              OR WS-LDX-LINE-COUNT >= WS-LDX-MAX-LINES-PAGE
             PERFORM 0015A-WRITE-LDX-HEADERS THRU 0015A-EXIT
           END-IF
           MOVE PAN-NO TO LDX-PAN-NO
           MOVE TDS-DEDUCTED TO LDX-TDS-DEDUCTED
           MOVE WS-LDG-TOTAL TO LDX-LEDGER-TOTAL
           MOVE WS-LDG-DIFF TO LDX-DIFFERENCE
           MOVE WS-LDG-MONTHS-POSTED TO LDX-MONTHS
           WRITE LDX-LINE FROM LDX-DETAIL-LINE
           ADD 1 TO WS-LDX-LINE-COUNT.
      *
       0008C-EXIT.
      *
       0008C1-READ-ONE-MONTH.
      *
           ADD 1 TO WS-LDG-IX
           MOVE ZEROS TO WS-LDG-MONTH-AMT (WS-LDG-IX)
           MOVE PAN-NO TO LG-PAN-NO
           MOVE WS-LDG-FISCAL-YEAR TO LG-FISCAL-YEAR
           MOVE WS-LDG-IX TO LG-FISCAL-MONTH
           READ TDSLEDG
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE LG-TDS-AMOUNT TO WS-LDG-MONTH-AMT (WS-LDG-IX)
               ADD LG-TDS-AMOUNT TO WS-LDG-TOTAL
               ADD 1 TO WS-LDG-MONTHS-POSTED
           END-READ.
      *
       0008C1-EXIT.
      *
      *    PROJECTION-MODE ANNUALIZATION - THE INPUT FIGURES ARE
      *    YEAR-TO-DATE THROUGH THE RUN MONTH, SO SALARY AND OTHER
      *
       0009B-EXIT.
      *
      *    SNAPSHOT OF THE ENGINE CALL JUST COMPLETED - ITS RESULTS
      *    STILL HOLD THAT REGIME'S WALK WHEN THIS IS PERFORMED.
       0010A-CAPTURE-SLAB-WALK.
      *
           MOVE TE-SLAB-BAND (1) TO AUD-SLAB1-BAND
           MOVE TE-SLAB-TAX (1) TO AUD-SLAB1-TAX
           MOVE TE-SLAB-BAND (2) TO AUD-SLAB2-BAND
           MOVE TE-SLAB-TAX (2) TO AUD-SLAB2-TAX
           MOVE TE-SLAB-BAND (3) TO AUD-SLAB3-BAND
           MOVE TE-SLAB-TAX (3) TO AUD-SLAB3-TAX
           MOVE TE-SLAB-BAND (4) TO AUD-SLAB4-BAND
           MOVE TE-SLAB-TAX (4) TO AUD-SLAB4-TAX
           MOVE TE-SLAB-BAND (5) TO AUD-SLAB5-BAND
           MOVE TE-SLAB-TAX (5) TO AUD-SLAB5-TAX
           MOVE TE-SURCHARGE-AMT TO AUD-SURCHARGE
           MOVE TE-CESS-AMT TO AUD-CESS.
      *
       0010A-EXIT.
      *
           MOVE DED-80G TO AUD-80G-ALLOWED
           MOVE HRA TO AUD-HRA
           MOVE LTA TO AUD-LTA
           MOVE WS-HP-DECLARED TO AUD-HP-DECLARED
           MOVE TE-HP-SETOFF TO AUD-HP-SETOFF
           MOVE TE-STCG-TAXED TO AUD-STCG-AMT
           MOVE TE-STCG-TAX TO AUD-STCG-TAX
           MOVE TE-LTCG-TAXED TO AUD-LTCG-AMT
           MOVE TE-LTCG-TAX TO AUD-LTCG-TAX
           MOVE WS-LSH-BF (1) TO AUD-HP-BF
           MOVE WS-LSH-USED (1) TO AUD-HP-BF-USED
           MOVE WS-LSH-EXPIRED (1) TO AUD-HP-BF-EXPIRED
           MOVE WS-LSH-CF (1) TO AUD-HP-CF
           MOVE WS-LSH-BF (2) TO AUD-STCG-BF
           MOVE WS-LSH-USED (2) TO AUD-STCG-BF-USED
           MOVE WS-LSH-EXPIRED (2) TO AUD-STCG-BF-EXPIRED
           MOVE WS-LSH-CF (2) TO AUD-STCG-CF
           MOVE WS-LSH-BF (3) TO AUD-LTCG-BF
           MOVE WS-LSH-USED (3) TO AUD-LTCG-BF-USED
           MOVE WS-LSH-EXPIRED (3) TO AUD-LTCG-BF-EXPIRED
           MOVE WS-LSH-CF (3) TO AUD-LTCG-CF
           WRITE AUDIT-RECORD.
      *
       0010B-EXIT.
               DISPLAY 'STDRPT - TAX HISTORY OPEN FAILED - '
                   'STATUS ' WS-HIST-STATUS
                   ' - HISTORY NOT POSTED THIS RUN'
           END-EVALUATE
           IF WS-HIST-ENABLED-YES
             PERFORM 0011B-OPEN-BEFORE-IMAGES THRU 0011B-EXIT
           END-IF.
      *
       0011-EXIT.
      *
      *
           MOVE PAN-NO TO TH-PAN-NO
           MOVE WS-ASSESSMENT-YEAR TO TH-ASSMT-YEAR
           PERFORM 0011C-SAVE-BEFORE-IMAGE THRU 0011C-EXIT
           MOVE GROSS-SALARY TO TH-GROSS-INCOME
           MOVE DED TO TH-DEDUCTIONS
           MOVE INCOME-TAX TO TH-INCOME-TAX
      *
       0011A-EXIT.
      *
       0011B-OPEN-BEFORE-IMAGES.
      *
           OPEN I-O HISTBFI
           IF WS-HBI-STATUS = '35'
             OPEN OUTPUT HISTBFI
             IF WS-HBI-STATUS = '00'
               CLOSE HISTBFI
               OPEN I-O HISTBFI
             END-IF
           END-IF
           IF WS-HBI-STATUS NOT = '00'
             DISPLAY 'STDRPT - HISTORY BEFORE-IMAGE OPEN FAILED - '
                 'STATUS ' WS-HBI-STATUS
                 ' - HISTORY NOT POSTED THIS RUN'
             CLOSE TAXHIST
             MOVE 'N' TO WS-HIST-ENABLED
           END-IF.
      *
       0011B-EXIT.
      *
      *    THE HISTORY RECORD AS IT STANDS BEFORE THIS CYCLE POSTS -
      *    A DUPLICATE KEY MEANS THE CYCLE IS BEING RERUN AND THE
      *    ORIGINAL IMAGE IS ALREADY SAFE.
       0011C-SAVE-BEFORE-IMAGE.
      *
           MOVE RC-CYCLE-DATE TO HB-CYCLE-DATE
           MOVE TH-PAN-NO TO HB-PAN-NO
           MOVE TH-ASSMT-YEAR TO HB-ASSMT-YEAR
           READ TAXHIST
             INVALID KEY
               SET HB-ACTION-ADDED TO TRUE
               MOVE ZEROS TO HB-GROSS-INCOME
               MOVE ZEROS TO HB-DEDUCTIONS
               MOVE ZEROS TO HB-INCOME-TAX
               MOVE SPACE TO HB-TDS-FLAG
             NOT INVALID KEY
               SET HB-ACTION-REPLACED TO TRUE
               MOVE TH-GROSS-INCOME TO HB-GROSS-INCOME
               MOVE TH-DEDUCTIONS TO HB-DEDUCTIONS
               MOVE TH-INCOME-TAX TO HB-INCOME-TAX
               MOVE TH-TDS-FLAG TO HB-TDS-FLAG
           END-READ
           WRITE HIST-BEFORE-REC
             INVALID KEY
               CONTINUE
           END-WRITE
           MOVE HB-PAN-NO TO TH-PAN-NO
           MOVE HB-ASSMT-YEAR TO TH-ASSMT-YEAR.
      *
       0011C-EXIT.
      *
      *    END-OF-RUN SWEEP - THE CHALLANS LEFT WHEN THE INCOME FEED
      *    RUNS OUT WERE NEVER CLAIMED AND JOIN THE ONES THE MERGE
      *    ALREADY LISTED, FOR DATA CONTROL TO CHASE WITH THE BANK.
      *    A CLEAN CYCLE STILL GETS A HEADED REPORT SAYING SO.
       0012-SWEEP-CHALLANS.
      *
           PERFORM 0008B1-LIST-UNCLAIMED-CHALLAN THRU 0008B1-EXIT
               UNTIL WS-EOF-CHL-YES
           IF WS-CHX-LINE-COUNT = ZERO
             PERFORM 0012B-WRITE-CHX-HEADERS THRU 0012B-EXIT
           END-IF
           WRITE CHX-LINE FROM WS-BLANK-LINE
           MOVE WS-CHL-UNMATCHED TO CHX-TOT-UNMATCHED
           WRITE CHX-LINE FROM CHX-TOTALS-LINE
           DISPLAY 'STDRPT - CHALLANS READ: ' WS-CHL-READ-COUNT
               ' UNMATCHED: ' WS-CHL-UNMATCHED.
      *
       0012-EXIT.
      *
       0012B-WRITE-CHX-HEADERS.
      *
      *
       0012B-EXIT.
      *
      *    THE SAME SWEEP FOR THE ADDITIONAL HEADS.
       0012C-SWEEP-ADDL-INCOME.
      *
           PERFORM 0002F1-LIST-UNCLAIMED-HEAD THRU 0002F1-EXIT
               UNTIL WS-EOF-ADL-YES
           IF WS-ADX-LINE-COUNT = ZERO
             PERFORM 0012E-WRITE-ADX-HEADERS THRU 0012E-EXIT
           END-IF
           WRITE ADX-LINE FROM WS-BLANK-LINE
           MOVE WS-ADL-UNMATCHED TO ADX-TOT-UNMATCHED
           MOVE WS-ADL-REJECTED TO ADX-TOT-REJECTED
           WRITE ADX-LINE FROM ADX-TOTALS-LINE
           DISPLAY 'STDRPT - ADDL INCOME READ: ' WS-ADL-READ-COUNT
               ' UNMATCHED: ' WS-ADL-UNMATCHED
               ' REJECTED: ' WS-ADL-REJECTED.
      *
       0012C-EXIT.
      *
       0012D-WRITE-ADX-DETAIL.
      *
           IF WS-ADX-LINE-COUNT = ZERO
              OR WS-ADX-LINE-COUNT >= WS-ADX-MAX-LINES-PAGE
             PERFORM 0012E-WRITE-ADX-HEADERS THRU 0012E-EXIT
           END-IF
           MOVE ADS-PAN-NO TO ADX-PAN-NO
           MOVE ADS-HEAD-CODE TO ADX-HEAD
           IF ADS-AMOUNT NUMERIC
             MOVE ADS-AMOUNT TO ADX-AMOUNT
           ELSE
             MOVE ZEROS TO ADX-AMOUNT
           END-IF
           MOVE WS-ADL-REASON TO ADX-REASON
           WRITE ADX-LINE FROM ADX-DETAIL-LINE
           ADD 1 TO WS-ADX-LINE-COUNT.
      *
       0012D-EXIT.
      *
       0012E-WRITE-ADX-HEADERS.
      *
           ADD 1 TO WS-ADX-PAGE-NUMBER
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO ADX-RUN-DATE
           MOVE WS-ADX-PAGE-NUMBER TO ADX-PAGE-NO
           WRITE ADX-LINE FROM ADX-HEADING-1
           WRITE ADX-LINE FROM ADX-HEADING-2
           WRITE ADX-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO WS-ADX-LINE-COUNT.
      *
       0012E-EXIT.
      *
      *    THE RESTART DECISION IS ALREADY MADE WHEN THIS RUNS, SO A
      *    VERIFIED CHECKPOINT RESTART MAY RIDE OVER THE ABENDED
      *    RUN'S OPEN REGISTRY ENTRY; ANYTHING ELSE REFUSES.
      *
       0014-EXIT.
      *
      *    THE LEDGER IS READ-ONLY HERE. A CYCLE RUN BEFORE PAYROLL
      *    HAS POSTED ANY MONTH HAS NO LEDGER YET - THE AGREEMENT
      *    CHECK IS SKIPPED AND INTEREST FALLS BACK TO APRIL. THE
      *    LEDGER IS READ FOR THE FISCAL YEAR BEFORE THE ASSESSMENT
      *    YEAR, AS FORM16 READS IT, SO A FINAL RUN AFTER 1 APRIL
      *    STILL AGREES THE YEAR JUST CLOSED. ONLY AN ASSESSMENT
      *    YEAR THAT IS NOT NUMERIC FALLS BACK TO THE RUN DATE'S.
       0015-OPEN-LEDGER.
      *
           IF WS-ASSESSMENT-YEAR NUMERIC
             COMPUTE WS-LDG-FISCAL-YEAR = WS-ASSESSMENT-YEAR-9 - 1
           ELSE
             IF WS-CURRENT-MONTH >= 4
               MOVE WS-CURRENT-YEAR TO WS-LDG-FISCAL-YEAR
             ELSE
               COMPUTE WS-LDG-FISCAL-YEAR = WS-CURRENT-YEAR - 1
             END-IF
           END-IF
           DISPLAY 'STDRPT - LEDGER FISCAL YEAR FROM APRIL '
               WS-LDG-FISCAL-YEAR
           OPEN INPUT TDSLEDG
           IF WS-LDG-STATUS = '00'
             SET WS-LDG-ENABLED-YES TO TRUE
           ELSE
             DISPLAY 'STDRPT - TDS LEDGER OPEN FAILED - '
                 'STATUS ' WS-LDG-STATUS
                 ' - LEDGER NOT AGREED THIS RUN'
           END-IF.
      *
       0015-EXIT.
      *
       0015A-WRITE-LDX-HEADERS.
      *
           ADD 1 TO WS-LDX-PAGE-NUMBER
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO LDX-RUN-DATE
           MOVE WS-LDX-PAGE-NUMBER TO LDX-PAGE-NO
           WRITE LDX-LINE FROM LDX-HEADING-1
           WRITE LDX-LINE FROM LDX-HEADING-2
           WRITE LDX-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO WS-LDX-LINE-COUNT.
      *
       0015A-EXIT.
      *
      *    A CLEAN CYCLE STILL GETS A HEADED REPORT SAYING SO.
       0015B-CLOSE-LEDGER-RPT.
      *
           IF WS-LDX-LINE-COUNT = ZERO
             PERFORM 0015A-WRITE-LDX-HEADERS THRU 0015A-EXIT
           END-IF
           WRITE LDX-LINE FROM WS-BLANK-LINE
           MOVE WS-LDG-MISMATCH-COUNT TO LDX-TOT-MISMATCH
           WRITE LDX-LINE FROM LDX-TOTALS-LINE
           DISPLAY 'STDRPT - PANS NOT AGREEING TO LEDGER: '
               WS-LDG-MISMATCH-COUNT.
      *
       0015B-EXIT.
      *
      *    THE LEDGER IS KEYED ON A FOUR-DIGIT ASSESSMENT YEAR AND
      *    EACH LOSS'S LIFE IS WORKED FROM IT, SO A YEAR PARAMETER
      *    THAT IS NOT NUMERIC LEAVES CARRY-FORWARD OFF. A PROJECTION
      *    RUN BEFORE ANY ANNUAL RUN HAS POSTED HAS NO LEDGER YET.
       0016-OPEN-LOSS-LEDGER.
      *
           IF WS-ASSESSMENT-YEAR NOT NUMERIC
             DISPLAY 'STDRPT - ASSESSMENT YEAR ' WS-ASSESSMENT-YEAR
                 ' NOT NUMERIC - LOSSES NOT CARRIED FORWARD'
             GO TO 0016-EXIT
           END-IF
           MOVE WS-ASSESSMENT-YEAR TO WS-LSL-AY
           IF WS-MODE-PROJECTION
             OPEN INPUT LOSSLDG
             IF WS-LSL-STATUS = '00'
               SET WS-LSL-ENABLED-YES TO TRUE
             ELSE
               DISPLAY 'STDRPT - LOSS LEDGER OPEN FAILED - '
                   'STATUS ' WS-LSL-STATUS
                   ' - NO LOSSES BROUGHT FORWARD THIS RUN'
             END-IF
             GO TO 0016-EXIT
           END-IF
           OPEN I-O LOSSLDG
           IF WS-LSL-STATUS = '35'
             OPEN OUTPUT LOSSLDG
             IF WS-LSL-STATUS = '00'
               CLOSE LOSSLDG
               OPEN I-O LOSSLDG
             END-IF
           END-IF
           IF WS-LSL-STATUS NOT = '00'
             DISPLAY 'STDRPT - LOSS LEDGER OPEN FAILED - '
                 'STATUS ' WS-LSL-STATUS
                 ' - LOSSES NOT CARRIED FORWARD THIS RUN'
             GO TO 0016-EXIT
           END-IF
      *
      *    NO LEDGER POSTING WITHOUT ITS BEFORE-IMAGES.
           OPEN I-O LOSSBFI
           IF WS-LBI-STATUS = '35'
             OPEN OUTPUT LOSSBFI
             IF WS-LBI-STATUS = '00'
               CLOSE LOSSBFI
               OPEN I-O LOSSBFI
             END-IF
           END-IF
           IF WS-LBI-STATUS NOT = '00'
             DISPLAY 'STDRPT - LOSS BEFORE-IMAGE OPEN FAILED - '
                 'STATUS ' WS-LBI-STATUS
                 ' - LOSSES NOT CARRIED FORWARD THIS RUN'
             CLOSE LOSSLDG
             GO TO 0016-EXIT
           END-IF
           SET WS-LSL-ENABLED-YES TO TRUE
           SET WS-LSL-POSTING-YES TO TRUE.
      *
       0016-EXIT.
      *
      *    THE DECLARED HOUSE-PROPERTY FIGURE IS KEPT FOR THE AUDIT
      *    TRAIL BEFORE THE SET-OFF REDUCES IT. ONLY POSITIVE INCOME
      *    ON A HEAD CAN ABSORB AN EARLIER LOSS OF THAT HEAD. THE
      *    PAN'S LEDGER RECORDS COME BACK IN KEY ORDER, SO THE
      *    OLDEST YEAR'S LOSS IS USED FIRST.
       0016A-SET-OFF-BROUGHT-FWD.
      *
           MOVE WS-HP-INCOME TO WS-HP-DECLARED
           MOVE ZEROS TO WS-LSL-HEAD (1)
           MOVE ZEROS TO WS-LSL-HEAD (2)
           MOVE ZEROS TO WS-LSL-HEAD (3)
           IF NOT WS-LSL-ENABLED-YES
             GO TO 0016A-EXIT
           END-IF
           IF WS-HP-INCOME > ZERO
             MOVE WS-HP-INCOME TO WS-LSH-AVAILABLE (1)
           END-IF
           IF WS-STCG-AMT > ZERO
             MOVE WS-STCG-AMT TO WS-LSH-AVAILABLE (2)
           END-IF
           IF WS-LTCG-AMT > ZERO
             MOVE WS-LTCG-AMT TO WS-LSH-AVAILABLE (3)
           END-IF
           MOVE PAN-NO TO LL-PAN-NO
           MOVE LOW-VALUES TO LL-ORIGIN-AY
           MOVE LOW-VALUES TO LL-HEAD
           MOVE SPACE TO WS-EOF-LSL
           START LOSSLDG KEY IS NOT LESS THAN LL-KEY
             INVALID KEY
               GO TO 0016A-EXIT
           END-START
           PERFORM 0016B-SET-OFF-ONE-LOSS THRU 0016B-EXIT
               UNTIL WS-EOF-LSL-YES
           SUBTRACT WS-LSH-USED (1) FROM WS-HP-INCOME
           SUBTRACT WS-LSH-USED (2) FROM WS-STCG-AMT
           SUBTRACT WS-LSH-USED (3) FROM WS-LTCG-AMT.
      *
       0016A-EXIT.
      *
      *    ONE EARLIER-YEAR LOSS. A RERUN OF THE YEAR FIRST PUTS
      *    BACK WHAT THE EARLIER RUN SET OFF, SO THE SAME LOSS IS
      *    NEVER USED TWICE. THIS YEAR'S OWN LOSS BELONGS TO THE
      *    CARRY-FORWARD STEP AND IS PASSED OVER HERE.
       0016B-SET-OFF-ONE-LOSS.
      *
           READ LOSSLDG NEXT RECORD
             AT END
               SET WS-EOF-LSL-YES TO TRUE
               GO TO 0016B-EXIT
           END-READ
           IF LL-PAN-NO NOT = PAN-NO
             SET WS-EOF-LSL-YES TO TRUE
             GO TO 0016B-EXIT
           END-IF
           IF LL-ORIGIN-AY NOT < WS-ASSESSMENT-YEAR
             GO TO 0016B-EXIT
           END-IF
           EVALUATE TRUE
             WHEN LL-HEAD-HOUSE-PROP
               MOVE 1 TO WS-LSL-IX
             WHEN LL-HEAD-STCG
               MOVE 2 TO WS-LSL-IX
             WHEN LL-HEAD-LTCG
               MOVE 3 TO WS-LSL-IX
             WHEN OTHER
               GO TO 0016B-EXIT
           END-EVALUATE
           PERFORM 0016E-HOLD-LOSS-IMAGE THRU 0016E-EXIT
           MOVE 'N' TO WS-LSL-CHANGED
           IF LL-LAST-AY = WS-ASSESSMENT-YEAR
             ADD LL-LAST-USED TO LL-BALANCE
             MOVE ZEROS TO LL-LAST-USED
             MOVE SPACES TO LL-LAST-AY
             SET LL-STATUS-OPEN TO TRUE
             SET WS-LSL-CHANGED-YES TO TRUE
           END-IF
           IF WS-LSL-AY > LL-EXPIRY-AY
             PERFORM 0016B1-EXPIRE-LOSS THRU 0016B1-EXIT
           ELSE
             PERFORM 0016B2-USE-LOSS THRU 0016B2-EXIT
           END-IF
           IF WS-LSL-CHANGED-YES AND WS-LSL-POSTING-YES
             MOVE RC-CYCLE-DATE TO LL-POSTED-DATE
             WRITE LOSS-BEFORE-REC
               INVALID KEY
                 CONTINUE
             END-WRITE
             REWRITE LOSS-LEDGER-REC
           END-IF.
      *
       0016B-EXIT.
      *
      *    PAST ITS LAST YEAR - WHAT IS LEFT LAPSES. IT IS COUNTED
      *    ONLY IN THE FIRST YEAR AFTER ITS LIFE RUNS OUT, SO THE
      *    SAME LAPSE IS NOT REPORTED AGAIN YEAR AFTER YEAR.
       0016B1-EXPIRE-LOSS.
      *
           IF LL-BALANCE = ZERO
             GO TO 0016B1-EXIT
           END-IF
           COMPUTE WS-LSL-EXPIRED-AY = LL-EXPIRY-AY + 1
           IF WS-LSL-AY = WS-LSL-EXPIRED-AY
             ADD LL-BALANCE TO WS-LSH-EXPIRED (WS-LSL-IX)
             ADD 1 TO WS-LSL-EXPIRED-COUNT
           END-IF
           IF NOT LL-STATUS-EXPIRED
             SET LL-STATUS-EXPIRED TO TRUE
             SET WS-LSL-CHANGED-YES TO TRUE
           END-IF.
      *
       0016B1-EXIT.
      *
       0016B2-USE-LOSS.
      *
           ADD LL-BALANCE TO WS-LSH-BF (WS-LSL-IX)
           IF LL-BALANCE > ZERO
              AND WS-LSH-AVAILABLE (WS-LSL-IX) > ZERO
             IF LL-BALANCE < WS-LSH-AVAILABLE (WS-LSL-IX)
               MOVE LL-BALANCE TO WS-LSL-TAKE
             ELSE
               MOVE WS-LSH-AVAILABLE (WS-LSL-IX) TO WS-LSL-TAKE
             END-IF
             SUBTRACT WS-LSL-TAKE FROM LL-BALANCE
             SUBTRACT WS-LSL-TAKE FROM WS-LSH-AVAILABLE (WS-LSL-IX)
             ADD WS-LSL-TAKE TO WS-LSH-USED (WS-LSL-IX)
             MOVE WS-ASSESSMENT-YEAR TO LL-LAST-AY
             MOVE WS-LSL-TAKE TO LL-LAST-USED
             IF LL-BALANCE = ZERO
               SET LL-STATUS-USED-UP TO TRUE
             END-IF
             SET WS-LSL-CHANGED-YES TO TRUE
             ADD 1 TO WS-LSL-USED-COUNT
           END-IF
           ADD LL-BALANCE TO WS-LSH-CF (WS-LSL-IX).
      *
       0016B2-EXIT.
      *
      *    THIS YEAR'S UNABSORBED LOSS BY HEAD - HOUSE PROPERTY
      *    BEYOND THE ENGINE'S SET-OFF CEILING, A NET SHORT-TERM OR
      *    LONG-TERM CAPITAL LOSS IN FULL.
       0016C-CARRY-FORWARD.
      *
           MOVE ZEROS TO WS-LSL-NEW-LOSS
           IF WS-HP-INCOME < TE-HP-SETOFF
             COMPUTE WS-LSL-NEW-LOSS = TE-HP-SETOFF - WS-HP-INCOME
           END-IF
           MOVE 1 TO WS-LSL-IX
           PERFORM 0016D-POST-NEW-LOSS THRU 0016D-EXIT
           MOVE ZEROS TO WS-LSL-NEW-LOSS
           IF WS-STCG-AMT < ZERO
             COMPUTE WS-LSL-NEW-LOSS = ZERO - WS-STCG-AMT
           END-IF
           MOVE 2 TO WS-LSL-IX
           PERFORM 0016D-POST-NEW-LOSS THRU 0016D-EXIT
           MOVE ZEROS TO WS-LSL-NEW-LOSS
           IF WS-LTCG-AMT < ZERO
             COMPUTE WS-LSL-NEW-LOSS = ZERO - WS-LTCG-AMT
           END-IF
           MOVE 3 TO WS-LSL-IX
           PERFORM 0016D-POST-NEW-LOSS THRU 0016D-EXIT.
      *
       0016C-EXIT.
      *
      *    ONE LEDGER RECORD PER PAN, YEAR AND HEAD - A RERUN OF THE
      *    YEAR REPLACES ITS OWN RECORD, OR DELETES IT IF THE LOSS
      *    HAS GONE. ANY PART A LATER YEAR HAS ALREADY DRAWN STAYS
      *    DRAWN AND ONLY THE REST IS OPEN.
       0016D-POST-NEW-LOSS.
      *
           ADD WS-LSL-NEW-LOSS TO WS-LSH-CF (WS-LSL-IX)
           IF NOT WS-LSL-POSTING-YES
             GO TO 0016D-EXIT
           END-IF
           MOVE PAN-NO TO LL-PAN-NO
           MOVE WS-ASSESSMENT-YEAR TO LL-ORIGIN-AY
           MOVE WS-LSL-HEAD-CODE (WS-LSL-IX) TO LL-HEAD
           READ LOSSLDG
             INVALID KEY
               MOVE 'N' TO WS-LSL-FOUND
             NOT INVALID KEY
               SET WS-LSL-FOUND-YES TO TRUE
           END-READ
           IF WS-LSL-FOUND-YES
             PERFORM 0016E-HOLD-LOSS-IMAGE THRU 0016E-EXIT
             COMPUTE WS-LSL-TAKE = LL-LOSS-AMT - LL-BALANCE
           ELSE
             IF WS-LSL-NEW-LOSS = ZERO
               GO TO 0016D-EXIT
             END-IF
             MOVE RC-CYCLE-DATE TO LB-CYCLE-DATE
             MOVE LL-PAN-NO TO LB-PAN-NO
             MOVE LL-ORIGIN-AY TO LB-ORIGIN-AY
             MOVE LL-HEAD TO LB-HEAD
             SET LB-ACTION-ADDED TO TRUE
             MOVE ZEROS TO LB-LOSS-AMT
             MOVE ZEROS TO LB-BALANCE
             MOVE ZEROS TO LB-EXPIRY-AY
             MOVE SPACE TO LB-STATUS
             MOVE SPACES TO LB-LAST-AY
             MOVE ZEROS TO LB-LAST-USED
             MOVE ZEROS TO LB-POSTED-DATE
             MOVE ZEROS TO WS-LSL-TAKE
             MOVE SPACES TO LL-LAST-AY
             MOVE ZEROS TO LL-LAST-USED
           END-IF
           WRITE LOSS-BEFORE-REC
             INVALID KEY
               CONTINUE
           END-WRITE
           IF WS-LSL-NEW-LOSS = ZERO AND WS-LSL-TAKE = ZERO
             DELETE LOSSLDG RECORD
             GO TO 0016D-EXIT
           END-IF
           MOVE WS-LSL-NEW-LOSS TO LL-LOSS-AMT
           IF WS-LSL-NEW-LOSS > WS-LSL-TAKE
             COMPUTE LL-BALANCE = WS-LSL-NEW-LOSS - WS-LSL-TAKE
             SET LL-STATUS-OPEN TO TRUE
           ELSE
             MOVE ZEROS TO LL-BALANCE
             SET LL-STATUS-USED-UP TO TRUE
           END-IF
           COMPUTE LL-EXPIRY-AY = WS-LSL-AY + WS-LSL-LIFE
           MOVE RC-CYCLE-DATE TO LL-POSTED-DATE
           IF WS-LSL-FOUND-YES
             REWRITE LOSS-LEDGER-REC
           ELSE
             WRITE LOSS-LEDGER-REC
           END-IF
           ADD 1 TO WS-LSL-POSTED-COUNT.
      *
       0016D-EXIT.
      *
      *    THE LEDGER RECORD AS IT STANDS BEFORE THIS CYCLE CHANGES
      *    IT; WRITTEN ONLY IF THE CYCLE GOES ON TO CHANGE IT.
       0016E-HOLD-LOSS-IMAGE.
      *
           MOVE RC-CYCLE-DATE TO LB-CYCLE-DATE
           MOVE LL-PAN-NO TO LB-PAN-NO
           MOVE LL-ORIGIN-AY TO LB-ORIGIN-AY
           MOVE LL-HEAD TO LB-HEAD
           SET LB-ACTION-REPLACED TO TRUE
           MOVE LL-LOSS-AMT TO LB-LOSS-AMT
           MOVE LL-BALANCE TO LB-BALANCE
           MOVE LL-EXPIRY-AY TO LB-EXPIRY-AY
           MOVE LL-STATUS TO LB-STATUS
           MOVE LL-LAST-AY TO LB-LAST-AY
           MOVE LL-LAST-USED TO LB-LAST-USED
           MOVE LL-POSTED-DATE TO LB-POSTED-DATE.
      *
       0016E-EXIT.
      *
