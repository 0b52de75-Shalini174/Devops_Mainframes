      *******This program backs out a completed tax cycle that turned
      * out to be wrong - the wrong parameter file, a corrupt feed
      * that got past the checks. Given the cycle date it puts every
      * tax-history record the cycle posted back to the before-image
      * STDRPT saved (deleting the ones the cycle added), writes a GL
      * reversal batch that exactly offsets the cycle's journal, and
      * resets the cycle's run-registry entries for the tax chain so
      * the chain can run again from PANCONS. The loss carry-forward
      * ledger is put back from its own before-images the same way.
      * The refund register is not touched - a refund sent to the
      * bank is money gone, and when the cycle runs again RFDPAY
      * fails its proof on any refund whose amount has changed.
      * The back-out report lists every history and loss record
      * restored and proves the history, the loss ledger and the GL
      * are back to their pre-cycle totals; a failed proof fails
      * the job. **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCBACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTBFI ASSIGN TO HISTBFI
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HB-KEY
              FILE STATUS IS WS-HBI-STATUS.
           SELECT TAXHIST ASSIGN TO TAXHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TH-HIST-KEY
              FILE STATUS IS WS-HIST-STATUS.
           SELECT GLJRNL ASSIGN TO GLJRNL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-GLJ-STATUS.
           SELECT GLREVRS ASSIGN TO GLREVRS
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT RUNCTLFL ASSIGN TO RUNCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RR-KEY
              FILE STATUS IS WS-REG-STATUS.
           SELECT BACKRPT ASSIGN TO BKORPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT LOSSBFI ASSIGN TO LOSSBFI
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LB-KEY
              FILE STATUS IS WS-LBI-STATUS.
           SELECT LOSSLDG ASSIGN TO LOSSLDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LL-KEY
              FILE STATUS IS WS-LSL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *    TAX-HISTORY BEFORE-IMAGES SAVED BY STDRPT AS IT POSTS -
      *    SAME LAYOUT AS THE STDRPT COPY. A BACKED-OUT CYCLE'S
      *    IMAGES ARE DELETED ONCE APPLIED.
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
      *    MULTI-YEAR TAX HISTORY AS POSTED BY THE TAX RUN - KEYED
      *    ON PAN-NO PLUS ASSESSMENT YEAR.
       FD  TAXHIST
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS TAX-HIST-REC.
      *
       01  TAX-HIST-REC.
           02  TH-HIST-KEY.
               03  TH-PAN-NO         PIC X(10).
               03  TH-ASSMT-YEAR     PIC X(04).
           02  TH-GROSS-INCOME   PIC 9(9)V99.
           02  TH-DEDUCTIONS     PIC 9(9)V99.
           02  TH-INCOME-TAX     PIC 9(9)V99.
           02  TH-TDS-FLAG       PIC X(01).

      *
      *    THE CYCLE'S JOURNAL AS GLPOST WROTE IT - ABSENT WHEN THE
      *    CYCLE WAS STOPPED BEFORE THE LEDGER POSTING.
       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-RECORD.
      *
       01  GL-RECORD.
           02  GL-BATCH-REF      PIC X(12).
           02  FILLER            PIC X(01).
           02  GL-CYCLE-DATE     PIC 9(08).
           02  FILLER            PIC X(01).
           02  GL-ACCOUNT        PIC X(08).
           02  FILLER            PIC X(01).
           02  GL-DR-CR          PIC X(02).
           02  FILLER            PIC X(01).
           02  GL-AMOUNT         PIC 9(11)V99.
           02  FILLER            PIC X(01).
           02  GL-DESCRIPTION    PIC X(30).
           02  FILLER            PIC X(02).

      *
      *    THE REVERSAL BATCH IN THE LEDGER LOADER'S LAYOUT - ONE
      *    LINE PER JOURNAL LINE, SAME ACCOUNT AND AMOUNT, DEBIT AND
      *    CREDIT SWAPPED, UNDER ITS OWN BATCH REFERENCE.
       FD  GLREVRS
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GR-RECORD.
      *
       01  GR-RECORD.
           02  GR-BATCH-REF      PIC X(12).
           02  FILLER            PIC X(01).
           02  GR-CYCLE-DATE     PIC 9(08).
           02  FILLER            PIC X(01).
           02  GR-ACCOUNT        PIC X(08).
           02  FILLER            PIC X(01).
           02  GR-DR-CR          PIC X(02).
           02  FILLER            PIC X(01).
           02  GR-AMOUNT         PIC 9(11)V99.
           02  FILLER            PIC X(01).
           02  GR-DESCRIPTION    PIC X(30).
           02  FILLER            PIC X(02).

      *
      *    RUN REGISTRY AS STAMPED BY THE BATCH CHAIN THROUGH THE
      *    RUNCTL SUBPROGRAM - KEYED ON JOB NAME PLUS CYCLE DATE.
       FD  RUNCTLFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS RUN-REGISTRY-REC.
      *
       01  RUN-REGISTRY-REC.
           02  RR-KEY.
               03  RR-JOB-NAME       PIC X(08).
               03  RR-CYCLE-DATE     PIC 9(08).
           02  RR-STATUS         PIC X(01).
               88  RR-STATUS-INFLIGHT        VALUE 'I'.
               88  RR-STATUS-COMPLETE        VALUE 'C'.
           02  RR-START-TIME     PIC 9(06).
           02  RR-END-TIME       PIC 9(06).
           02  RR-RECORD-COUNT   PIC 9(09).

      *
      *    BACK-OUT REPORT FOR DATA CONTROL AND FINANCE SIGN-OFF.
       FD  BACKRPT
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BKO-LINE.
      *
       01  BKO-LINE                    PIC X(132).

      *
      *    LOSS-LEDGER BEFORE-IMAGES SAVED BY STDRPT - SAME LAYOUT AS
      *    THE STDRPT COPY. ABSENT UNTIL AN ANNUAL RUN HAS OPENED THE
      *    LOSS LEDGER; SPENT IMAGES ARE DELETED AS FOR HISTORY.
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

      *
      *    LOSS CARRY-FORWARD LEDGER AS POSTED BY THE TAX RUN - SAME
      *    LAYOUT AS THE STDRPT COPY.
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
           02  LL-LOSS-AMT       PIC 9(9)V99.
           02  LL-BALANCE        PIC 9(9)V99.
           02  LL-EXPIRY-AY      PIC 9(04).
           02  LL-STATUS         PIC X(01).
           02  LL-LAST-AY        PIC X(04).
           02  LL-LAST-USED      PIC 9(9)V99.
           02  LL-POSTED-DATE    PIC 9(08).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-HBI-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-HIST-STATUS          PIC X(02)   VALUE SPACES.
           02  WS-GLJ-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-REG-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-HBI              PIC X(001)  VALUE ' '.
               88  WS-EOF-HBI-YES                     VALUE 'Y'.
           02  WS-EOF-HIST             PIC X(001)  VALUE ' '.
               88  WS-EOF-HIST-YES                    VALUE 'Y'.
           02  WS-EOF-GLJ              PIC X(001)  VALUE ' '.
               88  WS-EOF-GLJ-YES                     VALUE 'Y'.
           02  WS-EOF-REG              PIC X(001)  VALUE ' '.
               88  WS-EOF-REG-YES                     VALUE 'Y'.
           02  WS-HIST-FOUND           PIC X(001)  VALUE 'N'.
               88  WS-HIST-FOUND-YES                  VALUE 'Y'.
           02  WS-JOURNAL-ON-HAND      PIC X(001)  VALUE 'N'.
               88  WS-JOURNAL-ON-HAND-YES              VALUE 'Y'.
           02  WS-PROOF-GOOD           PIC X(001)  VALUE 'Y'.
               88  WS-PROOF-GOOD-YES                   VALUE 'Y'.
               88  WS-PROOF-GOOD-NO                    VALUE 'N'.
           02  WS-REG-FUNCTION         PIC X(001)  VALUE SPACE.
               88  WS-REG-CHECK                        VALUE 'C'.
               88  WS-REG-RESET                        VALUE 'R'.
           02  WS-INFLIGHT-COUNT       PIC 9(03)   VALUE ZERO.
           02  WS-LBI-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-LSL-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-LBI              PIC X(001)  VALUE ' '.
               88  WS-EOF-LBI-YES                     VALUE 'Y'.
           02  WS-EOF-LSL              PIC X(001)  VALUE ' '.
               88  WS-EOF-LSL-YES                     VALUE 'Y'.
           02  WS-LSL-FOUND            PIC X(001)  VALUE 'N'.
               88  WS-LSL-FOUND-YES                   VALUE 'Y'.
           02  WS-LOSS-ON-HAND         PIC X(001)  VALUE 'N'.
               88  WS-LOSS-ON-HAND-YES                VALUE 'Y'.
      *
      *    CYCLE BEING BACKED OUT - THE FIRST RUN PARAMETER, NO
      *    DEFAULT. BACKING OUT THE WRONG CYCLE IS NOT A RISK THIS
      *    PROGRAM TAKES ON THE OPERATOR'S BEHALF.
       01  CYCLE-CONTROLS.
           02  WS-CYCLE-DATE-PARM      PIC X(08)   VALUE SPACES.
           02  WS-CYCLE-DATE           PIC 9(08)   VALUE ZERO.
           02  WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE.
               03  WS-CYCLE-YEAR           PIC 9(04).
               03  WS-CYCLE-MONTH          PIC 9(02).
               03  WS-CYCLE-DAY            PIC 9(02).
           02  WS-REV-BATCH-REF        PIC X(12)   VALUE SPACES.
      *
      *    THE TAX CHAIN FROM PANCONS ON - THESE ARE THE JOBS WHOSE
      *    REGISTRY ENTRIES FOR THE CYCLE ARE RESET. JOBS THAT FEED
      *    THE CHAIN (MASTER MAINTENANCE, PAYROLL POSTING) ARE NOT
      *    PART OF THE BAD CYCLE AND ARE LEFT AS THEY ARE. RFDPAY
      *    IS RESET SO THE RERUN CAN PROVE THE REFUND REGISTER.
       01  CHAIN-JOB-VALUES.
           02  FILLER                  PIC X(32)   VALUE
               'PANCONS PRFVER  STDRPT  EXRECYC '.
           02  FILLER                  PIC X(32)   VALUE
               'FORM16  VARRPT  REGADV  RFDPAY  '.
       01  CHAIN-JOB-TABLE REDEFINES CHAIN-JOB-VALUES.
           02  WS-CHAIN-JOB            PIC X(08)   OCCURS 8 TIMES.
       01  CHAIN-JOB-CONTROLS.
           02  WS-CHAIN-MAX            PIC 9(02)   VALUE 08.
           02  WS-CHAIN-IX             PIC 9(02)   VALUE ZERO.
           02  WS-CHAIN-FOUND          PIC X(001)  VALUE 'N'.
               88  WS-CHAIN-FOUND-YES                  VALUE 'Y'.
      *
      *    HISTORY PROOF FIGURES - THE WHOLE FILE IS TOTALLED BEFORE
      *    AND AFTER, AND THE RECORDS THE CYCLE TOUCHED ARE TOTALLED
      *    AS THE CYCLE LEFT THEM, AS THEY STOOD BEFORE IT, AND AS
      *    THE BACK-OUT LEAVES THEM.
       01  HISTORY-PROOF-AREA.
           02  WS-HST-SUM-COUNT        PIC 9(09)    VALUE ZERO.
           02  WS-HST-SUM-TAX          PIC 9(13)V99 VALUE ZERO.
           02  WS-HST-BEFORE-COUNT     PIC 9(09)    VALUE ZERO.
           02  WS-HST-BEFORE-TAX       PIC 9(13)V99 VALUE ZERO.
           02  WS-HST-AFTER-COUNT      PIC 9(09)    VALUE ZERO.
           02  WS-HST-AFTER-TAX        PIC 9(13)V99 VALUE ZERO.
           02  WS-HST-EXPECT-COUNT     PIC S9(09)   VALUE ZERO.
           02  WS-HST-EXPECT-TAX       PIC S9(13)V99 VALUE ZERO.
           02  WS-IMAGE-COUNT          PIC 9(09)    VALUE ZERO.
           02  WS-RESTORED-COUNT       PIC 9(09)    VALUE ZERO.
           02  WS-DELETED-COUNT        PIC 9(09)    VALUE ZERO.
           02  WS-MISSING-COUNT        PIC 9(09)    VALUE ZERO.
           02  WS-WRITTEN-BACK-COUNT   PIC 9(09)    VALUE ZERO.
           02  WS-MISMATCH-COUNT       PIC 9(09)    VALUE ZERO.
           02  WS-CYCLE-POSTED-TAX     PIC 9(13)V99 VALUE ZERO.
           02  WS-PRE-CYCLE-TAX        PIC 9(13)V99 VALUE ZERO.
           02  WS-RESTORED-TAX         PIC 9(13)V99 VALUE ZERO.
           02  WS-REC-POSTED-TAX       PIC 9(9)V99  VALUE ZERO.
           02  WS-REC-RESULT           PIC X(08)    VALUE SPACES.
      *
      *    LOSS-LEDGER PROOF FIGURES - THE SAME SHAPE AS HISTORY,
      *    PROVED ON THE OPEN BALANCES.
       01  LOSS-PROOF-AREA.
           02  WS-LSS-SUM-COUNT        PIC 9(09)    VALUE ZERO.
           02  WS-LSS-SUM-BAL          PIC 9(13)V99 VALUE ZERO.
           02  WS-LSS-BEFORE-COUNT     PIC 9(09)    VALUE ZERO.
           02  WS-LSS-BEFORE-BAL       PIC 9(13)V99 VALUE ZERO.
           02  WS-LSS-AFTER-COUNT      PIC 9(09)    VALUE ZERO.
           02  WS-LSS-AFTER-BAL        PIC 9(13)V99 VALUE ZERO.
           02  WS-LSS-EXPECT-COUNT     PIC S9(09)   VALUE ZERO.
           02  WS-LSS-EXPECT-BAL       PIC S9(13)V99 VALUE ZERO.
           02  WS-LSS-IMAGE-COUNT      PIC 9(09)    VALUE ZERO.
           02  WS-LSS-RESTORED-COUNT   PIC 9(09)    VALUE ZERO.
           02  WS-LSS-DELETED-COUNT    PIC 9(09)    VALUE ZERO.
           02  WS-LSS-MISSING-COUNT    PIC 9(09)    VALUE ZERO.
           02  WS-LSS-WRITTEN-BACK     PIC 9(09)    VALUE ZERO.
           02  WS-LSS-MISMATCH-COUNT   PIC 9(09)    VALUE ZERO.
           02  WS-LSS-CYCLE-BAL        PIC 9(13)V99 VALUE ZERO.
           02  WS-LSS-PRE-CYCLE-BAL    PIC 9(13)V99 VALUE ZERO.
           02  WS-LSS-RESTORED-BAL     PIC 9(13)V99 VALUE ZERO.
           02  WS-LSS-REC-BAL          PIC 9(9)V99  VALUE ZERO.
      *
      *    LEDGER PROOF FIGURES.
       01  LEDGER-PROOF-AREA.
           02  WS-GLJ-READ-COUNT       PIC 9(05)    VALUE ZERO.
           02  WS-GLJ-OTHER-COUNT      PIC 9(05)    VALUE ZERO.
           02  WS-REV-LINE-COUNT       PIC 9(05)    VALUE ZERO.
           02  WS-ORIG-DEBITS          PIC 9(13)V99 VALUE ZERO.
           02  WS-ORIG-CREDITS         PIC 9(13)V99 VALUE ZERO.
           02  WS-REV-DEBITS           PIC 9(13)V99 VALUE ZERO.
           02  WS-REV-CREDITS          PIC 9(13)V99 VALUE ZERO.
           02  WS-LEDGER-NET           PIC S9(13)V99 VALUE ZERO.
      *
      *    RUN-REGISTRY INTERLOCK - THE CALLED RUNCTL SUBPROGRAM
      *    STAMPS THIS JOB IN THE SHARED REGISTRY AT START AND END
      *    AND REFUSES A SECOND BACK-OUT OF THE SAME CYCLE WHILE ONE
      *    IS STILL OPEN.
       01  RUN-CONTROL-PARMS.
           02  RC-FUNCTION            PIC X(01)   VALUE SPACE.
               88  RC-FUNC-START               VALUE 'S'.
               88  RC-FUNC-END                 VALUE 'E'.
           02  RC-JOB-NAME            PIC X(08)   VALUE 'CYCBACK '.
           02  RC-CYCLE-DATE          PIC 9(08)   VALUE ZERO.
           02  RC-PREREQ-JOB          PIC X(08)   VALUE SPACES.
           02  RC-ALLOW-RESTART       PIC X(01)   VALUE 'N'.
           02  RC-RECORD-COUNT        PIC 9(09)   VALUE ZERO.
           02  RC-REASON-CODE         PIC X(02)   VALUE SPACES.
               88  RC-OK                       VALUE '00'.
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP.
       01  WS-RUN-DATE-FIELDS.
           02  WS-RUN-DATE-YYYYMMDD    PIC 9(08)   VALUE ZERO.
           02  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
               03  WS-CURRENT-YEAR         PIC 9(04).
               03  WS-CURRENT-MONTH        PIC 9(02).
               03  WS-CURRENT-DAY          PIC 9(02).
      *
      *    REPORT CONTROLS AND LINE LAYOUTS.
       01  PRINT-CONTROLS.
           02  WS-PAGE-NUMBER          PIC 9(04)   VALUE ZERO.
           02  WS-LINE-COUNT           PIC 9(04)   VALUE ZERO.
           02  WS-MAX-LINES-PAGE       PIC 9(04)   VALUE 0050.
           02  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.

       01  BKO-HEADING-1.
           02  FILLER      PIC X(32)  VALUE
               'CYCBACK CYCLE BACK-OUT REPORT'.
           02  FILLER      PIC X(07)  VALUE 'CYCLE:'.
           02  BKO-CYCLE   PIC X(11).
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  BKO-RUN-DATE PIC X(10).
           02  FILLER      PIC X(10)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  BKO-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(42)  VALUE SPACES.

       01  BKO-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(06)  VALUE 'YEAR'.
           02  FILLER      PIC X(10)  VALUE 'ACTION'.
           02  FILLER      PIC X(18)  VALUE '  TAX AS POSTED'.
           02  FILLER      PIC X(18)  VALUE '  TAX RESTORED'.
           02  FILLER      PIC X(68)  VALUE '  RESULT'.

       01  BKO-DETAIL-LINE.
           02  BKO-PAN-NO      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  BKO-AY          PIC X(04).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  BKO-ACTION      PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  BKO-POSTED-TAX  PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  BKO-RESTORED-TAX PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  BKO-RESULT      PIC X(08).
           02  FILLER          PIC X(60) VALUE SPACES.

       01  BKL-HEADING.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(06)  VALUE 'YEAR'.
           02  FILLER      PIC X(06)  VALUE 'HEAD'.
           02  FILLER      PIC X(10)  VALUE 'ACTION'.
           02  FILLER      PIC X(18)  VALUE '  BAL AS POSTED'.
           02  FILLER      PIC X(18)  VALUE '  BAL RESTORED'.
           02  FILLER      PIC X(62)  VALUE '  RESULT'.

       01  BKL-DETAIL-LINE.
           02  BKL-PAN-NO      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  BKL-AY          PIC X(04).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  BKL-HEAD        PIC X(02).
           02  FILLER          PIC X(04) VALUE SPACES.
           02  BKL-ACTION      PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  BKL-POSTED-BAL  PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  BKL-RESTORED-BAL PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  BKL-RESULT      PIC X(08).
           02  FILLER          PIC X(54) VALUE SPACES.

       01  BKO-SECTION-LINE.
           02  BKO-SECTION     PIC X(60).
           02  FILLER          PIC X(72) VALUE SPACES.

       01  BKO-AMOUNT-LINE.
           02  BKO-AMT-LABEL   PIC X(44).
           02  BKO-AMT-VALUE   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(70) VALUE SPACES.

       01  BKO-COUNT-LINE.
           02  BKO-CNT-LABEL   PIC X(44).
           02  FILLER          PIC X(07) VALUE SPACES.
           02  BKO-CNT-VALUE   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(70) VALUE SPACES.

       01  BKO-REGISTRY-LINE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  BKO-JOB-NAME    PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  BKO-JOB-STATUS  PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  BKO-JOB-ACTION  PIC X(20).
           02  FILLER          PIC X(86) VALUE SPACES.

       01  BKO-VERDICT-LINE.
           02  BKO-VERDICT     PIC X(70).
           02  FILLER          PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 0000-RESOLVE-CYCLE THRU 0000-EXIT
           PERFORM 0008-REGISTER-START THRU 0008-EXIT
           PERFORM 0000A-OPEN-FILES THRU 0000A-EXIT
      *
      *    NOTHING IS TOUCHED WHILE ANY JOB OF THE CHAIN IS STILL IN
      *    FLIGHT FOR THE CYCLE - BACKING OUT UNDER A RUNNING JOB
      *    WOULD LEAVE BOTH HALF DONE. THIS RUN'S OWN ENTRY IS
      *    STAMPED ENDED BEFORE IT STOPS, SO THE BACK-OUT CAN BE
      *    SUBMITTED AGAIN ONCE THE JOB IN FLIGHT HAS FINISHED.
           SET WS-REG-CHECK TO TRUE
           PERFORM 0006-WALK-REGISTRY THRU 0006-EXIT
           IF WS-INFLIGHT-COUNT > ZERO
             DISPLAY 'CYCBACK - ' WS-INFLIGHT-COUNT
                 ' CHAIN JOB(S) STILL IN FLIGHT FOR CYCLE '
                 WS-CYCLE-DATE ' - NOTHING BACKED OUT'
             CLOSE HISTBFI, TAXHIST, RUNCTLFL
             IF WS-LOSS-ON-HAND-YES
               CLOSE LOSSBFI, LOSSLDG
             END-IF
             PERFORM 0009-REGISTER-END THRU 0009-EXIT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT BACKRPT
           PERFORM 0002-TOTAL-HISTORY THRU 0002-EXIT
           MOVE WS-HST-SUM-COUNT TO WS-HST-BEFORE-COUNT
           MOVE WS-HST-SUM-TAX TO WS-HST-BEFORE-TAX
           PERFORM 0003-RESTORE-HISTORY THRU 0003-EXIT
           PERFORM 0002-TOTAL-HISTORY THRU 0002-EXIT
           MOVE WS-HST-SUM-COUNT TO WS-HST-AFTER-COUNT
           MOVE WS-HST-SUM-TAX TO WS-HST-AFTER-TAX
           IF WS-LOSS-ON-HAND-YES
             PERFORM 0010-TOTAL-LOSSES THRU 0010-EXIT
             MOVE WS-LSS-SUM-COUNT TO WS-LSS-BEFORE-COUNT
             MOVE WS-LSS-SUM-BAL TO WS-LSS-BEFORE-BAL
             PERFORM 0011-RESTORE-LOSSES THRU 0011-EXIT
             PERFORM 0010-TOTAL-LOSSES THRU 0010-EXIT
             MOVE WS-LSS-SUM-COUNT TO WS-LSS-AFTER-COUNT
             MOVE WS-LSS-SUM-BAL TO WS-LSS-AFTER-BAL
           END-IF
           PERFORM 0004-REVERSE-JOURNAL THRU 0004-EXIT
           PERFORM 0005-PROVE-BACKOUT THRU 0005-EXIT
           PERFORM 0007-WRITE-SUMMARY THRU 0007-EXIT
      *
      *    THE CHAIN IS RELEASED TO RUN AGAIN, AND THE CYCLE'S
      *    BEFORE-IMAGES SPENT, ONLY WHEN THE PROOF HOLDS - A FAILED
      *    BACK-OUT LEAVES THE REGISTRY SHOWING THE CYCLE COMPLETE SO
      *    NOTHING RERUNS OVER IT, AND KEEPS EVERY IMAGE SO THE
      *    BACK-OUT CAN BE RUN AGAIN ONCE THE CAUSE IS PUT RIGHT.
           IF WS-PROOF-GOOD-YES
             SET WS-REG-RESET TO TRUE
             PERFORM 0006-WALK-REGISTRY THRU 0006-EXIT
             PERFORM 0012-SPEND-IMAGES THRU 0012-EXIT
           END-IF
           PERFORM 0007D-WRITE-VERDICT THRU 0007D-EXIT
           CLOSE HISTBFI, TAXHIST, RUNCTLFL, BACKRPT
           IF WS-LOSS-ON-HAND-YES
             CLOSE LOSSBFI, LOSSLDG
           END-IF
           DISPLAY 'CYCBACK - HISTORY RECORDS RESTORED: '
               WS-RESTORED-COUNT
           DISPLAY 'CYCBACK - HISTORY RECORDS DELETED : '
               WS-DELETED-COUNT
           DISPLAY 'CYCBACK - LOSS RECORDS RESTORED   : '
               WS-LSS-RESTORED-COUNT
           DISPLAY 'CYCBACK - LOSS RECORDS DELETED    : '
               WS-LSS-DELETED-COUNT
           DISPLAY 'CYCBACK - REVERSAL LINES WRITTEN  : '
               WS-REV-LINE-COUNT
           IF WS-PROOF-GOOD-NO
             DISPLAY 'CYCBACK - BACK-OUT NOT PROVED - REGISTRY NOT '
                 'RESET'
             MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 0009-REGISTER-END THRU 0009-EXIT
           GOBACK.
         0001-EXIT.
           EXIT.
      *
       0000-RESOLVE-CYCLE.
      *
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CYCLE-DATE-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-CYCLE-DATE-PARM
           END-ACCEPT
           IF WS-CYCLE-DATE-PARM NOT NUMERIC
             DISPLAY 'CYCBACK - CYCLE DATE PARAMETER (YYYYMMDD) '
                 'IS REQUIRED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-CYCLE-DATE-PARM TO WS-CYCLE-DATE (1:8)
           IF WS-CYCLE-MONTH < 01 OR WS-CYCLE-MONTH > 12
              OR WS-CYCLE-DAY < 01 OR WS-CYCLE-DAY > 31
             DISPLAY 'CYCBACK - CYCLE DATE ' WS-CYCLE-DATE-PARM
                 ' IS NOT A VALID DATE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE SPACES TO WS-REV-BATCH-REF
           STRING 'REV-' DELIMITED BY SIZE
                  WS-CYCLE-DATE DELIMITED BY SIZE
             INTO WS-REV-BATCH-REF.
      *
       0000-EXIT.
      *
      *    ALL THE KEYED FILES MUST OPEN - A BACK-OUT THAT COULD
      *    RESTORE THE HISTORY BUT NOT RESET THE REGISTRY, OR THE
      *    REVERSE, IS WORSE THAN NONE.
       0000A-OPEN-FILES.
      *
           OPEN I-O HISTBFI
           IF WS-HBI-STATUS NOT = '00'
             DISPLAY 'CYCBACK - HISTORY BEFORE-IMAGE OPEN FAILED - '
                 'STATUS ' WS-HBI-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O TAXHIST
           IF WS-HIST-STATUS NOT = '00'
             DISPLAY 'CYCBACK - TAX HISTORY OPEN FAILED - STATUS '
                 WS-HIST-STATUS
             CLOSE HISTBFI
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O RUNCTLFL
           IF WS-REG-STATUS NOT = '00'
             DISPLAY 'CYCBACK - RUN REGISTRY OPEN FAILED - STATUS '
                 WS-REG-STATUS
             CLOSE HISTBFI, TAXHIST
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
      *
      *    NO LOSS BEFORE-IMAGE FILE AT ALL MEANS NO ANNUAL RUN HAS
      *    EVER POSTED THE LOSS LEDGER - NOTHING OF IT TO BACK OUT.
      *    ONCE THE IMAGES EXIST THE LEDGER MUST OPEN WITH THEM.
           OPEN I-O LOSSBFI
           IF WS-LBI-STATUS = '35'
             GO TO 0000A-EXIT
           END-IF
           IF WS-LBI-STATUS NOT = '00'
             DISPLAY 'CYCBACK - LOSS BEFORE-IMAGE OPEN FAILED - '
                 'STATUS ' WS-LBI-STATUS
             CLOSE HISTBFI, TAXHIST, RUNCTLFL
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O LOSSLDG
           IF WS-LSL-STATUS NOT = '00'
             DISPLAY 'CYCBACK - LOSS LEDGER OPEN FAILED - STATUS '
                 WS-LSL-STATUS
             CLOSE HISTBFI, TAXHIST, RUNCTLFL, LOSSBFI
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           SET WS-LOSS-ON-HAND-YES TO TRUE.
      *
       0000A-EXIT.
      *
      *    WHOLE-FILE COUNT AND TAX TOTAL - TAKEN ONCE BEFORE THE
      *    RESTORE AND ONCE AFTER IT.
       0002-TOTAL-HISTORY.
      *
           MOVE ZERO TO WS-HST-SUM-COUNT
           MOVE ZERO TO WS-HST-SUM-TAX
           MOVE ' ' TO WS-EOF-HIST
           MOVE LOW-VALUES TO TH-HIST-KEY
           START TAXHIST KEY IS NOT LESS THAN TH-HIST-KEY
             INVALID KEY
               SET WS-EOF-HIST-YES TO TRUE
           END-START
           PERFORM 0002A-ADD-ONE-HISTORY THRU 0002A-EXIT
               UNTIL WS-EOF-HIST-YES.
      *
       0002-EXIT.
      *
       0002A-ADD-ONE-HISTORY.
      *
           READ TAXHIST NEXT RECORD
             AT END
               SET WS-EOF-HIST-YES TO TRUE
               GO TO 0002A-EXIT
           END-READ
           ADD 1 TO WS-HST-SUM-COUNT
           ADD TH-INCOME-TAX TO WS-HST-SUM-TAX.
      *
       0002A-EXIT.
      *
      *    THE CYCLE'S BEFORE-IMAGES ARE CONTIGUOUS - THE KEY LEADS
      *    WITH THE CYCLE DATE.
       0003-RESTORE-HISTORY.
      *
           MOVE WS-CYCLE-DATE TO HB-CYCLE-DATE
           MOVE LOW-VALUES TO HB-PAN-NO
           MOVE LOW-VALUES TO HB-ASSMT-YEAR
           START HISTBFI KEY IS NOT LESS THAN HB-KEY
             INVALID KEY
               SET WS-EOF-HBI-YES TO TRUE
           END-START
           PERFORM 0003A-RESTORE-ONE-RECORD THRU 0003A-EXIT
               UNTIL WS-EOF-HBI-YES
           IF WS-LINE-COUNT = ZERO
             PERFORM 0007A-WRITE-HEADERS THRU 0007A-EXIT
           END-IF.
      *
       0003-EXIT.
      *
      *    A REPLACED RECORD GETS ITS BEFORE-IMAGE BACK; ONE THE
      *    CYCLE ADDED IS DELETED. EITHER WAY THE RECORD IS READ
      *    AGAIN AFTERWARDS TO PROVE IT NOW MATCHES THE IMAGE. THE
      *    IMAGE IS KEPT UNTIL THE WHOLE BACK-OUT HAS PROVED, SO A
      *    SECOND ATTEMPT PUTS BACK THE SAME RECORDS.
       0003A-RESTORE-ONE-RECORD.
      *
           READ HISTBFI NEXT RECORD
             AT END
               SET WS-EOF-HBI-YES TO TRUE
               GO TO 0003A-EXIT
           END-READ
           IF HB-CYCLE-DATE NOT = WS-CYCLE-DATE
             SET WS-EOF-HBI-YES TO TRUE
             GO TO 0003A-EXIT
           END-IF
           ADD 1 TO WS-IMAGE-COUNT
           MOVE ZERO TO WS-REC-POSTED-TAX
           MOVE 'N' TO WS-HIST-FOUND
           MOVE HB-PAN-NO TO TH-PAN-NO
           MOVE HB-ASSMT-YEAR TO TH-ASSMT-YEAR
           READ TAXHIST
             INVALID KEY
               ADD 1 TO WS-MISSING-COUNT
             NOT INVALID KEY
               SET WS-HIST-FOUND-YES TO TRUE
               MOVE TH-INCOME-TAX TO WS-REC-POSTED-TAX
               ADD TH-INCOME-TAX TO WS-CYCLE-POSTED-TAX
           END-READ
           IF HB-ACTION-REPLACED
             PERFORM 0003B-PUT-BACK-IMAGE THRU 0003B-EXIT
           ELSE
             PERFORM 0003C-REMOVE-ADDED THRU 0003C-EXIT
           END-IF
           PERFORM 0003D-VERIFY-RECORD THRU 0003D-EXIT
           PERFORM 0003E-REPORT-RECORD THRU 0003E-EXIT.
      *
       0003A-EXIT.
      *
       0003B-PUT-BACK-IMAGE.
      *
           ADD HB-INCOME-TAX TO WS-PRE-CYCLE-TAX
           MOVE HB-PAN-NO TO TH-PAN-NO
           MOVE HB-ASSMT-YEAR TO TH-ASSMT-YEAR
           MOVE HB-GROSS-INCOME TO TH-GROSS-INCOME
           MOVE HB-DEDUCTIONS TO TH-DEDUCTIONS
           MOVE HB-INCOME-TAX TO TH-INCOME-TAX
           MOVE HB-TDS-FLAG TO TH-TDS-FLAG
      *
      *    A RECORD PURGED SINCE THE CYCLE IS WRITTEN BACK FRESH.
           IF WS-HIST-FOUND-YES
             REWRITE TAX-HIST-REC
               INVALID KEY
                 ADD 1 TO WS-MISMATCH-COUNT
             END-REWRITE
           ELSE
             WRITE TAX-HIST-REC
               INVALID KEY
                 ADD 1 TO WS-MISMATCH-COUNT
               NOT INVALID KEY
                 ADD 1 TO WS-WRITTEN-BACK-COUNT
             END-WRITE
           END-IF
           ADD 1 TO WS-RESTORED-COUNT.
      *
       0003B-EXIT.
      *
       0003C-REMOVE-ADDED.
      *
           IF WS-HIST-FOUND-YES
             DELETE TAXHIST RECORD
               INVALID KEY
                 ADD 1 TO WS-MISMATCH-COUNT
             END-DELETE
             ADD 1 TO WS-DELETED-COUNT
           END-IF.
      *
       0003C-EXIT.
      *
       0003D-VERIFY-RECORD.
      *
           MOVE 'OK' TO WS-REC-RESULT
           MOVE HB-PAN-NO TO TH-PAN-NO
           MOVE HB-ASSMT-YEAR TO TH-ASSMT-YEAR
           READ TAXHIST
             INVALID KEY
               IF HB-ACTION-REPLACED
                 MOVE 'MISMATCH' TO WS-REC-RESULT
               END-IF
             NOT INVALID KEY
               IF HB-ACTION-ADDED
                 MOVE 'MISMATCH' TO WS-REC-RESULT
               ELSE
                 ADD TH-INCOME-TAX TO WS-RESTORED-TAX
                 IF TH-GROSS-INCOME NOT = HB-GROSS-INCOME
                    OR TH-DEDUCTIONS NOT = HB-DEDUCTIONS
                    OR TH-INCOME-TAX NOT = HB-INCOME-TAX
                    OR TH-TDS-FLAG NOT = HB-TDS-FLAG
                   MOVE 'MISMATCH' TO WS-REC-RESULT
                 END-IF
               END-IF
           END-READ
           IF WS-REC-RESULT NOT = 'OK'
             ADD 1 TO WS-MISMATCH-COUNT
           END-IF.
      *
       0003D-EXIT.
      *
       0003E-REPORT-RECORD.
      *
           IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0007A-WRITE-HEADERS THRU 0007A-EXIT
           END-IF
           MOVE HB-PAN-NO TO BKO-PAN-NO
           MOVE HB-ASSMT-YEAR TO BKO-AY
           IF HB-ACTION-REPLACED
             MOVE 'RESTORED' TO BKO-ACTION
             MOVE HB-INCOME-TAX TO BKO-RESTORED-TAX
           ELSE
             MOVE 'DELETED' TO BKO-ACTION
             MOVE ZERO TO BKO-RESTORED-TAX
           END-IF
           MOVE WS-REC-POSTED-TAX TO BKO-POSTED-TAX
           IF WS-HIST-FOUND-YES
             MOVE WS-REC-RESULT TO BKO-RESULT
           ELSE
             MOVE 'NOT HELD' TO BKO-RESULT
           END-IF
           WRITE BKO-LINE FROM BKO-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
      *
       0003E-EXIT.
      *
      *    EVERY JOURNAL LINE FOR THE CYCLE IS REVERSED LINE FOR LINE
      *    - SAME ACCOUNT, SAME AMOUNT, DEBIT AND CREDIT SWAPPED. NO
      *    JOURNAL ON HAND MEANS THE CYCLE NEVER REACHED THE LEDGER;
      *    AN EMPTY REVERSAL FILE IS STILL WRITTEN FOR THE LOADER.
       0004-REVERSE-JOURNAL.
      *
           OPEN OUTPUT GLREVRS
           OPEN INPUT GLJRNL
           IF WS-GLJ-STATUS NOT = '00'
             CLOSE GLREVRS
             GO TO 0004-EXIT
           END-IF
           SET WS-JOURNAL-ON-HAND-YES TO TRUE
           PERFORM 0004A-REVERSE-ONE-LINE THRU 0004A-EXIT
               UNTIL WS-EOF-GLJ-YES
           CLOSE GLJRNL, GLREVRS.
      *
       0004-EXIT.
      *
       0004A-REVERSE-ONE-LINE.
      *
           READ GLJRNL
             AT END
               SET WS-EOF-GLJ-YES TO TRUE
               GO TO 0004A-EXIT
           END-READ
           ADD 1 TO WS-GLJ-READ-COUNT
           IF GL-CYCLE-DATE NOT = WS-CYCLE-DATE
             ADD 1 TO WS-GLJ-OTHER-COUNT
             GO TO 0004A-EXIT
           END-IF
           MOVE SPACES TO GR-RECORD
           MOVE WS-REV-BATCH-REF TO GR-BATCH-REF
           MOVE WS-CYCLE-DATE TO GR-CYCLE-DATE
           MOVE GL-ACCOUNT TO GR-ACCOUNT
           MOVE GL-AMOUNT TO GR-AMOUNT
           STRING 'REVERSAL OF ' DELIMITED BY SIZE
                  GL-BATCH-REF   DELIMITED BY SPACE
             INTO GR-DESCRIPTION
           IF GL-DR-CR = 'DR'
             ADD GL-AMOUNT TO WS-ORIG-DEBITS
             MOVE 'CR' TO GR-DR-CR
             ADD GL-AMOUNT TO WS-REV-CREDITS
           ELSE
             ADD GL-AMOUNT TO WS-ORIG-CREDITS
             MOVE 'DR' TO GR-DR-CR
             ADD GL-AMOUNT TO WS-REV-DEBITS
           END-IF
           WRITE GR-RECORD
           ADD 1 TO WS-REV-LINE-COUNT.
      *
       0004A-EXIT.
      *
      *    THE PROOF - THE WHOLE HISTORY FILE MUST MOVE BY EXACTLY
      *    WHAT THE CYCLE POSTED, EVERY RECORD THE CYCLE TOUCHED
      *    MUST MATCH ITS BEFORE-IMAGE, AND THE JOURNAL PLUS ITS
      *    REVERSAL MUST NET TO NOTHING. THE LOSS LEDGER IS PROVED
      *    THE SAME WAY AS THE HISTORY, ON ITS OPEN BALANCES.
       0005-PROVE-BACKOUT.
      *
           COMPUTE WS-HST-EXPECT-COUNT = WS-HST-BEFORE-COUNT
               - WS-DELETED-COUNT + WS-WRITTEN-BACK-COUNT
           COMPUTE WS-HST-EXPECT-TAX = WS-HST-BEFORE-TAX
               - WS-CYCLE-POSTED-TAX + WS-PRE-CYCLE-TAX
           COMPUTE WS-LEDGER-NET = WS-ORIG-DEBITS + WS-REV-DEBITS
               - WS-ORIG-CREDITS - WS-REV-CREDITS
           IF WS-MISMATCH-COUNT > ZERO
             SET WS-PROOF-GOOD-NO TO TRUE
           END-IF
           IF WS-HST-AFTER-COUNT NOT = WS-HST-EXPECT-COUNT
              OR WS-HST-AFTER-TAX NOT = WS-HST-EXPECT-TAX
             SET WS-PROOF-GOOD-NO TO TRUE
           END-IF
           IF WS-RESTORED-TAX NOT = WS-PRE-CYCLE-TAX
             SET WS-PROOF-GOOD-NO TO TRUE
           END-IF
           IF WS-LEDGER-NET NOT = ZERO
              OR WS-ORIG-DEBITS NOT = WS-ORIG-CREDITS
             SET WS-PROOF-GOOD-NO TO TRUE
           END-IF
           IF NOT WS-LOSS-ON-HAND-YES
             GO TO 0005-EXIT
           END-IF
           COMPUTE WS-LSS-EXPECT-COUNT = WS-LSS-BEFORE-COUNT
               - WS-LSS-DELETED-COUNT + WS-LSS-WRITTEN-BACK
           COMPUTE WS-LSS-EXPECT-BAL = WS-LSS-BEFORE-BAL
               - WS-LSS-CYCLE-BAL + WS-LSS-PRE-CYCLE-BAL
           IF WS-LSS-MISMATCH-COUNT > ZERO
             SET WS-PROOF-GOOD-NO TO TRUE
           END-IF
           IF WS-LSS-AFTER-COUNT NOT = WS-LSS-EXPECT-COUNT
              OR WS-LSS-AFTER-BAL NOT = WS-LSS-EXPECT-BAL
             SET WS-PROOF-GOOD-NO TO TRUE
           END-IF
           IF WS-LSS-RESTORED-BAL NOT = WS-LSS-PRE-CYCLE-BAL
             SET WS-PROOF-GOOD-NO TO TRUE
           END-IF.
      *
       0005-EXIT.
      *
      *    THE KEY LEADS WITH THE JOB NAME, SO ONE CYCLE'S ENTRIES
      *    ARE SCATTERED THROUGH THE FILE - WALK IT END TO END AND
      *    FILTER ON THE CYCLE DATE, AS THE RUNINQ INQUIRY DOES. THE
      *    CHECK PASS COUNTS CHAIN JOBS STILL IN FLIGHT; THE RESET
      *    PASS DELETES THE CHAIN'S ENTRIES AND REPORTS EVERY ENTRY
      *    FOR THE CYCLE.
       0006-WALK-REGISTRY.
      *
           MOVE ' ' TO WS-EOF-REG
           MOVE LOW-VALUES TO RR-KEY
           START RUNCTLFL KEY IS NOT LESS THAN RR-KEY
             INVALID KEY
               SET WS-EOF-REG-YES TO TRUE
           END-START
           IF WS-REG-RESET
             WRITE BKO-LINE FROM WS-BLANK-LINE
             MOVE 'RUN REGISTRY' TO BKO-SECTION
             WRITE BKO-LINE FROM BKO-SECTION-LINE
           END-IF
           PERFORM 0006A-CHECK-ONE-ENTRY THRU 0006A-EXIT
               UNTIL WS-EOF-REG-YES.
      *
       0006-EXIT.
      *
       0006A-CHECK-ONE-ENTRY.
      *
           READ RUNCTLFL NEXT RECORD
             AT END
               SET WS-EOF-REG-YES TO TRUE
               GO TO 0006A-EXIT
           END-READ
           IF RR-CYCLE-DATE NOT = WS-CYCLE-DATE
             GO TO 0006A-EXIT
           END-IF
           MOVE 'N' TO WS-CHAIN-FOUND
           MOVE ZERO TO WS-CHAIN-IX
           PERFORM 0006B-FIND-CHAIN-JOB THRU 0006B-EXIT
               UNTIL WS-CHAIN-FOUND-YES
                  OR WS-CHAIN-IX >= WS-CHAIN-MAX
           IF WS-REG-CHECK
             IF WS-CHAIN-FOUND-YES AND RR-STATUS-INFLIGHT
               ADD 1 TO WS-INFLIGHT-COUNT
               DISPLAY 'CYCBACK - ' RR-JOB-NAME ' IS IN FLIGHT FOR '
                   'CYCLE ' WS-CYCLE-DATE
             END-IF
             GO TO 0006A-EXIT
           END-IF
           MOVE RR-JOB-NAME TO BKO-JOB-NAME
           EVALUATE TRUE
             WHEN RR-STATUS-COMPLETE
               MOVE 'COMPLETE' TO BKO-JOB-STATUS
             WHEN RR-STATUS-INFLIGHT
               MOVE 'IN FLIGHT' TO BKO-JOB-STATUS
             WHEN OTHER
               MOVE RR-STATUS TO BKO-JOB-STATUS
           END-EVALUATE
           IF WS-CHAIN-FOUND-YES
             DELETE RUNCTLFL RECORD
               INVALID KEY
                 SET WS-PROOF-GOOD-NO TO TRUE
                 MOVE 'RESET FAILED' TO BKO-JOB-ACTION
               NOT INVALID KEY
                 MOVE 'RESET - MAY RERUN' TO BKO-JOB-ACTION
             END-DELETE
           ELSE
             MOVE 'LEFT AS IS' TO BKO-JOB-ACTION
           END-IF
           WRITE BKO-LINE FROM BKO-REGISTRY-LINE.
      *
       0006A-EXIT.
      *
       0006B-FIND-CHAIN-JOB.
      *
           ADD 1 TO WS-CHAIN-IX
           IF WS-CHAIN-JOB (WS-CHAIN-IX) = RR-JOB-NAME
             SET WS-CHAIN-FOUND-YES TO TRUE
           END-IF.
      *
       0006B-EXIT.
      *
       0007-WRITE-SUMMARY.
      *
           WRITE BKO-LINE FROM WS-BLANK-LINE
           MOVE 'TAX HISTORY' TO BKO-SECTION
           WRITE BKO-LINE FROM BKO-SECTION-LINE
           MOVE 'BEFORE-IMAGES APPLIED' TO BKO-CNT-LABEL
           MOVE WS-IMAGE-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'RECORDS RESTORED TO BEFORE-IMAGE' TO BKO-CNT-LABEL
           MOVE WS-RESTORED-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'RECORDS ADDED BY THE CYCLE, DELETED'
               TO BKO-CNT-LABEL
           MOVE WS-DELETED-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'RECORDS NOT ON HISTORY AT BACK-OUT'
               TO BKO-CNT-LABEL
           MOVE WS-MISSING-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'RECORDS NOT MATCHING THEIR BEFORE-IMAGE'
               TO BKO-CNT-LABEL
           MOVE WS-MISMATCH-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'TAX ON TOUCHED RECORDS AS THE CYCLE LEFT IT'
               TO BKO-AMT-LABEL
           MOVE WS-CYCLE-POSTED-TAX TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'TAX ON TOUCHED RECORDS BEFORE THE CYCLE'
               TO BKO-AMT-LABEL
           MOVE WS-PRE-CYCLE-TAX TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'TAX ON TOUCHED RECORDS AFTER BACK-OUT'
               TO BKO-AMT-LABEL
           MOVE WS-RESTORED-TAX TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           WRITE BKO-LINE FROM WS-BLANK-LINE
           MOVE 'HISTORY RECORDS BEFORE BACK-OUT' TO BKO-CNT-LABEL
           MOVE WS-HST-BEFORE-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'HISTORY RECORDS AFTER BACK-OUT' TO BKO-CNT-LABEL
           MOVE WS-HST-AFTER-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'PRE-CYCLE HISTORY RECORDS EXPECTED' TO BKO-CNT-LABEL
           MOVE WS-HST-EXPECT-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'HISTORY TAX TOTAL BEFORE BACK-OUT' TO BKO-AMT-LABEL
           MOVE WS-HST-BEFORE-TAX TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'HISTORY TAX TOTAL AFTER BACK-OUT' TO BKO-AMT-LABEL
           MOVE WS-HST-AFTER-TAX TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'PRE-CYCLE HISTORY TAX TOTAL EXPECTED'
               TO BKO-AMT-LABEL
           MOVE WS-HST-EXPECT-TAX TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           PERFORM 0007C-WRITE-LOSS-SUMMARY THRU 0007C-EXIT
           PERFORM 0007B-WRITE-LEDGER-SUMMARY THRU 0007B-EXIT.
      *
       0007-EXIT.
      *
       0007A-WRITE-HEADERS.
      *
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO BKO-CYCLE
           STRING WS-CYCLE-YEAR    DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CYCLE-MONTH   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CYCLE-DAY     DELIMITED BY SIZE
             INTO BKO-CYCLE
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO BKO-RUN-DATE
           MOVE WS-PAGE-NUMBER TO BKO-PAGE-NO
           WRITE BKO-LINE FROM BKO-HEADING-1
           WRITE BKO-LINE FROM BKO-HEADING-2
           WRITE BKO-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO WS-LINE-COUNT.
      *
       0007A-EXIT.
      *
       0007B-WRITE-LEDGER-SUMMARY.
      *
           WRITE BKO-LINE FROM WS-BLANK-LINE
           MOVE 'GENERAL LEDGER' TO BKO-SECTION
           WRITE BKO-LINE FROM BKO-SECTION-LINE
           IF NOT WS-JOURNAL-ON-HAND-YES
             MOVE '    NO JOURNAL ON HAND FOR THE CYCLE - NOTHING TO REV
      -          'ERSE' TO BKO-SECTION
             WRITE BKO-LINE FROM BKO-SECTION-LINE
             GO TO 0007B-EXIT
           END-IF
           MOVE 'JOURNAL LINES READ' TO BKO-CNT-LABEL
           MOVE WS-GLJ-READ-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'JOURNAL LINES FOR OTHER CYCLES, SKIPPED'
               TO BKO-CNT-LABEL
           MOVE WS-GLJ-OTHER-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'REVERSAL LINES WRITTEN' TO BKO-CNT-LABEL
           MOVE WS-REV-LINE-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'CYCLE JOURNAL DEBITS' TO BKO-AMT-LABEL
           MOVE WS-ORIG-DEBITS TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'CYCLE JOURNAL CREDITS' TO BKO-AMT-LABEL
           MOVE WS-ORIG-CREDITS TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'REVERSAL DEBITS' TO BKO-AMT-LABEL
           MOVE WS-REV-DEBITS TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'REVERSAL CREDITS' TO BKO-AMT-LABEL
           MOVE WS-REV-CREDITS TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'NET LEDGER EFFECT OF CYCLE AND REVERSAL'
               TO BKO-AMT-LABEL
           MOVE WS-LEDGER-NET TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE.
      *
       0007B-EXIT.
      *
       0007C-WRITE-LOSS-SUMMARY.
      *
           WRITE BKO-LINE FROM WS-BLANK-LINE
           MOVE 'LOSS CARRY-FORWARD LEDGER' TO BKO-SECTION
           WRITE BKO-LINE FROM BKO-SECTION-LINE
           IF NOT WS-LOSS-ON-HAND-YES
             MOVE '    NO LOSS LEDGER ON HAND - NOTHING TO RESTORE'
                 TO BKO-SECTION
             WRITE BKO-LINE FROM BKO-SECTION-LINE
             GO TO 0007C-EXIT
           END-IF
           MOVE 'BEFORE-IMAGES APPLIED' TO BKO-CNT-LABEL
           MOVE WS-LSS-IMAGE-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'RECORDS RESTORED TO BEFORE-IMAGE' TO BKO-CNT-LABEL
           MOVE WS-LSS-RESTORED-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'RECORDS ADDED BY THE CYCLE, DELETED'
               TO BKO-CNT-LABEL
           MOVE WS-LSS-DELETED-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'RECORDS NOT ON LEDGER AT BACK-OUT'
               TO BKO-CNT-LABEL
           MOVE WS-LSS-MISSING-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'RECORDS NOT MATCHING THEIR BEFORE-IMAGE'
               TO BKO-CNT-LABEL
           MOVE WS-LSS-MISMATCH-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'OPEN LOSS ON TOUCHED RECORDS AS LEFT'
               TO BKO-AMT-LABEL
           MOVE WS-LSS-CYCLE-BAL TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'OPEN LOSS ON TOUCHED RECORDS BEFORE CYCLE'
               TO BKO-AMT-LABEL
           MOVE WS-LSS-PRE-CYCLE-BAL TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'OPEN LOSS ON TOUCHED RECORDS AFTER BACK-OUT'
               TO BKO-AMT-LABEL
           MOVE WS-LSS-RESTORED-BAL TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           WRITE BKO-LINE FROM WS-BLANK-LINE
           MOVE 'LOSS RECORDS BEFORE BACK-OUT' TO BKO-CNT-LABEL
           MOVE WS-LSS-BEFORE-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'LOSS RECORDS AFTER BACK-OUT' TO BKO-CNT-LABEL
           MOVE WS-LSS-AFTER-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'PRE-CYCLE LOSS RECORDS EXPECTED' TO BKO-CNT-LABEL
           MOVE WS-LSS-EXPECT-COUNT TO BKO-CNT-VALUE
           WRITE BKO-LINE FROM BKO-COUNT-LINE
           MOVE 'OPEN LOSS TOTAL BEFORE BACK-OUT' TO BKO-AMT-LABEL
           MOVE WS-LSS-BEFORE-BAL TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'OPEN LOSS TOTAL AFTER BACK-OUT' TO BKO-AMT-LABEL
           MOVE WS-LSS-AFTER-BAL TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE
           MOVE 'PRE-CYCLE OPEN LOSS TOTAL EXPECTED' TO BKO-AMT-LABEL
           MOVE WS-LSS-EXPECT-BAL TO BKO-AMT-VALUE
           WRITE BKO-LINE FROM BKO-AMOUNT-LINE.
      *
       0007C-EXIT.
      *
       0007D-WRITE-VERDICT.
      *
           WRITE BKO-LINE FROM WS-BLANK-LINE
           IF WS-PROOF-GOOD-YES
             MOVE 'BACK-OUT PROVED - HISTORY, LOSSES AND LEDGER AT PRE-C
      -          'YCLE TOTALS' TO BKO-VERDICT
           ELSE
             MOVE 'BACK-OUT NOT PROVED - REGISTRY AND IMAGES KEPT, DO NO
      -          'T RERUN THE CHAIN' TO BKO-VERDICT
           END-IF
           WRITE BKO-LINE FROM BKO-VERDICT-LINE.
      *
       0007D-EXIT.
      *
       0008-REGISTER-START.
      *
           MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'RUNCTL' USING RUN-CONTROL-PARMS
           IF NOT RC-OK
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
       0008-EXIT.
      *
       0009-REGISTER-END.
      *
           SET RC-FUNC-END TO TRUE
           COMPUTE RC-RECORD-COUNT = WS-RESTORED-COUNT
               + WS-DELETED-COUNT + WS-LSS-RESTORED-COUNT
               + WS-LSS-DELETED-COUNT
           CALL 'RUNCTL' USING RUN-CONTROL-PARMS.
      *
       0009-EXIT.
      *
      *    WHOLE-LEDGER COUNT AND OPEN-BALANCE TOTAL - TAKEN ONCE
      *    BEFORE THE RESTORE AND ONCE AFTER IT.
       0010-TOTAL-LOSSES.
      *
           MOVE ZERO TO WS-LSS-SUM-COUNT
           MOVE ZERO TO WS-LSS-SUM-BAL
           MOVE ' ' TO WS-EOF-LSL
           MOVE LOW-VALUES TO LL-KEY
           START LOSSLDG KEY IS NOT LESS THAN LL-KEY
             INVALID KEY
               SET WS-EOF-LSL-YES TO TRUE
           END-START
           PERFORM 0010A-ADD-ONE-LOSS THRU 0010A-EXIT
               UNTIL WS-EOF-LSL-YES.
      *
       0010-EXIT.
      *
       0010A-ADD-ONE-LOSS.
      *
           READ LOSSLDG NEXT RECORD
             AT END
               SET WS-EOF-LSL-YES TO TRUE
               GO TO 0010A-EXIT
           END-READ
           ADD 1 TO WS-LSS-SUM-COUNT
           ADD LL-BALANCE TO WS-LSS-SUM-BAL.
      *
       0010A-EXIT.
      *
      *    THE CYCLE'S LOSS BEFORE-IMAGES, CONTIGUOUS ON THE CYCLE
      *    DATE LIKE THE HISTORY ONES, LISTED UNDER THEIR OWN
      *    HEADING AFTER THE HISTORY RECORDS.
       0011-RESTORE-LOSSES.
      *
           WRITE BKO-LINE FROM WS-BLANK-LINE
           MOVE 'LOSS CARRY-FORWARD LEDGER' TO BKO-SECTION
           WRITE BKO-LINE FROM BKO-SECTION-LINE
           WRITE BKO-LINE FROM BKL-HEADING
           ADD 3 TO WS-LINE-COUNT
           MOVE WS-CYCLE-DATE TO LB-CYCLE-DATE
           MOVE LOW-VALUES TO LB-PAN-NO
           MOVE LOW-VALUES TO LB-ORIGIN-AY
           MOVE LOW-VALUES TO LB-HEAD
           START LOSSBFI KEY IS NOT LESS THAN LB-KEY
             INVALID KEY
               SET WS-EOF-LBI-YES TO TRUE
           END-START
           PERFORM 0011A-RESTORE-ONE-LOSS THRU 0011A-EXIT
               UNTIL WS-EOF-LBI-YES.
      *
       0011-EXIT.
      *
       0011A-RESTORE-ONE-LOSS.
      *
           READ LOSSBFI NEXT RECORD
             AT END
               SET WS-EOF-LBI-YES TO TRUE
               GO TO 0011A-EXIT
           END-READ
           IF LB-CYCLE-DATE NOT = WS-CYCLE-DATE
             SET WS-EOF-LBI-YES TO TRUE
             GO TO 0011A-EXIT
           END-IF
           ADD 1 TO WS-LSS-IMAGE-COUNT
           MOVE ZERO TO WS-LSS-REC-BAL
           MOVE 'N' TO WS-LSL-FOUND
           MOVE LB-PAN-NO TO LL-PAN-NO
           MOVE LB-ORIGIN-AY TO LL-ORIGIN-AY
           MOVE LB-HEAD TO LL-HEAD
           READ LOSSLDG
             INVALID KEY
               ADD 1 TO WS-LSS-MISSING-COUNT
             NOT INVALID KEY
               SET WS-LSL-FOUND-YES TO TRUE
               MOVE LL-BALANCE TO WS-LSS-REC-BAL
               ADD LL-BALANCE TO WS-LSS-CYCLE-BAL
           END-READ
           IF LB-ACTION-REPLACED
             PERFORM 0011B-PUT-BACK-LOSS THRU 0011B-EXIT
           ELSE
             PERFORM 0011C-REMOVE-ADDED-LOSS THRU 0011C-EXIT
           END-IF
           PERFORM 0011D-VERIFY-LOSS THRU 0011D-EXIT
           PERFORM 0011E-REPORT-LOSS THRU 0011E-EXIT.
      *
       0011A-EXIT.
      *
      *    A LOSS RECORD THE CYCLE DELETED ON A RERUN, OR ONE GONE
      *    SINCE, IS WRITTEN BACK FRESH.
       0011B-PUT-BACK-LOSS.
      *
           ADD LB-BALANCE TO WS-LSS-PRE-CYCLE-BAL
           MOVE LB-PAN-NO TO LL-PAN-NO
           MOVE LB-ORIGIN-AY TO LL-ORIGIN-AY
           MOVE LB-HEAD TO LL-HEAD
           MOVE LB-LOSS-AMT TO LL-LOSS-AMT
           MOVE LB-BALANCE TO LL-BALANCE
           MOVE LB-EXPIRY-AY TO LL-EXPIRY-AY
           MOVE LB-STATUS TO LL-STATUS
           MOVE LB-LAST-AY TO LL-LAST-AY
           MOVE LB-LAST-USED TO LL-LAST-USED
           MOVE LB-POSTED-DATE TO LL-POSTED-DATE
           IF WS-LSL-FOUND-YES
             REWRITE LOSS-LEDGER-REC
               INVALID KEY
                 ADD 1 TO WS-LSS-MISMATCH-COUNT
             END-REWRITE
           ELSE
             WRITE LOSS-LEDGER-REC
               INVALID KEY
                 ADD 1 TO WS-LSS-MISMATCH-COUNT
               NOT INVALID KEY
                 ADD 1 TO WS-LSS-WRITTEN-BACK
             END-WRITE
           END-IF
           ADD 1 TO WS-LSS-RESTORED-COUNT.
      *
       0011B-EXIT.
      *
       0011C-REMOVE-ADDED-LOSS.
      *
           IF WS-LSL-FOUND-YES
             DELETE LOSSLDG RECORD
               INVALID KEY
                 ADD 1 TO WS-LSS-MISMATCH-COUNT
             END-DELETE
             ADD 1 TO WS-LSS-DELETED-COUNT
           END-IF.
      *
       0011C-EXIT.
      *
       0011D-VERIFY-LOSS.
      *
           MOVE 'OK' TO WS-REC-RESULT
           MOVE LB-PAN-NO TO LL-PAN-NO
           MOVE LB-ORIGIN-AY TO LL-ORIGIN-AY
           MOVE LB-HEAD TO LL-HEAD
           READ LOSSLDG
             INVALID KEY
               IF LB-ACTION-REPLACED
                 MOVE 'MISMATCH' TO WS-REC-RESULT
               END-IF
             NOT INVALID KEY
               IF LB-ACTION-ADDED
                 MOVE 'MISMATCH' TO WS-REC-RESULT
               ELSE
                 ADD LL-BALANCE TO WS-LSS-RESTORED-BAL
                 IF LL-LOSS-AMT NOT = LB-LOSS-AMT
                    OR LL-BALANCE NOT = LB-BALANCE
                    OR LL-EXPIRY-AY NOT = LB-EXPIRY-AY
                    OR LL-STATUS NOT = LB-STATUS
                    OR LL-LAST-AY NOT = LB-LAST-AY
                    OR LL-LAST-USED NOT = LB-LAST-USED
                   MOVE 'MISMATCH' TO WS-REC-RESULT
                 END-IF
               END-IF
           END-READ
           IF WS-REC-RESULT NOT = 'OK'
             ADD 1 TO WS-LSS-MISMATCH-COUNT
           END-IF.
      *
       0011D-EXIT.
      *
       0011E-REPORT-LOSS.
      *
           IF WS-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0007A-WRITE-HEADERS THRU 0007A-EXIT
             WRITE BKO-LINE FROM BKL-HEADING
             ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE LB-PAN-NO TO BKL-PAN-NO
           MOVE LB-ORIGIN-AY TO BKL-AY
           MOVE LB-HEAD TO BKL-HEAD
           IF LB-ACTION-REPLACED
             MOVE 'RESTORED' TO BKL-ACTION
             MOVE LB-BALANCE TO BKL-RESTORED-BAL
           ELSE
             MOVE 'DELETED' TO BKL-ACTION
             MOVE ZERO TO BKL-RESTORED-BAL
           END-IF
           MOVE WS-LSS-REC-BAL TO BKL-POSTED-BAL
           IF WS-LSL-FOUND-YES
             MOVE WS-REC-RESULT TO BKL-RESULT
           ELSE
             MOVE 'NOT HELD' TO BKL-RESULT
           END-IF
           WRITE BKO-LINE FROM BKL-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
      *
       0011E-EXIT.
      *
      *    ONCE THE BACK-OUT HAS PROVED, THE CYCLE'S BEFORE-IMAGES
      *    ARE SPENT - BOTH SETS ARE CONTIGUOUS ON THE CYCLE DATE.
       0012-SPEND-IMAGES.
      *
           MOVE ' ' TO WS-EOF-HBI
           MOVE WS-CYCLE-DATE TO HB-CYCLE-DATE
           MOVE LOW-VALUES TO HB-PAN-NO
           MOVE LOW-VALUES TO HB-ASSMT-YEAR
           START HISTBFI KEY IS NOT LESS THAN HB-KEY
             INVALID KEY
               SET WS-EOF-HBI-YES TO TRUE
           END-START
           PERFORM 0012A-SPEND-ONE-HISTORY THRU 0012A-EXIT
               UNTIL WS-EOF-HBI-YES
           IF NOT WS-LOSS-ON-HAND-YES
             GO TO 0012-EXIT
           END-IF
           MOVE ' ' TO WS-EOF-LBI
           MOVE WS-CYCLE-DATE TO LB-CYCLE-DATE
           MOVE LOW-VALUES TO LB-PAN-NO
           MOVE LOW-VALUES TO LB-ORIGIN-AY
           MOVE LOW-VALUES TO LB-HEAD
           START LOSSBFI KEY IS NOT LESS THAN LB-KEY
             INVALID KEY
               SET WS-EOF-LBI-YES TO TRUE
           END-START
           PERFORM 0012B-SPEND-ONE-LOSS THRU 0012B-EXIT
               UNTIL WS-EOF-LBI-YES.
      *
       0012-EXIT.
      *
       0012A-SPEND-ONE-HISTORY.
      *
           READ HISTBFI NEXT RECORD
             AT END
               SET WS-EOF-HBI-YES TO TRUE
               GO TO 0012A-EXIT
           END-READ
           IF HB-CYCLE-DATE NOT = WS-CYCLE-DATE
             SET WS-EOF-HBI-YES TO TRUE
             GO TO 0012A-EXIT
           END-IF
           DELETE HISTBFI RECORD
             INVALID KEY
               DISPLAY 'CYCBACK - BEFORE-IMAGE DELETE FAILED FOR '
                   HB-PAN-NO ' ' HB-ASSMT-YEAR
           END-DELETE.
      *
       0012A-EXIT.
      *
       0012B-SPEND-ONE-LOSS.
      *
           READ LOSSBFI NEXT RECORD
             AT END
               SET WS-EOF-LBI-YES TO TRUE
               GO TO 0012B-EXIT
           END-READ
           IF LB-CYCLE-DATE NOT = WS-CYCLE-DATE
             SET WS-EOF-LBI-YES TO TRUE
             GO TO 0012B-EXIT
           END-IF
           DELETE LOSSBFI RECORD
             INVALID KEY
               DISPLAY 'CYCBACK - LOSS BEFORE-IMAGE DELETE FAILED FOR '
                   LB-PAN-NO ' ' LB-ORIGIN-AY ' ' LB-HEAD
           END-DELETE.
      *
       0012B-EXIT.
