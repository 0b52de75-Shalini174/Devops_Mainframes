      *******This program pays employees the tax withheld from them
      * in excess of what they owe and follows each refund until the
      * money is in their hands. It runs after GLPOST. Every 'E'
      * record on the TDS reconciliation is entered on the refund
      * register for the cycle and checked against EMPMAST - a
      * current employee is paid to the salary account on the
      * master, a leaver to the payroll final-settlement account,
      * and one with no account to pay to is held. The bank's
      * returned-payments file is posted back to the register; a
      * payment not returned within the return window is taken as
      * paid; a returned refund is reissued once the master carries
      * a different account, and a held one is released once it
      * has one. The excess on the TDS reconciliation is the whole
      * assessment year's, so only what other cycles for the same
      * assessment year have not already registered is entered,
      * and a projection cycle is refused. Every payment not yet
      * sent goes to the bank in its bulk-transfer layout, and is
      * marked sent only when the run proves. An ageing report of
      * every refund still unpaid is proved against the refunds
      * receivable GLPOST posted for the cycle and against the
      * receivable balance, carried from one proved run to the
      * next in a control record - a difference, or no journal to
      * prove to, fails the job so the payment file is held.
      * **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFDPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TDSRPTFL ASSIGN TO TDSRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT EMPMAST ASSIGN TO EMPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-PAN-NO
              FILE STATUS IS WS-EMP-STATUS.
           SELECT REFREG ASSIGN TO REFREG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RF-KEY
              FILE STATUS IS WS-REG-STATUS.
           SELECT RFDRTNFL ASSIGN TO RFDRTN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RTN-STATUS.
           SELECT GLJRNL ASSIGN TO GLJRNL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-GL-STATUS.
           SELECT RFDCTLI ASSIGN TO RFDCTLI
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CTLI-STATUS.
           SELECT RFDCTLO ASSIGN TO RFDCTLO
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT RFDBANK ASSIGN TO RFDBANK
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT ACTRPTFL ASSIGN TO RFDRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT AGERPTFL ASSIGN TO RFDAGE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    TDS RECONCILIATION - SAME LAYOUT AS THE GLPOST COPY. THE
      *    'E' RECORDS CARRY THE REFUNDS DUE TO EMPLOYEES.
       FD  TDSRPTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TDS-RECORD.
      *
       01  TDS-RECORD.
           02  PAN-NO-T          PIC X(10).
           02  FILLER            PIC X(1).
           02  COMPUTED-TAX-T    PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  TDS-DEDUCTED-T    PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  CHALLAN-PAID-T    PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  TAX-DIFF-T        PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  TDS-FLAG-T        PIC X(1).

      *
      *    EMPLOYEE MASTER - SAME LAYOUT AS THE EMPMNT COPY, KEYED
      *    BY PAN-NO. A NONZERO EMP-END-DATE NOT AFTER THE RUN DATE
      *    MAKES THE EMPLOYEE A LEAVER.
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
           02  EMP-REGIME-ELECT  PIC X(01).
           02  EMP-START-DATE    PIC 9(08).
           02  EMP-END-DATE      PIC 9(08).
           02  EMP-BANK-IFSC     PIC X(11).
           02  EMP-BANK-ACCT-NO  PIC X(18).

      *
      *    REFUND REGISTER - ONE ENTRY PER PAN PER CYCLE THE REFUND
      *    AROSE IN, CREATED ON FIRST USE. 'I' ISSUED TO THE BANK,
      *    'S' REISSUED AFTER A RETURN, 'R' RETURNED BY THE BANK,
      *    'H' HELD - NO ACCOUNT TO PAY TO, 'P' PAID. EVERY STATUS
      *    BUT PAID IS STILL OWED. RF-ISSUE-NO COUNTS THE PAYMENTS
      *    SENT, SO A RETURN OF AN EARLIER PAYMENT IS TOLD APART
      *    FROM ONE OF THE PAYMENT NOW AT THE BANK. RF-SENT-DATE IS
      *    THE DAY THE PAYMENT NOW ISSUED WENT TO THE BANK ON A
      *    PROVED RUN - ZERO UNTIL THEN. RF-ASSESSMENT-YEAR IS THE
      *    YEAR THE CYCLE ASSESSED. RF-NETTED-AMOUNT IS THE PART OF
      *    THE CYCLE'S EXCESS ALREADY REGISTERED BY AN EARLIER CYCLE
      *    FOR THAT YEAR, SO RF-AMOUNT PLUS RF-NETTED-AMOUNT IS WHAT
      *    GLPOST DEBITED FOR THE PAN.
       FD  REFREG
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS REFUND-REG-REC.
      *
       01  REFUND-REG-REC.
           02  RF-KEY.
               03  RF-PAN-NO         PIC X(10).
               03  RF-CYCLE-DATE     PIC 9(08).
           02  RF-AMOUNT         PIC 9(9)V99.
           02  RF-STATUS         PIC X(01).
               88  RF-STATUS-ISSUED          VALUE 'I'.
               88  RF-STATUS-REISSUED        VALUE 'S'.
               88  RF-STATUS-RETURNED        VALUE 'R'.
               88  RF-STATUS-HELD            VALUE 'H'.
               88  RF-STATUS-PAID            VALUE 'P'.
               88  RF-AWAITING-BANK          VALUE 'I' 'S'.
               88  RF-OUTSTANDING            VALUE 'I' 'S' 'R' 'H'.
           02  RF-PAY-TO         PIC X(01).
               88  RF-PAY-TO-EMPLOYEE        VALUE 'E'.
               88  RF-PAY-TO-SETTLEMENT      VALUE 'F'.
           02  RF-ISSUE-NO       PIC 9(02).
           02  RF-ISSUE-DATE     PIC 9(08).
           02  RF-STATUS-DATE    PIC 9(08).
           02  RF-BANK-IFSC      PIC X(11).
           02  RF-BANK-ACCT-NO   PIC X(18).
           02  RF-NOTE           PIC X(30).
           02  RF-REGISTERED-DATE PIC 9(08).
           02  RF-NETTED-AMOUNT  PIC 9(9)V99.
           02  RF-SENT-DATE      PIC 9(08).
           02  RF-ASSESSMENT-YEAR PIC X(04).
           02  FILLER            PIC X(01).

      *
      *    RETURNED PAYMENTS FROM THE BANK - ONE PER CREDIT IT COULD
      *    NOT MAKE, BY THE PAYMENT REFERENCE SENT IN THE BULK FILE.
      *    ABSENT WHEN THE BANK HAS RETURNED NOTHING.
       FD  RFDRTNFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RTN-RECORD.
      *
       01  RTN-RECORD.
           02  RTN-PAY-REF.
               03  RTN-PAN-NO        PIC X(10).
               03  RTN-CYCLE-DATE    PIC 9(08).
               03  RTN-ISSUE-NO      PIC 9(02).
           02  FILLER            PIC X(01).
           02  RTN-RETURN-DATE   PIC 9(08).
           02  FILLER            PIC X(01).
           02  RTN-AMOUNT        PIC 9(11)V99.
           02  FILLER            PIC X(01).
           02  RTN-REASON-CODE   PIC X(03).
           02  FILLER            PIC X(01).
           02  RTN-REASON        PIC X(30).
           02  FILLER            PIC X(02).

      *
      *    THE CYCLE'S JOURNAL AS GLPOST WROTE IT - SAME LAYOUT AS
      *    THE GLPOST COPY. IT HOLDS THE ONE CYCLE'S BATCH ONLY, SO
      *    ONLY THE CYCLE'S REFUNDS RECEIVABLE DEBIT IS READ - THE
      *    BALANCE BEFORE IT COMES FROM THE CONTROL RECORD.
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
      *    REFUNDS RECEIVABLE CONTROL - THE DEBITS GLPOST HAS MADE
      *    TO 11300200 OVER EVERY CYCLE TO DATE, AS CARRIED FORWARD
      *    BY THE LAST PROVED RUN, WITH THAT RUN'S CYCLE AND ITS
      *    DEBIT SO A RERUN OF THE SAME CYCLE TAKES ITS DEBIT BACK
      *    OUT BEFORE ADDING IT AGAIN. ABSENT BEFORE THE FIRST RUN.
       FD  RFDCTLI
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS CTL-IN-REC.
      *
       01  CTL-IN-REC.
           02  CTL-IN-CYCLE-DATE     PIC 9(08).
           02  CTL-IN-CYCLE-DEBIT    PIC 9(11)V99.
           02  CTL-IN-DEBITS-TO-DATE PIC 9(13)V99.
           02  CTL-IN-RUN-DATE       PIC 9(08).
           02  FILLER                PIC X(06).

      *
      *    THE CONTROL CARRIED FORWARD TO THE NEXT RUN - WRITTEN
      *    ONLY WHEN THIS RUN PROVES.
       FD  RFDCTLO
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS CTL-OUT-REC.
      *
       01  CTL-OUT-REC.
           02  CTL-OUT-CYCLE-DATE     PIC 9(08).
           02  CTL-OUT-CYCLE-DEBIT    PIC 9(11)V99.
           02  CTL-OUT-DEBITS-TO-DATE PIC 9(13)V99.
           02  CTL-OUT-RUN-DATE       PIC 9(08).
           02  FILLER                 PIC X(06).

      *
      *    BULK-TRANSFER FILE IN THE BANK'S LAYOUT - A HEADER NAMING
      *    THE ACCOUNT TO DEBIT, ONE CREDIT PER PAYMENT NOT YET SENT
      *    AND A TRAILER WITH THE COUNT AND TOTAL THE BANK CHECKS.
       FD  RFDBANK
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS BNK-DETAIL.
      *
       01  BNK-HEADER.
           02  BNK-H-REC-TYPE    PIC X(01).
           02  BNK-H-BATCH-REF   PIC X(12).
           02  BNK-H-FILE-DATE   PIC 9(08).
           02  BNK-H-DEBIT-IFSC  PIC X(11).
           02  BNK-H-DEBIT-ACCT  PIC X(18).
           02  BNK-H-DEBIT-NAME  PIC X(35).
           02  FILLER            PIC X(65).
       01  BNK-DETAIL.
           02  BNK-D-REC-TYPE    PIC X(01).
           02  BNK-D-PAY-MODE    PIC X(04).
           02  BNK-D-PAY-REF.
               03  BNK-D-PAN-NO      PIC X(10).
               03  BNK-D-CYCLE-DATE  PIC 9(08).
               03  BNK-D-ISSUE-NO    PIC 9(02).
           02  BNK-D-BENE-IFSC   PIC X(11).
           02  BNK-D-BENE-ACCT   PIC X(18).
           02  BNK-D-BENE-NAME   PIC X(35).
           02  BNK-D-AMOUNT      PIC 9(11)V99.
           02  BNK-D-VALUE-DATE  PIC 9(08).
           02  BNK-D-NARRATION   PIC X(30).
           02  FILLER            PIC X(10).
       01  BNK-TRAILER.
           02  BNK-T-REC-TYPE    PIC X(01).
           02  BNK-T-BATCH-REF   PIC X(12).
           02  BNK-T-COUNT       PIC 9(07).
           02  BNK-T-TOTAL       PIC 9(13)V99.
           02  FILLER            PIC X(115).

      *
      *    REGISTER ACTIVITY - EVERYTHING THIS RUN DID TO A REFUND.
       FD  ACTRPTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS ACT-LINE.
      *
       01  ACT-LINE                    PIC X(132).

      *
      *    OUTSTANDING-REFUNDS AGEING, PROVED TO THE GL POSTING.
       FD  AGERPTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS AGE-LINE.
      *
       01  AGE-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-EMP-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-REG-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-RTN-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-GL-STATUS            PIC X(02)   VALUE SPACES.
           02  WS-CTLI-STATUS          PIC X(02)   VALUE SPACES.
           02  WS-CTL-USABLE           PIC X(001)  VALUE 'Y'.
               88  WS-CTL-USABLE-YES                  VALUE 'Y'.
               88  WS-CTL-USABLE-NO                   VALUE 'N'.
           02  WS-EOF-TDS              PIC X(001)  VALUE ' '.
               88  WS-EOF-TDS-YES                     VALUE 'Y'.
           02  WS-EOF-REG              PIC X(001)  VALUE ' '.
               88  WS-EOF-REG-YES                     VALUE 'Y'.
           02  WS-EOF-RTN              PIC X(001)  VALUE ' '.
               88  WS-EOF-RTN-YES                     VALUE 'Y'.
           02  WS-EOF-GL               PIC X(001)  VALUE ' '.
               88  WS-EOF-GL-YES                      VALUE 'Y'.
           02  WS-GL-ON-HAND           PIC X(001)  VALUE 'N'.
               88  WS-GL-ON-HAND-YES                  VALUE 'Y'.
           02  WS-GL-BATCH-FOUND       PIC X(001)  VALUE 'N'.
               88  WS-GL-BATCH-FOUND-YES              VALUE 'Y'.
           02  WS-PROOF-GOOD           PIC X(001)  VALUE 'Y'.
               88  WS-PROOF-GOOD-YES                  VALUE 'Y'.
               88  WS-PROOF-GOOD-NO                   VALUE 'N'.
           02  WS-EOF-PRIOR            PIC X(001)  VALUE ' '.
               88  WS-EOF-PRIOR-YES                   VALUE 'Y'.
           02  WS-ACTION-TEXT          PIC X(22)   VALUE SPACES.
           02  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
      *
      *    ACTIVITY COUNTS.
       01  ACTIVITY-COUNTS.
           02  WS-RETURN-COUNT         PIC 9(07)   VALUE ZERO.
           02  WS-RETURN-REJECT-COUNT  PIC 9(07)   VALUE ZERO.
           02  WS-PAID-COUNT           PIC 9(07)   VALUE ZERO.
           02  WS-REISSUE-COUNT        PIC 9(07)   VALUE ZERO.
           02  WS-RELEASE-COUNT        PIC 9(07)   VALUE ZERO.
           02  WS-REFUND-READ-COUNT    PIC 9(07)   VALUE ZERO.
           02  WS-ISSUED-COUNT         PIC 9(07)   VALUE ZERO.
           02  WS-HELD-COUNT           PIC 9(07)   VALUE ZERO.
           02  WS-ON-REGISTER-COUNT    PIC 9(07)   VALUE ZERO.
           02  WS-DIFFER-COUNT         PIC 9(07)   VALUE ZERO.
           02  WS-NETTED-COUNT         PIC 9(07)   VALUE ZERO.
           02  WS-SENT-COUNT           PIC 9(07)   VALUE ZERO.
           02  WS-PAYMENT-COUNT        PIC 9(07)   VALUE ZERO.
           02  WS-PAYMENT-TOTAL        PIC 9(13)V99 VALUE ZERO.
      *
      *    PROOF FIGURES - THE REFUNDS THE TDS RECONCILIATION SAYS
      *    ARE DUE, THE REFUNDS RECEIVABLE GLPOST DEBITED FOR THE
      *    CYCLE, AND WHAT THE REGISTER HOLDS FOR THE CYCLE. THEN
      *    THE RECEIVABLE BALANCE - THE DEBITS TO 11300200 BROUGHT
      *    FORWARD ON THE CONTROL PLUS THE CYCLE'S, LESS WHAT THE
      *    REGISTER SHOWS PAID OR COVERED BY AN EARLIER CYCLE -
      *    WHICH MUST BE WHAT THE REGISTER STILL OWES.
       01  PROOF-WORK-AREA.
           02  WS-TDS-REFUND-TOTAL     PIC 9(11)V99 VALUE ZERO.
           02  WS-GL-REFUND-TOTAL      PIC 9(11)V99 VALUE ZERO.
           02  WS-GL-FIGURE            PIC 9(11)V99 VALUE ZERO.
           02  WS-REG-CYCLE-TOTAL      PIC 9(11)V99 VALUE ZERO.
           02  WS-OUT-CYCLE-TOTAL      PIC 9(11)V99 VALUE ZERO.
           02  WS-OUT-EARLIER-TOTAL    PIC 9(11)V99 VALUE ZERO.
           02  WS-OUT-GRAND-TOTAL      PIC 9(11)V99 VALUE ZERO.
           02  WS-OUT-GRAND-COUNT      PIC 9(07)   VALUE ZERO.
           02  WS-DEBITS-BF            PIC 9(13)V99 VALUE ZERO.
           02  WS-DEBITS-TO-DATE       PIC 9(13)V99 VALUE ZERO.
           02  WS-REG-PAID-TOTAL       PIC 9(13)V99 VALUE ZERO.
           02  WS-REG-NETTED-TOTAL     PIC 9(13)V99 VALUE ZERO.
           02  WS-RECV-BALANCE         PIC S9(13)V99 VALUE ZERO.
      *
      *    LEDGER ACCOUNT AND BANK ACCOUNTS - ONE PLACE TO CHANGE
      *    WHEN THE CHART OF ACCOUNTS OR THE BANKING MOVES. REFUNDS
      *    ARE DEBITED TO THE PAYROLL REFUND ACCOUNT; A LEAVER'S
      *    REFUND IS CREDITED TO THE FINAL-SETTLEMENT ACCOUNT AND
      *    PAID OUT WITH THEIR FULL AND FINAL SETTLEMENT.
       01  ACCOUNT-CODES.
           02  ACCT-REFUND-RECV        PIC X(08)   VALUE '11300200'.
           02  ACCT-DEBIT-IFSC         PIC X(11)   VALUE
               'HDFC0000240'.
           02  ACCT-DEBIT-ACCT-NO      PIC X(18)   VALUE
               '50200004417731'.
           02  ACCT-DEBIT-NAME         PIC X(35)   VALUE
               'PAYROLL TAX REFUND ACCOUNT'.
           02  ACCT-SETTLE-IFSC        PIC X(11)   VALUE
               'HDFC0000240'.
           02  ACCT-SETTLE-ACCT-NO     PIC X(18)   VALUE
               '50200004417748'.
           02  ACCT-SETTLE-NAME        PIC X(35)   VALUE
               'PAYROLL FINAL SETTLEMENT ACCOUNT'.
      *
      *    RUN PARAMETERS - THE CYCLE DATE (DEFAULT THE RUN DATE),
      *    WHICH KEYS THE REGISTER AND IS THE AS-AT DATE OF THE
      *    AGEING, THE RETURN WINDOW - THE DAYS THE BANK HAS TO
      *    RETURN A CREDIT BEFORE IT IS TAKEN AS PAID (DEFAULT 015),
      *    AND THE RUN MODE STDRPT RAN THE CYCLE IN. A PROJECTION'S
      *    EXCESS IS AN ESTIMATE STILL BEING WITHHELD FOR, NOT A
      *    REFUND, SO ONLY AN ANNUAL CYCLE ('A', THE DEFAULT) IS
      *    TAKEN. LAST, THE ASSESSMENT YEAR STDRPT RAN THE CYCLE FOR,
      *    DEFAULTING AS IT DOES TO THE RUN YEAR - EVERY EARLIER
      *    CYCLE FOR THE SAME YEAR, WHATEVER ITS DATE, HAS ALREADY
      *    REGISTERED PART OF THE YEAR'S EXCESS.
       01  CYCLE-CONTROLS.
           02  WS-CYCLE-DATE-PARM      PIC X(08)   VALUE SPACES.
           02  WS-CYCLE-DATE           PIC 9(08)   VALUE ZERO.
           02  WS-GL-BATCH-REF         PIC X(12)   VALUE SPACES.
           02  WS-BANK-BATCH-REF       PIC X(12)   VALUE SPACES.
           02  WS-WINDOW-PARM          PIC X(03)   VALUE SPACES.
           02  WS-RETURN-WINDOW        PIC 9(03)   VALUE 015.
           02  WS-PARM-POS             PIC 9(01)   VALUE ZERO.
           02  WS-PARM-DIGIT           PIC X(01)   VALUE SPACE.
           02  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT
                                       PIC 9(01).
           02  WS-PARM-VALUE           PIC 9(03)   VALUE ZERO.
           02  WS-PARM-GOOD            PIC X(001)  VALUE 'N'.
               88  WS-PARM-GOOD-YES                    VALUE 'Y'.
               88  WS-PARM-GOOD-NO                     VALUE 'N'.
           02  WS-RUN-MODE-PARM        PIC X(01)   VALUE SPACE.
           02  WS-RUN-MODE             PIC X(01)   VALUE 'A'.
               88  WS-MODE-ANNUAL                      VALUE 'A'.
           02  WS-ASSESSMENT-YEAR-PARM PIC X(04)   VALUE SPACES.
           02  WS-ASSESSMENT-YEAR      PIC X(04)   VALUE SPACES.
      *
      *    WHAT OTHER CYCLES FOR THE ASSESSMENT YEAR HAVE REGISTERED
      *    FOR THE PAN IN HAND, AND THE PART OF ITS EXCESS STILL TO
      *    ENTER.
       01  NETTING-AREA.
           02  WS-PRIOR-REGISTERED     PIC 9(11)V99 VALUE ZERO.
           02  WS-NEW-AMOUNT           PIC S9(11)V99 VALUE ZERO.
      *
      *    WHO A REFUND IS PAID TO, AS THE MASTER STANDS TODAY.
       01  PAYEE-AREA.
           02  WS-PAYEE-PAN-NO         PIC X(10)   VALUE SPACES.
           02  WS-PAYEE-FOUND          PIC X(001)  VALUE 'N'.
               88  WS-PAYEE-FOUND-YES                 VALUE 'Y'.
           02  WS-PAYEE-PAYABLE        PIC X(001)  VALUE 'N'.
               88  WS-PAYEE-PAYABLE-YES               VALUE 'Y'.
           02  WS-PAYEE-PAY-TO         PIC X(01)   VALUE SPACE.
           02  WS-PAYEE-IFSC           PIC X(11)   VALUE SPACES.
           02  WS-PAYEE-ACCT-NO        PIC X(18)   VALUE SPACES.
           02  WS-PAYEE-BENE-NAME      PIC X(35)   VALUE SPACES.
           02  WS-PAYEE-EMP-NAME       PIC X(25)   VALUE SPACES.
           02  WS-PAYEE-NOTE           PIC X(30)   VALUE SPACES.
      *
      *    AGEING BUCKETS BY DAYS SINCE THE CYCLE THE REFUND AROSE
      *    IN - UP TO 30, 60, 90, 180 DAYS AND OLDER.
       01  AGEING-AREA.
           02  WS-BUCKET-LIMITS.
               03  FILLER              PIC 9(05)   VALUE 00030.
               03  FILLER              PIC 9(05)   VALUE 00060.
               03  FILLER              PIC 9(05)   VALUE 00090.
               03  FILLER              PIC 9(05)   VALUE 00180.
               03  FILLER              PIC 9(05)   VALUE 99999.
           02  WS-BUCKET-LIMIT REDEFINES WS-BUCKET-LIMITS
                                       PIC 9(05) OCCURS 5 TIMES.
           02  WS-BUCKET-NAMES.
               03  FILLER              PIC X(08)   VALUE '0-30'.
               03  FILLER              PIC X(08)   VALUE '31-60'.
               03  FILLER              PIC X(08)   VALUE '61-90'.
               03  FILLER              PIC X(08)   VALUE '91-180'.
               03  FILLER              PIC X(08)   VALUE 'OVER 180'.
           02  WS-BUCKET-NAME REDEFINES WS-BUCKET-NAMES
                                       PIC X(08) OCCURS 5 TIMES.
           02  WS-BUCKET-TOTAL OCCURS 5 TIMES.
               03  WS-BUCKET-COUNT     PIC 9(07).
               03  WS-BUCKET-AMOUNT    PIC 9(11)V99.
           02  WS-BUCKET-IX            PIC 9(01)   VALUE ZERO.
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP - THE ISSUE DATE OF
      *    EVERY PAYMENT MADE TODAY.
       01  WS-RUN-DATE-FIELDS.
           02  WS-RUN-DATE-YYYYMMDD    PIC 9(08)   VALUE ZERO.
           02  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
               03  WS-CURRENT-YEAR         PIC 9(04).
               03  WS-CURRENT-MONTH        PIC 9(02).
               03  WS-CURRENT-DAY          PIC 9(02).
      *
      *    DAY-NUMBER WORK AREA - A CCYYMMDD DATE TURNED INTO A
      *    RUNNING COUNT OF DAYS, SO TWO DATES SUBTRACT TO THE DAYS
      *    BETWEEN THEM. THE YEAR IS TAKEN FROM MARCH SO THE LEAP
      *    DAY FALLS AT THE END OF IT.
       01  DAY-NUMBER-AREA.
           02  WS-DN-DATE              PIC 9(08)   VALUE ZERO.
           02  WS-DN-DATE-X REDEFINES WS-DN-DATE.
               03  WS-DN-YEAR              PIC 9(04).
               03  WS-DN-MONTH             PIC 9(02).
               03  WS-DN-DAY               PIC 9(02).
           02  WS-DN-Y                 PIC 9(05)   VALUE ZERO.
           02  WS-DN-M                 PIC 9(03)   VALUE ZERO.
           02  WS-DN-QUOT              PIC 9(07)   VALUE ZERO.
           02  WS-DN-RESULT            PIC 9(09)   VALUE ZERO.
           02  WS-DN-RUN-DAY           PIC 9(09)   VALUE ZERO.
           02  WS-DN-CYCLE-DAY         PIC 9(09)   VALUE ZERO.
           02  WS-AGE-DAYS             PIC S9(07)  VALUE ZERO.
      *
      *    SHARED YYYYMMDD-TO-DASHED FORMATTER FOR REPORT DATES.
       01  DATE-FORMAT-AREA.
           02  WS-FMT-DATE-IN          PIC 9(08)   VALUE ZERO.
           02  WS-FMT-DATE-IN-X REDEFINES WS-FMT-DATE-IN
                                       PIC X(08).
           02  WS-FMT-DATE-OUT         PIC X(10)   VALUE SPACES.
      *
      *    RUN-REGISTRY INTERLOCK - THE CALLED RUNCTL SUBPROGRAM
      *    STAMPS THIS JOB IN THE SHARED REGISTRY AT START AND END.
      *    THE START IS REFUSED WHEN THE TAX RUN HAS NOT COMPLETED
      *    FOR THE CYCLE. AN UNPROVED RUN DOES NOT STAMP ITS END AND
      *    MARKS NOTHING SENT, SO ITS HELD BANK FILE IS NEVER TAKEN
      *    AS MADE - THE NEXT RUN, ON ANY DAY, SENDS THOSE PAYMENTS
      *    AGAIN. A RESTART ON THE SAME DAY ALSO RESENDS ANY MARKED
      *    SENT TODAY, SO AN ABEND WHILE MARKING LOSES NONE. A
      *    PROVED RUN IS NOT RERUN - ITS FILE IS THE ONE TO SEND.
       01  RUN-CONTROL-PARMS.
           02  RC-FUNCTION            PIC X(01)   VALUE SPACE.
               88  RC-FUNC-START               VALUE 'S'.
               88  RC-FUNC-END                 VALUE 'E'.
           02  RC-JOB-NAME            PIC X(08)   VALUE 'RFDPAY  '.
           02  RC-CYCLE-DATE          PIC 9(08)   VALUE ZERO.
           02  RC-PREREQ-JOB          PIC X(08)   VALUE 'STDRPT  '.
           02  RC-ALLOW-RESTART       PIC X(01)   VALUE 'Y'.
           02  RC-RECORD-COUNT        PIC 9(09)   VALUE ZERO.
           02  RC-REASON-CODE         PIC X(02)   VALUE SPACES.
               88  RC-OK                       VALUE '00'.
      *
      *    REPORT CONTROLS AND LINE LAYOUTS - ONE SET PER REPORT.
       01  ACT-PRINT-CONTROLS.
           02  ACT-PAGE-NUMBER         PIC 9(04)   VALUE ZERO.
           02  ACT-LINE-COUNT          PIC 9(04)   VALUE ZERO.
       01  AGE-PRINT-CONTROLS.
           02  AGE-PAGE-NUMBER         PIC 9(04)   VALUE ZERO.
           02  AGE-LINE-COUNT          PIC 9(04)   VALUE ZERO.
       01  PRINT-CONTROLS.
           02  WS-MAX-LINES-PAGE       PIC 9(04)   VALUE 0050.
           02  WS-RUN-DATE-EDIT        PIC X(10)   VALUE SPACES.
           02  WS-CYCLE-DATE-EDIT      PIC X(10)   VALUE SPACES.
           02  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.

       01  ACT-HEADING-1.
           02  FILLER      PIC X(36)  VALUE
               'RFDPAY REFUND REGISTER ACTIVITY'.
           02  FILLER      PIC X(07)  VALUE 'CYCLE:'.
           02  ACT-CYCLE-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  ACT-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  ACT-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(45)  VALUE SPACES.

       01  ACT-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(12)  VALUE 'CYCLE'.
           02  FILLER      PIC X(16)  VALUE '        AMOUNT'.
           02  FILLER      PIC X(23)  VALUE 'ACTION'.
           02  FILLER      PIC X(11)  VALUE 'PAY TO'.
           02  FILLER      PIC X(12)  VALUE 'IFSC'.
           02  FILLER      PIC X(19)  VALUE 'ACCOUNT'.
           02  FILLER      PIC X(04)  VALUE 'NO'.
           02  FILLER      PIC X(23)  VALUE 'NOTE'.

       01  ACT-DETAIL-LINE.
           02  ACT-PAN-NO      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  ACT-CYCLE       PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  ACT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  ACT-ACTION      PIC X(22).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  ACT-PAY-TO      PIC X(10).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  ACT-IFSC        PIC X(11).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  ACT-ACCT-NO     PIC X(18).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  ACT-ISSUE-NO    PIC Z9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  ACT-NOTE        PIC X(23).

       01  ACT-TOTALS-LINE-1.
           02  FILLER          PIC X(16) VALUE 'RETURNS POSTED:'.
           02  ACT-TOT-RETURNS PIC ZZZ,ZZ9.
           02  FILLER          PIC X(11) VALUE '  REFUSED:'.
           02  ACT-TOT-RTN-REJ PIC ZZZ,ZZ9.
           02  FILLER          PIC X(14) VALUE '  DEEMED PAID:'.
           02  ACT-TOT-PAID    PIC ZZZ,ZZ9.
           02  FILLER          PIC X(11) VALUE '  REISSUED:'.
           02  ACT-TOT-REISSUE PIC ZZZ,ZZ9.
           02  FILLER          PIC X(11) VALUE '  RELEASED:'.
           02  ACT-TOT-RELEASE PIC ZZZ,ZZ9.
           02  FILLER          PIC X(34) VALUE SPACES.

       01  ACT-TOTALS-LINE-2.
           02  FILLER          PIC X(16) VALUE 'REFUNDS READ:'.
           02  ACT-TOT-READ    PIC ZZZ,ZZ9.
           02  FILLER          PIC X(11) VALUE '  ISSUED:'.
           02  ACT-TOT-ISSUED  PIC ZZZ,ZZ9.
           02  FILLER          PIC X(11) VALUE '  HELD:'.
           02  ACT-TOT-HELD    PIC ZZZ,ZZ9.
           02  FILLER          PIC X(14) VALUE '  ON REGISTER:'.
           02  ACT-TOT-ON-REG  PIC ZZZ,ZZ9.
           02  FILLER          PIC X(13) VALUE '  DIFFERING:'.
           02  ACT-TOT-DIFFER  PIC ZZZ,ZZ9.
           02  FILLER          PIC X(10) VALUE '  NETTED:'.
           02  ACT-TOT-NETTED  PIC ZZZ,ZZ9.
           02  FILLER          PIC X(15) VALUE SPACES.

       01  ACT-PAYMENT-LINE.
           02  FILLER          PIC X(24) VALUE
               'PAYMENTS IN BANK FILE:'.
           02  ACT-PAY-COUNT   PIC ZZZ,ZZ9.
           02  FILLER          PIC X(08) VALUE '  TOTAL:'.
           02  ACT-PAY-TOTAL   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(76) VALUE SPACES.

       01  AGE-HEADING-1.
           02  FILLER      PIC X(36)  VALUE
               'RFDPAY OUTSTANDING REFUNDS AGEING'.
           02  FILLER      PIC X(07)  VALUE 'AS AT:'.
           02  AGE-AS-AT   PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  AGE-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  AGE-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(45)  VALUE SPACES.

       01  AGE-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(22)  VALUE 'NAME'.
           02  FILLER      PIC X(12)  VALUE 'CYCLE'.
           02  FILLER      PIC X(16)  VALUE '        AMOUNT'.
           02  FILLER      PIC X(12)  VALUE 'STATUS'.
           02  FILLER      PIC X(04)  VALUE 'NO'.
           02  FILLER      PIC X(12)  VALUE 'LAST ACTION'.
           02  FILLER      PIC X(07)  VALUE '  AGE'.
           02  FILLER      PIC X(10)  VALUE 'BUCKET'.
           02  FILLER      PIC X(25)  VALUE 'NOTE'.

       01  AGE-DETAIL-LINE.
           02  AGE-PAN-NO      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  AGE-EMP-NAME    PIC X(20).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  AGE-CYCLE       PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  AGE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  AGE-STATUS      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  AGE-ISSUE-NO    PIC Z9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  AGE-LAST-DATE   PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  AGE-DAYS        PIC ZZZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  AGE-BUCKET      PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  AGE-NOTE        PIC X(23).
           02  FILLER          PIC X(02) VALUE SPACES.

       01  AGE-BUCKET-LINE.
           02  FILLER          PIC X(05) VALUE 'AGED'.
           02  AGE-BKT-NAME    PIC X(09).
           02  FILLER          PIC X(16) VALUE 'DAYS'.
           02  FILLER          PIC X(09) VALUE 'REFUNDS:'.
           02  AGE-BKT-COUNT   PIC ZZZ,ZZ9.
           02  FILLER          PIC X(10) VALUE '  AMOUNT:'.
           02  AGE-BKT-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(59) VALUE SPACES.

       01  AGE-AMOUNT-LINE.
           02  AGE-AMT-LABEL   PIC X(50).
           02  AGE-AMT-VALUE   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER          PIC X(62) VALUE SPACES.

       01  AGE-VERDICT-LINE.
           02  AGE-VERDICT     PIC X(80).
           02  FILLER          PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 0000-RESOLVE-PARMS THRU 0000-EXIT
           PERFORM 0011-REGISTER-START THRU 0011-EXIT
           OPEN INPUT EMPMAST
           IF WS-EMP-STATUS NOT = '00'
             DISPLAY 'RFDPAY - EMPMAST OPEN FAILED, STATUS '
                 WS-EMP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O REFREG
      *
      *    THE FIRST REFUND RUN OF ALL HAS NO REGISTER TO OPEN I-O -
      *    CREATE IT SO THE FIRST RUN REGISTERS ITS REFUNDS BY THE
      *    SAME PATH AS EVERY RUN AFTER.
           IF WS-REG-STATUS = '35'
             OPEN OUTPUT REFREG
             CLOSE REFREG
             OPEN I-O REFREG
           END-IF
           IF WS-REG-STATUS NOT = '00'
             DISPLAY 'RFDPAY - REFREG OPEN FAILED, STATUS '
                 WS-REG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-FMT-DATE-IN
           PERFORM 0009D-FORMAT-DATE THRU 0009D-EXIT
           MOVE WS-FMT-DATE-OUT TO WS-RUN-DATE-EDIT
           MOVE WS-CYCLE-DATE TO WS-FMT-DATE-IN
           PERFORM 0009D-FORMAT-DATE THRU 0009D-EXIT
           MOVE WS-FMT-DATE-OUT TO WS-CYCLE-DATE-EDIT
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-DN-DATE
           PERFORM 0010-DAY-NUMBER THRU 0010-EXIT
           MOVE WS-DN-RESULT TO WS-DN-RUN-DAY
           MOVE WS-CYCLE-DATE TO WS-DN-DATE
           PERFORM 0010-DAY-NUMBER THRU 0010-EXIT
           MOVE WS-DN-RESULT TO WS-DN-CYCLE-DAY
           OPEN OUTPUT ACTRPTFL
           OPEN OUTPUT AGERPTFL
           OPEN OUTPUT RFDBANK
           PERFORM 0002-POST-RETURNS THRU 0002-EXIT
           PERFORM 0003-SWEEP-REGISTER THRU 0003-EXIT
           PERFORM 0004-REGISTER-REFUNDS THRU 0004-EXIT
           PERFORM 0006-READ-GL-POSTING THRU 0006-EXIT
           PERFORM 0007-AGE-REGISTER THRU 0007-EXIT
           PERFORM 0008-WRITE-TOTALS THRU 0008-EXIT
           CLOSE RFDBANK, ACTRPTFL, AGERPTFL
           IF WS-PROOF-GOOD-YES
             PERFORM 0013-MARK-SENT THRU 0013-EXIT
             PERFORM 0014-CARRY-CONTROL THRU 0014-EXIT
           END-IF
           CLOSE EMPMAST, REFREG
           DISPLAY 'RFDPAY - RETURNS POSTED:      ' WS-RETURN-COUNT
           DISPLAY 'RFDPAY - RETURNS REFUSED:     '
               WS-RETURN-REJECT-COUNT
           DISPLAY 'RFDPAY - DEEMED PAID:         ' WS-PAID-COUNT
           DISPLAY 'RFDPAY - REISSUED:            ' WS-REISSUE-COUNT
           DISPLAY 'RFDPAY - RELEASED FROM HOLD:  ' WS-RELEASE-COUNT
           DISPLAY 'RFDPAY - REFUNDS ISSUED:      ' WS-ISSUED-COUNT
           DISPLAY 'RFDPAY - REFUNDS HELD:        ' WS-HELD-COUNT
           DISPLAY 'RFDPAY - COVERED BY EARLIER:  ' WS-NETTED-COUNT
           DISPLAY 'RFDPAY - PAYMENTS IN FILE:    ' WS-PAYMENT-COUNT
           DISPLAY 'RFDPAY - PAYMENTS MARKED SENT:' WS-SENT-COUNT
           DISPLAY 'RFDPAY - STILL OUTSTANDING:   ' WS-OUT-GRAND-TOTAL
           IF WS-PROOF-GOOD-NO
             DISPLAY 'RFDPAY - REFUNDS NOT PROVED TO REFUNDS '
                 'RECEIVABLE - HOLD THE PAYMENT FILE'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM 0012-REGISTER-END THRU 0012-EXIT
           END-IF
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    THE RETURN WINDOW DEFAULTS WHEN NOT GIVEN OR NOT NUMERIC.
      *    A RUN MODE OTHER THAN ANNUAL IS REFUSED BEFORE THE RUN IS
      *    STAMPED, SO NOTHING IS REGISTERED FROM A PROJECTION.
       0000-RESOLVE-PARMS.
      *
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CYCLE-DATE-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-CYCLE-DATE-PARM
           END-ACCEPT
           IF WS-CYCLE-DATE-PARM NUMERIC
             MOVE WS-CYCLE-DATE-PARM TO WS-CYCLE-DATE (1:8)
           ELSE
             MOVE WS-RUN-DATE-YYYYMMDD TO WS-CYCLE-DATE
           END-IF
           MOVE SPACES TO WS-GL-BATCH-REF
           STRING 'TDS-' DELIMITED BY SIZE
                  WS-CYCLE-DATE DELIMITED BY SIZE
             INTO WS-GL-BATCH-REF
           MOVE SPACES TO WS-BANK-BATCH-REF
           STRING 'RFD-' DELIMITED BY SIZE
                  WS-RUN-DATE-YYYYMMDD DELIMITED BY SIZE
             INTO WS-BANK-BATCH-REF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-WINDOW-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-WINDOW-PARM
           END-ACCEPT
           IF WS-WINDOW-PARM NOT = SPACES
             PERFORM 0000C-PARSE-WINDOW THRU 0000C-EXIT
             IF WS-PARM-GOOD-YES
               MOVE WS-PARM-VALUE TO WS-RETURN-WINDOW
             ELSE
               DISPLAY 'RFDPAY - RETURN WINDOW PARM NOT NUMERIC - '
                   'DEFAULT ' WS-RETURN-WINDOW ' USED'
             END-IF
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-RUN-MODE-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACE TO WS-RUN-MODE-PARM
           END-ACCEPT
           IF WS-RUN-MODE-PARM NOT = SPACE
             MOVE WS-RUN-MODE-PARM TO WS-RUN-MODE
           END-IF
           IF NOT WS-MODE-ANNUAL
             DISPLAY 'RFDPAY - RUN MODE ' WS-RUN-MODE ' REFUSED - '
                 'REFUNDS ARE PAID FROM AN ANNUAL CYCLE ONLY'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           DISPLAY 4 UPON ARGUMENT-NUMBER
           ACCEPT WS-ASSESSMENT-YEAR-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-ASSESSMENT-YEAR-PARM
           END-ACCEPT
           IF WS-ASSESSMENT-YEAR-PARM = SPACES OR LOW-VALUES
             MOVE WS-CURRENT-YEAR TO WS-ASSESSMENT-YEAR
           ELSE
             MOVE WS-ASSESSMENT-YEAR-PARM TO WS-ASSESSMENT-YEAR
           END-IF
           IF WS-ASSESSMENT-YEAR NOT NUMERIC
             DISPLAY 'RFDPAY - ASSESSMENT YEAR ' WS-ASSESSMENT-YEAR
                 ' NOT NUMERIC - REFUNDS CANNOT BE NETTED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           DISPLAY 'RFDPAY - ASSESSMENT YEAR ' WS-ASSESSMENT-YEAR.
      *
       0000-EXIT.
      *
       0000C-PARSE-WINDOW.
      *
           SET WS-PARM-GOOD-YES TO TRUE
           MOVE ZEROS TO WS-PARM-VALUE
           MOVE ZERO TO WS-PARM-POS
           PERFORM 0000C1-PARSE-ONE-DIGIT THRU 0000C1-EXIT
               UNTIL WS-PARM-POS >= 3 OR WS-PARM-GOOD-NO.
      *
       0000C-EXIT.
      *
       0000C1-PARSE-ONE-DIGIT.
      *
           ADD 1 TO WS-PARM-POS
           MOVE WS-WINDOW-PARM (WS-PARM-POS:1) TO WS-PARM-DIGIT
           EVALUATE TRUE
             WHEN WS-PARM-DIGIT = SPACE
               MOVE 3 TO WS-PARM-POS
             WHEN WS-PARM-DIGIT NUMERIC
               COMPUTE WS-PARM-VALUE = WS-PARM-VALUE * 10
                   + WS-PARM-DIGIT-9
             WHEN OTHER
               SET WS-PARM-GOOD-NO TO TRUE
           END-EVALUATE.
      *
       0000C1-EXIT.
      *
      *    NO RETURNED-PAYMENTS FILE MEANS THE BANK RETURNED NOTHING.
       0002-POST-RETURNS.
      *
           OPEN INPUT RFDRTNFL
           IF WS-RTN-STATUS NOT = '00'
             DISPLAY 'RFDPAY - NO RETURNED-PAYMENTS FILE - NONE '
                 'POSTED'
             GO TO 0002-EXIT
           END-IF
           PERFORM 0002A-POST-ONE-RETURN THRU 0002A-EXIT
               UNTIL WS-EOF-RTN-YES
           CLOSE RFDRTNFL.
      *
       0002-EXIT.
      *
      *    A RETURN IS POSTED ONLY AGAINST THE PAYMENT NOW AT THE
      *    BANK FOR THAT REFUND, AND ONLY FOR ITS FULL AMOUNT - A
      *    SECOND COPY OF A RETURN, OR ONE FOR A PAYMENT SINCE
      *    REISSUED, IS REFUSED AND LISTED.
       0002A-POST-ONE-RETURN.
      *
           READ RFDRTNFL
             AT END
               SET WS-EOF-RTN-YES TO TRUE
               GO TO 0002A-EXIT
           END-READ
           MOVE RTN-PAN-NO TO RF-PAN-NO
           MOVE RTN-CYCLE-DATE TO RF-CYCLE-DATE
           READ REFREG
             INVALID KEY
               MOVE SPACES TO REFUND-REG-REC
               MOVE RTN-PAN-NO TO RF-PAN-NO
               MOVE RTN-CYCLE-DATE TO RF-CYCLE-DATE
               MOVE RTN-AMOUNT TO RF-AMOUNT
               MOVE RTN-ISSUE-NO TO RF-ISSUE-NO
               MOVE 'NO SUCH REFUND ON REGISTER' TO RF-NOTE
               MOVE 'RETURN REFUSED' TO WS-ACTION-TEXT
               ADD 1 TO WS-RETURN-REJECT-COUNT
               PERFORM 0009A-WRITE-ACTIVITY THRU 0009A-EXIT
               GO TO 0002A-EXIT
           END-READ
           IF NOT RF-AWAITING-BANK
              OR RF-SENT-DATE = ZERO
              OR RF-ISSUE-NO NOT = RTN-ISSUE-NO
              OR RF-AMOUNT NOT = RTN-AMOUNT
             MOVE 'RETURN REFUSED' TO WS-ACTION-TEXT
             ADD 1 TO WS-RETURN-REJECT-COUNT
             EVALUATE TRUE
               WHEN NOT RF-AWAITING-BANK
                  OR RF-SENT-DATE = ZERO
                 MOVE 'PAYMENT NOT AT THE BANK' TO RF-NOTE
               WHEN RF-ISSUE-NO NOT = RTN-ISSUE-NO
                 MOVE 'NOT THE PAYMENT NOW ISSUED' TO RF-NOTE
               WHEN OTHER
                 MOVE RTN-AMOUNT TO WS-EDIT-AMOUNT
                 MOVE SPACES TO RF-NOTE
                 STRING 'RETURNED ' DELIMITED BY SIZE
                        WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO RF-NOTE
             END-EVALUATE
             PERFORM 0009A-WRITE-ACTIVITY THRU 0009A-EXIT
             GO TO 0002A-EXIT
           END-IF
           SET RF-STATUS-RETURNED TO TRUE
           MOVE RTN-RETURN-DATE TO RF-STATUS-DATE
           MOVE SPACES TO RF-NOTE
           STRING RTN-REASON-CODE DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RTN-REASON      DELIMITED BY SIZE
             INTO RF-NOTE
           REWRITE REFUND-REG-REC
             INVALID KEY
               DISPLAY 'RFDPAY - REGISTER REWRITE FAILED FOR '
                   RF-KEY ' STATUS ' WS-REG-STATUS
           END-REWRITE
           ADD 1 TO WS-RETURN-COUNT
           MOVE 'RETURNED BY BANK' TO WS-ACTION-TEXT
           PERFORM 0009A-WRITE-ACTIVITY THRU 0009A-EXIT.
      *
       0002A-EXIT.
      *
      *    ONE PASS OF THE REGISTER AS IT STOOD BEFORE TODAY'S
      *    REFUNDS - PAYMENTS THE BANK HAS HAD FOR LONGER THAN THE
      *    RETURN WINDOW SINCE THEY WERE SENT ARE PAID, RETURNED
      *    REFUNDS ARE REISSUED ONCE THERE IS A NEW ACCOUNT TO PAY,
      *    AND HELD REFUNDS ARE RELEASED ONCE THERE IS ONE AT ALL.
       0003-SWEEP-REGISTER.
      *
           MOVE 'N' TO WS-EOF-REG
           MOVE LOW-VALUES TO RF-KEY
           START REFREG KEY IS NOT LESS THAN RF-KEY
             INVALID KEY
               SET WS-EOF-REG-YES TO TRUE
           END-START
           PERFORM 0003A-SWEEP-ONE THRU 0003A-EXIT
               UNTIL WS-EOF-REG-YES.
      *
       0003-EXIT.
      *
       0003A-SWEEP-ONE.
      *
           READ REFREG NEXT RECORD
             AT END
               SET WS-EOF-REG-YES TO TRUE
               GO TO 0003A-EXIT
           END-READ
           EVALUATE TRUE
             WHEN RF-AWAITING-BANK
               PERFORM 0003B-CHECK-PAID THRU 0003B-EXIT
             WHEN RF-STATUS-RETURNED
               PERFORM 0003C-CHECK-REISSUE THRU 0003C-EXIT
             WHEN RF-STATUS-HELD
               PERFORM 0003D-CHECK-RELEASE THRU 0003D-EXIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       0003A-EXIT.
      *
      *    A PAYMENT NOT YET SENT ON A PROVED RUN IS NOT AT THE BANK
      *    AND CANNOT BE TAKEN AS PAID.
       0003B-CHECK-PAID.
      *
           IF RF-SENT-DATE = ZERO
             GO TO 0003B-EXIT
           END-IF
           MOVE RF-SENT-DATE TO WS-DN-DATE
           PERFORM 0010-DAY-NUMBER THRU 0010-EXIT
           COMPUTE WS-AGE-DAYS = WS-DN-RUN-DAY - WS-DN-RESULT
           IF WS-AGE-DAYS NOT > WS-RETURN-WINDOW
             GO TO 0003B-EXIT
           END-IF
           SET RF-STATUS-PAID TO TRUE
           MOVE WS-RUN-DATE-YYYYMMDD TO RF-STATUS-DATE
           MOVE 'NOT RETURNED IN WINDOW' TO RF-NOTE
           REWRITE REFUND-REG-REC
             INVALID KEY
               DISPLAY 'RFDPAY - REGISTER REWRITE FAILED FOR '
                   RF-KEY ' STATUS ' WS-REG-STATUS
           END-REWRITE
           ADD 1 TO WS-PAID-COUNT
           MOVE 'PAID' TO WS-ACTION-TEXT
           PERFORM 0009A-WRITE-ACTIVITY THRU 0009A-EXIT.
      *
       0003B-EXIT.
      *
      *    SENDING A RETURNED REFUND BACK TO THE SAME ACCOUNT WOULD
      *    ONLY BE RETURNED AGAIN - IT WAITS FOR THE MASTER TO BE
      *    CORRECTED.
       0003C-CHECK-REISSUE.
      *
           MOVE RF-PAN-NO TO WS-PAYEE-PAN-NO
           PERFORM 0005-RESOLVE-PAYEE THRU 0005-EXIT
           IF NOT WS-PAYEE-PAYABLE-YES
              OR RF-ISSUE-NO >= 99
             GO TO 0003C-EXIT
           END-IF
           IF WS-PAYEE-IFSC = RF-BANK-IFSC
              AND WS-PAYEE-ACCT-NO = RF-BANK-ACCT-NO
             GO TO 0003C-EXIT
           END-IF
           ADD 1 TO RF-ISSUE-NO
           SET RF-STATUS-REISSUED TO TRUE
           PERFORM 0003E-ISSUE-TO-PAYEE THRU 0003E-EXIT
           MOVE 'REISSUED TO NEW ACCOUNT' TO RF-NOTE
           REWRITE REFUND-REG-REC
             INVALID KEY
               DISPLAY 'RFDPAY - REGISTER REWRITE FAILED FOR '
                   RF-KEY ' STATUS ' WS-REG-STATUS
           END-REWRITE
           ADD 1 TO WS-REISSUE-COUNT
           MOVE 'REISSUED' TO WS-ACTION-TEXT
           PERFORM 0009A-WRITE-ACTIVITY THRU 0009A-EXIT.
      *
       0003C-EXIT.
      *
       0003D-CHECK-RELEASE.
      *
           MOVE RF-PAN-NO TO WS-PAYEE-PAN-NO
           PERFORM 0005-RESOLVE-PAYEE THRU 0005-EXIT
           IF NOT WS-PAYEE-PAYABLE-YES
             GO TO 0003D-EXIT
           END-IF
           MOVE 01 TO RF-ISSUE-NO
           SET RF-STATUS-ISSUED TO TRUE
           PERFORM 0003E-ISSUE-TO-PAYEE THRU 0003E-EXIT
           MOVE 'RELEASED FROM HOLD' TO RF-NOTE
           REWRITE REFUND-REG-REC
             INVALID KEY
               DISPLAY 'RFDPAY - REGISTER REWRITE FAILED FOR '
                   RF-KEY ' STATUS ' WS-REG-STATUS
           END-REWRITE
           ADD 1 TO WS-RELEASE-COUNT
           MOVE 'ISSUED FROM HOLD' TO WS-ACTION-TEXT
           PERFORM 0009A-WRITE-ACTIVITY THRU 0009A-EXIT.
      *
       0003D-EXIT.
      *
      *    STAMP THE REGISTER ENTRY WITH TODAY'S PAYMENT TO THE
      *    RESOLVED PAYEE - THE PAYMENT ITSELF GOES TO THE BANK FILE
      *    FROM THE REGISTER IN 0007, AND IS NOT SENT UNTIL A PROVED
      *    RUN MARKS IT SO.
       0003E-ISSUE-TO-PAYEE.
      *
           MOVE WS-PAYEE-PAY-TO TO RF-PAY-TO
           MOVE WS-PAYEE-IFSC TO RF-BANK-IFSC
           MOVE WS-PAYEE-ACCT-NO TO RF-BANK-ACCT-NO
           MOVE WS-RUN-DATE-YYYYMMDD TO RF-ISSUE-DATE
           MOVE WS-RUN-DATE-YYYYMMDD TO RF-STATUS-DATE
           MOVE ZEROS TO RF-SENT-DATE.
      *
       0003E-EXIT.
      *
      *    EVERY 'E' RECORD IS ENTERED ON THE REGISTER FOR THE CYCLE.
      *    ONE ALREADY THERE (A RERUN) IS LEFT AS IT IS - BUT ONE
      *    WHOSE AMOUNT NO LONGER MATCHES IS LISTED AND FAILS THE
      *    PROOF, SINCE THE FIRST AMOUNT MAY ALREADY BE PAID. THE
      *    EXCESS IS THE ASSESSMENT YEAR'S TO DATE, SO WHAT OTHER
      *    CYCLES FOR THAT YEAR REGISTERED FOR THE PAN - PAID OR
      *    STILL OWED - IS NETTED OFF AND ONLY THE REST IS PAID. AN
      *    EXCESS ALREADY WHOLLY REGISTERED IS STILL ENTERED, AT NO
      *    AMOUNT AND AS PAID, SO THE CYCLE'S ENTRIES ADD BACK TO
      *    WHAT GLPOST DEBITED.
       0004-REGISTER-REFUNDS.
      *
           OPEN INPUT TDSRPTFL
           PERFORM 0004A-REGISTER-ONE THRU 0004A-EXIT
               UNTIL WS-EOF-TDS-YES
           CLOSE TDSRPTFL.
      *
       0004-EXIT.
      *
       0004A-REGISTER-ONE.
      *
           READ TDSRPTFL
             AT END
               SET WS-EOF-TDS-YES TO TRUE
               GO TO 0004A-EXIT
           END-READ
           IF TDS-FLAG-T NOT = 'E' OR TAX-DIFF-T = ZERO
             GO TO 0004A-EXIT
           END-IF
           ADD 1 TO WS-REFUND-READ-COUNT
           ADD TAX-DIFF-T TO WS-TDS-REFUND-TOTAL
           MOVE PAN-NO-T TO RF-PAN-NO
           MOVE WS-CYCLE-DATE TO RF-CYCLE-DATE
           READ REFREG
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF RF-AMOUNT + RF-NETTED-AMOUNT = TAX-DIFF-T
                 ADD 1 TO WS-ON-REGISTER-COUNT
                 MOVE 'ALREADY ON REGISTER' TO WS-ACTION-TEXT
               ELSE
                 ADD 1 TO WS-DIFFER-COUNT
                 MOVE 'AMOUNT DIFFERS' TO WS-ACTION-TEXT
                 MOVE TAX-DIFF-T TO WS-EDIT-AMOUNT
                 MOVE SPACES TO RF-NOTE
                 STRING 'NOW DUE ' DELIMITED BY SIZE
                        WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO RF-NOTE
               END-IF
               PERFORM 0009A-WRITE-ACTIVITY THRU 0009A-EXIT
               GO TO 0004A-EXIT
           END-READ
           PERFORM 0004B-SUM-PRIOR THRU 0004B-EXIT
           COMPUTE WS-NEW-AMOUNT = TAX-DIFF-T - WS-PRIOR-REGISTERED
           MOVE PAN-NO-T TO WS-PAYEE-PAN-NO
           PERFORM 0005-RESOLVE-PAYEE THRU 0005-EXIT
           MOVE SPACES TO REFUND-REG-REC
           MOVE PAN-NO-T TO RF-PAN-NO
           MOVE WS-CYCLE-DATE TO RF-CYCLE-DATE
           MOVE WS-RUN-DATE-YYYYMMDD TO RF-REGISTERED-DATE
           MOVE ZEROS TO RF-SENT-DATE
           MOVE WS-ASSESSMENT-YEAR TO RF-ASSESSMENT-YEAR
           IF WS-NEW-AMOUNT NOT > ZERO
             MOVE ZEROS TO RF-AMOUNT
             MOVE TAX-DIFF-T TO RF-NETTED-AMOUNT
           ELSE
             MOVE WS-NEW-AMOUNT TO RF-AMOUNT
             MOVE WS-PRIOR-REGISTERED TO RF-NETTED-AMOUNT
           END-IF
           EVALUATE TRUE
             WHEN WS-NEW-AMOUNT NOT > ZERO
               MOVE ZERO TO RF-ISSUE-NO
               MOVE ZEROS TO RF-ISSUE-DATE
               SET RF-STATUS-PAID TO TRUE
               MOVE WS-PAYEE-PAY-TO TO RF-PAY-TO
               MOVE WS-RUN-DATE-YYYYMMDD TO RF-STATUS-DATE
               MOVE WS-PRIOR-REGISTERED TO WS-EDIT-AMOUNT
               MOVE SPACES TO RF-NOTE
               STRING 'EARLIER CYCLES ' DELIMITED BY SIZE
                      WS-EDIT-AMOUNT DELIMITED BY SIZE
                 INTO RF-NOTE
               MOVE 'COVERED BY EARLIER' TO WS-ACTION-TEXT
               ADD 1 TO WS-NETTED-COUNT
             WHEN WS-PAYEE-PAYABLE-YES
               MOVE 01 TO RF-ISSUE-NO
               SET RF-STATUS-ISSUED TO TRUE
               PERFORM 0003E-ISSUE-TO-PAYEE THRU 0003E-EXIT
               MOVE 'ISSUED' TO WS-ACTION-TEXT
               ADD 1 TO WS-ISSUED-COUNT
             WHEN OTHER
               MOVE ZERO TO RF-ISSUE-NO
               MOVE ZEROS TO RF-ISSUE-DATE
               SET RF-STATUS-HELD TO TRUE
               MOVE WS-PAYEE-PAY-TO TO RF-PAY-TO
               MOVE WS-RUN-DATE-YYYYMMDD TO RF-STATUS-DATE
               MOVE WS-PAYEE-NOTE TO RF-NOTE
               MOVE 'HELD' TO WS-ACTION-TEXT
               ADD 1 TO WS-HELD-COUNT
           END-EVALUATE
           IF RF-NETTED-AMOUNT > ZERO AND RF-STATUS-ISSUED
             MOVE RF-NETTED-AMOUNT TO WS-EDIT-AMOUNT
             MOVE SPACES TO RF-NOTE
             STRING 'LESS EARLIER ' DELIMITED BY SIZE
                    WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO RF-NOTE
           END-IF
           WRITE REFUND-REG-REC
             INVALID KEY
               DISPLAY 'RFDPAY - REGISTER WRITE FAILED FOR '
                   RF-KEY ' STATUS ' WS-REG-STATUS
               SET WS-PROOF-GOOD-NO TO TRUE
           END-WRITE
           PERFORM 0009A-WRITE-ACTIVITY THRU 0009A-EXIT.
      *
       0004A-EXIT.
      *
      *    WHAT THE PAN'S ENTRIES FOR THE ASSESSMENT YEAR HAVE
      *    REGISTERED, WHATEVER THE CYCLE DATE - A FINAL RUN AFTER
      *    31 MARCH STILL SEES THE YEAR'S EARLIER CYCLES. THE CYCLE
      *    IN HAND IS NOT YET ON THE REGISTER. A RETURNED OR HELD
      *    REFUND IS STILL TO BE PAID, SO IT COUNTS AS MUCH AS ONE
      *    ALREADY PAID.
       0004B-SUM-PRIOR.
      *
           MOVE ZEROS TO WS-PRIOR-REGISTERED
           MOVE 'N' TO WS-EOF-PRIOR
           MOVE PAN-NO-T TO RF-PAN-NO
           MOVE ZEROS TO RF-CYCLE-DATE
           START REFREG KEY IS NOT LESS THAN RF-KEY
             INVALID KEY
               GO TO 0004B-EXIT
           END-START
           PERFORM 0004C-SUM-ONE-PRIOR THRU 0004C-EXIT
               UNTIL WS-EOF-PRIOR-YES.
      *
       0004B-EXIT.
      *
       0004C-SUM-ONE-PRIOR.
      *
           READ REFREG NEXT RECORD
             AT END
               SET WS-EOF-PRIOR-YES TO TRUE
               GO TO 0004C-EXIT
           END-READ
           IF RF-PAN-NO NOT = PAN-NO-T
             SET WS-EOF-PRIOR-YES TO TRUE
             GO TO 0004C-EXIT
           END-IF
           IF RF-ASSESSMENT-YEAR = WS-ASSESSMENT-YEAR
             ADD RF-AMOUNT TO WS-PRIOR-REGISTERED
           END-IF.
      *
       0004C-EXIT.
      *
      *    WHO A REFUND FOR WS-PAYEE-PAN-NO IS PAID TO TODAY. A
      *    LEAVER IS PAID TO THE FINAL-SETTLEMENT ACCOUNT WHATEVER
      *    THE MASTER HOLDS; ANYONE ELSE TO THE SALARY ACCOUNT ON
      *    THE MASTER, IF THERE IS ONE.
       0005-RESOLVE-PAYEE.
      *
           MOVE 'N' TO WS-PAYEE-FOUND
           MOVE 'N' TO WS-PAYEE-PAYABLE
           MOVE SPACE TO WS-PAYEE-PAY-TO
           MOVE SPACES TO WS-PAYEE-IFSC
           MOVE SPACES TO WS-PAYEE-ACCT-NO
           MOVE SPACES TO WS-PAYEE-BENE-NAME
           MOVE SPACES TO WS-PAYEE-NOTE
           MOVE WS-PAYEE-PAN-NO TO EMP-PAN-NO
           READ EMPMAST
             INVALID KEY
               MOVE '(NOT ON MASTER)' TO WS-PAYEE-EMP-NAME
               MOVE 'PAN NOT ON EMPLOYEE MASTER' TO WS-PAYEE-NOTE
               GO TO 0005-EXIT
           END-READ
           SET WS-PAYEE-FOUND-YES TO TRUE
           MOVE EMP-NAME TO WS-PAYEE-EMP-NAME
           IF EMP-END-DATE NUMERIC AND EMP-END-DATE NOT = ZERO
              AND EMP-END-DATE NOT > WS-RUN-DATE-YYYYMMDD
             SET WS-PAYEE-PAYABLE-YES TO TRUE
             MOVE 'F' TO WS-PAYEE-PAY-TO
             MOVE ACCT-SETTLE-IFSC TO WS-PAYEE-IFSC
             MOVE ACCT-SETTLE-ACCT-NO TO WS-PAYEE-ACCT-NO
             MOVE ACCT-SETTLE-NAME TO WS-PAYEE-BENE-NAME
             GO TO 0005-EXIT
           END-IF
           MOVE 'E' TO WS-PAYEE-PAY-TO
           IF EMP-BANK-IFSC = SPACES OR LOW-VALUES
              OR EMP-BANK-ACCT-NO = SPACES OR LOW-VALUES
             MOVE 'NO BANK ACCOUNT ON MASTER' TO WS-PAYEE-NOTE
             GO TO 0005-EXIT
           END-IF
           SET WS-PAYEE-PAYABLE-YES TO TRUE
           MOVE EMP-BANK-IFSC TO WS-PAYEE-IFSC
           MOVE EMP-BANK-ACCT-NO TO WS-PAYEE-ACCT-NO
           MOVE EMP-NAME TO WS-PAYEE-BENE-NAME.
      *
       0005-EXIT.
      *
      *    THE REFUNDS RECEIVABLE DEBIT GLPOST WROTE FOR THIS
      *    CYCLE'S BATCH, AND THE DEBITS BEFORE IT FROM THE CONTROL.
      *    WITHOUT THE JOURNAL THERE IS NOTHING TO PROVE THE
      *    REGISTER TO, AND THE RUN FAILS.
       0006-READ-GL-POSTING.
      *
           PERFORM 0006B-READ-CONTROL THRU 0006B-EXIT
           OPEN INPUT GLJRNL
           IF WS-GL-STATUS NOT = '00'
             DISPLAY 'RFDPAY - GL JOURNAL NOT ON HAND - REFUNDS '
                 'CANNOT BE PROVED'
             GO TO 0006-EXIT
           END-IF
           SET WS-GL-ON-HAND-YES TO TRUE
           PERFORM 0006A-READ-ONE-LINE THRU 0006A-EXIT
               UNTIL WS-EOF-GL-YES
           CLOSE GLJRNL
           MOVE WS-GL-REFUND-TOTAL TO WS-GL-FIGURE.
      *
       0006-EXIT.
      *
       0006A-READ-ONE-LINE.
      *
           READ GLJRNL
             AT END
               SET WS-EOF-GL-YES TO TRUE
               GO TO 0006A-EXIT
           END-READ
           IF GL-BATCH-REF = WS-GL-BATCH-REF
              AND GL-ACCOUNT = ACCT-REFUND-RECV
              AND GL-DR-CR = 'DR'
             SET WS-GL-BATCH-FOUND-YES TO TRUE
             ADD GL-AMOUNT TO WS-GL-REFUND-TOTAL
           END-IF.
      *
       0006A-EXIT.
      *
      *    THE DEBITS BROUGHT FORWARD. NO CONTROL MEANS NO PROVED RUN
      *    YET AND NOTHING BROUGHT FORWARD. A CONTROL LEFT BY THIS
      *    SAME CYCLE (A RERUN AFTER A BACK-OUT) HAS THE CYCLE'S
      *    DEBIT TAKEN BACK OUT. ONE LEFT BY A LATER CYCLE, OR ONE
      *    THAT CANNOT BE READ, LEAVES NOTHING TO PROVE THE BALANCE
      *    TO.
       0006B-READ-CONTROL.
      *
           MOVE ZEROS TO WS-DEBITS-BF
           OPEN INPUT RFDCTLI
           IF WS-CTLI-STATUS = '35'
             DISPLAY 'RFDPAY - NO RECEIVABLE CONTROL - NOTHING '
                 'BROUGHT FORWARD'
             GO TO 0006B-EXIT
           END-IF
           IF WS-CTLI-STATUS NOT = '00'
             DISPLAY 'RFDPAY - RECEIVABLE CONTROL OPEN FAILED, '
                 'STATUS ' WS-CTLI-STATUS
             SET WS-CTL-USABLE-NO TO TRUE
             GO TO 0006B-EXIT
           END-IF
           READ RFDCTLI
             AT END
               DISPLAY 'RFDPAY - RECEIVABLE CONTROL IS EMPTY'
               SET WS-CTL-USABLE-NO TO TRUE
           END-READ
           CLOSE RFDCTLI
           IF WS-CTL-USABLE-NO
             GO TO 0006B-EXIT
           END-IF
           EVALUATE TRUE
             WHEN CTL-IN-CYCLE-DATE > WS-CYCLE-DATE
               DISPLAY 'RFDPAY - RECEIVABLE CONTROL IS FOR LATER '
                   'CYCLE ' CTL-IN-CYCLE-DATE
               SET WS-CTL-USABLE-NO TO TRUE
             WHEN CTL-IN-CYCLE-DATE = WS-CYCLE-DATE
               COMPUTE WS-DEBITS-BF = CTL-IN-DEBITS-TO-DATE
                   - CTL-IN-CYCLE-DEBIT
             WHEN OTHER
               MOVE CTL-IN-DEBITS-TO-DATE TO WS-DEBITS-BF
           END-EVALUATE.
      *
       0006B-EXIT.
      *
      *    FINAL PASS OF THE REGISTER - EVERY REFUND STILL OWED IS
      *    AGED AND LISTED, AND EVERY PAYMENT NOT YET SENT ON A
      *    PROVED RUN - OR MARKED SENT TODAY, ON A RESTART - GOES TO
      *    THE BANK FILE.
       0007-AGE-REGISTER.
      *
           MOVE ZEROS TO WS-BUCKET-TOTAL (1)
           MOVE ZEROS TO WS-BUCKET-TOTAL (2)
           MOVE ZEROS TO WS-BUCKET-TOTAL (3)
           MOVE ZEROS TO WS-BUCKET-TOTAL (4)
           MOVE ZEROS TO WS-BUCKET-TOTAL (5)
           MOVE SPACES TO BNK-HEADER
           MOVE 'H' TO BNK-H-REC-TYPE
           MOVE WS-BANK-BATCH-REF TO BNK-H-BATCH-REF
           MOVE WS-RUN-DATE-YYYYMMDD TO BNK-H-FILE-DATE
           MOVE ACCT-DEBIT-IFSC TO BNK-H-DEBIT-IFSC
           MOVE ACCT-DEBIT-ACCT-NO TO BNK-H-DEBIT-ACCT
           MOVE ACCT-DEBIT-NAME TO BNK-H-DEBIT-NAME
           WRITE BNK-HEADER
           MOVE 'N' TO WS-EOF-REG
           MOVE LOW-VALUES TO RF-KEY
           START REFREG KEY IS NOT LESS THAN RF-KEY
             INVALID KEY
               SET WS-EOF-REG-YES TO TRUE
           END-START
           PERFORM 0007A-AGE-ONE THRU 0007A-EXIT
               UNTIL WS-EOF-REG-YES
           MOVE SPACES TO BNK-TRAILER
           MOVE 'T' TO BNK-T-REC-TYPE
           MOVE WS-BANK-BATCH-REF TO BNK-T-BATCH-REF
           MOVE WS-PAYMENT-COUNT TO BNK-T-COUNT
           MOVE WS-PAYMENT-TOTAL TO BNK-T-TOTAL
           WRITE BNK-TRAILER.
      *
       0007-EXIT.
      *
       0007A-AGE-ONE.
      *
           READ REFREG NEXT RECORD
             AT END
               SET WS-EOF-REG-YES TO TRUE
               GO TO 0007A-EXIT
           END-READ
           IF RF-CYCLE-DATE = WS-CYCLE-DATE
             ADD RF-AMOUNT TO WS-REG-CYCLE-TOTAL
             ADD RF-NETTED-AMOUNT TO WS-REG-CYCLE-TOTAL
           END-IF
           ADD RF-NETTED-AMOUNT TO WS-REG-NETTED-TOTAL
           IF RF-STATUS-PAID
             ADD RF-AMOUNT TO WS-REG-PAID-TOTAL
           END-IF
           IF NOT RF-OUTSTANDING
             GO TO 0007A-EXIT
           END-IF
           MOVE RF-PAN-NO TO EMP-PAN-NO
           READ EMPMAST
             INVALID KEY
               MOVE '(NOT ON MASTER)' TO WS-PAYEE-EMP-NAME
             NOT INVALID KEY
               MOVE EMP-NAME TO WS-PAYEE-EMP-NAME
           END-READ
           IF RF-AWAITING-BANK
              AND (RF-SENT-DATE = ZERO
                OR RF-SENT-DATE = WS-RUN-DATE-YYYYMMDD)
             PERFORM 0007B-WRITE-PAYMENT THRU 0007B-EXIT
           END-IF
           MOVE RF-CYCLE-DATE TO WS-DN-DATE
           PERFORM 0010-DAY-NUMBER THRU 0010-EXIT
           COMPUTE WS-AGE-DAYS = WS-DN-CYCLE-DAY - WS-DN-RESULT
           IF WS-AGE-DAYS < ZERO
             MOVE ZERO TO WS-AGE-DAYS
           END-IF
           MOVE 1 TO WS-BUCKET-IX
           PERFORM 0007C-FIND-BUCKET THRU 0007C-EXIT
               UNTIL WS-BUCKET-IX >= 5
                  OR WS-AGE-DAYS NOT > WS-BUCKET-LIMIT (WS-BUCKET-IX)
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-IX)
           ADD RF-AMOUNT TO WS-BUCKET-AMOUNT (WS-BUCKET-IX)
           ADD 1 TO WS-OUT-GRAND-COUNT
           ADD RF-AMOUNT TO WS-OUT-GRAND-TOTAL
           IF RF-CYCLE-DATE = WS-CYCLE-DATE
             ADD RF-AMOUNT TO WS-OUT-CYCLE-TOTAL
           ELSE
             ADD RF-AMOUNT TO WS-OUT-EARLIER-TOTAL
           END-IF
           IF AGE-LINE-COUNT = ZERO
              OR AGE-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0009C-WRITE-AGE-HEADERS THRU 0009C-EXIT
           END-IF
           MOVE RF-PAN-NO TO AGE-PAN-NO
           MOVE WS-PAYEE-EMP-NAME TO AGE-EMP-NAME
           MOVE RF-CYCLE-DATE TO WS-FMT-DATE-IN
           PERFORM 0009D-FORMAT-DATE THRU 0009D-EXIT
           MOVE WS-FMT-DATE-OUT TO AGE-CYCLE
           MOVE RF-AMOUNT TO AGE-AMOUNT
           EVALUATE TRUE
             WHEN RF-STATUS-ISSUED
               MOVE 'ISSUED' TO AGE-STATUS
             WHEN RF-STATUS-REISSUED
               MOVE 'REISSUED' TO AGE-STATUS
             WHEN RF-STATUS-RETURNED
               MOVE 'RETURNED' TO AGE-STATUS
             WHEN OTHER
               MOVE 'HELD' TO AGE-STATUS
           END-EVALUATE
           MOVE RF-ISSUE-NO TO AGE-ISSUE-NO
           MOVE RF-STATUS-DATE TO WS-FMT-DATE-IN
           PERFORM 0009D-FORMAT-DATE THRU 0009D-EXIT
           MOVE WS-FMT-DATE-OUT TO AGE-LAST-DATE
           MOVE WS-AGE-DAYS TO AGE-DAYS
           MOVE WS-BUCKET-NAME (WS-BUCKET-IX) TO AGE-BUCKET
           MOVE RF-NOTE TO AGE-NOTE
           WRITE AGE-LINE FROM AGE-DETAIL-LINE
           ADD 1 TO AGE-LINE-COUNT.
      *
       0007A-EXIT.
      *
      *    ONE CREDIT IN THE BANK'S LAYOUT. THE PAYMENT REFERENCE -
      *    PAN, CYCLE AND ISSUE NUMBER - IS WHAT THE BANK QUOTES ON
      *    A RETURN.
       0007B-WRITE-PAYMENT.
      *
           MOVE SPACES TO BNK-DETAIL
           MOVE 'D' TO BNK-D-REC-TYPE
           MOVE 'NEFT' TO BNK-D-PAY-MODE
           MOVE RF-PAN-NO TO BNK-D-PAN-NO
           MOVE RF-CYCLE-DATE TO BNK-D-CYCLE-DATE
           MOVE RF-ISSUE-NO TO BNK-D-ISSUE-NO
           MOVE RF-BANK-IFSC TO BNK-D-BENE-IFSC
           MOVE RF-BANK-ACCT-NO TO BNK-D-BENE-ACCT
           IF RF-PAY-TO-SETTLEMENT
             MOVE ACCT-SETTLE-NAME TO BNK-D-BENE-NAME
           ELSE
             MOVE WS-PAYEE-EMP-NAME TO BNK-D-BENE-NAME
           END-IF
           MOVE RF-AMOUNT TO BNK-D-AMOUNT
           MOVE WS-RUN-DATE-YYYYMMDD TO BNK-D-VALUE-DATE
           STRING 'TDS REFUND ' DELIMITED BY SIZE
                  RF-PAN-NO     DELIMITED BY SIZE
             INTO BNK-D-NARRATION
           WRITE BNK-DETAIL
           ADD 1 TO WS-PAYMENT-COUNT
           ADD RF-AMOUNT TO WS-PAYMENT-TOTAL.
      *
       0007B-EXIT.
      *
       0007C-FIND-BUCKET.
      *
           ADD 1 TO WS-BUCKET-IX.
      *
       0007C-EXIT.
      *
      *    ACTIVITY TOTALS, THEN THE AGEING TOTALS AND THE PROOF -
      *    THE REGISTER MUST HOLD FOR THE CYCLE EXACTLY THE REFUNDS
      *    RECEIVABLE GLPOST DEBITED, THAT MUST BE WHAT THE TDS
      *    RECONCILIATION SAYS IS DUE, AND WHAT THE REGISTER STILL
      *    OWES MUST BE THE RECEIVABLE BALANCE ON THE GL.
       0008-WRITE-TOTALS.
      *
           IF ACT-LINE-COUNT = ZERO
             PERFORM 0009B-WRITE-ACT-HEADERS THRU 0009B-EXIT
           END-IF
           WRITE ACT-LINE FROM WS-BLANK-LINE
           MOVE WS-RETURN-COUNT TO ACT-TOT-RETURNS
           MOVE WS-RETURN-REJECT-COUNT TO ACT-TOT-RTN-REJ
           MOVE WS-PAID-COUNT TO ACT-TOT-PAID
           MOVE WS-REISSUE-COUNT TO ACT-TOT-REISSUE
           MOVE WS-RELEASE-COUNT TO ACT-TOT-RELEASE
           WRITE ACT-LINE FROM ACT-TOTALS-LINE-1
           MOVE WS-REFUND-READ-COUNT TO ACT-TOT-READ
           MOVE WS-ISSUED-COUNT TO ACT-TOT-ISSUED
           MOVE WS-HELD-COUNT TO ACT-TOT-HELD
           MOVE WS-ON-REGISTER-COUNT TO ACT-TOT-ON-REG
           MOVE WS-DIFFER-COUNT TO ACT-TOT-DIFFER
           MOVE WS-NETTED-COUNT TO ACT-TOT-NETTED
           WRITE ACT-LINE FROM ACT-TOTALS-LINE-2
           MOVE WS-PAYMENT-COUNT TO ACT-PAY-COUNT
           MOVE WS-PAYMENT-TOTAL TO ACT-PAY-TOTAL
           WRITE ACT-LINE FROM ACT-PAYMENT-LINE
      *
           IF AGE-LINE-COUNT = ZERO
             PERFORM 0009C-WRITE-AGE-HEADERS THRU 0009C-EXIT
           END-IF
           WRITE AGE-LINE FROM WS-BLANK-LINE
           PERFORM 0008A-WRITE-BUCKET THRU 0008A-EXIT
               VARYING WS-BUCKET-IX FROM 1 BY 1
               UNTIL WS-BUCKET-IX > 5
           WRITE AGE-LINE FROM WS-BLANK-LINE
           MOVE 'REFUNDS DUE PER TDS RECONCILIATION' TO AGE-AMT-LABEL
           MOVE WS-TDS-REFUND-TOTAL TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           IF WS-GL-ON-HAND-YES
             MOVE 'REFUNDS RECEIVABLE POSTED BY GLPOST FOR THE CYCLE'
                 TO AGE-AMT-LABEL
           ELSE
             MOVE 'REFUNDS RECEIVABLE - JOURNAL NOT ON HAND'
                 TO AGE-AMT-LABEL
           END-IF
           MOVE WS-GL-FIGURE TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           MOVE 'REFUNDS ON REGISTER FOR THE CYCLE' TO AGE-AMT-LABEL
           MOVE WS-REG-CYCLE-TOTAL TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           WRITE AGE-LINE FROM WS-BLANK-LINE
           MOVE 'OUTSTANDING - THIS CYCLE' TO AGE-AMT-LABEL
           MOVE WS-OUT-CYCLE-TOTAL TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           MOVE 'OUTSTANDING - EARLIER CYCLES' TO AGE-AMT-LABEL
           MOVE WS-OUT-EARLIER-TOTAL TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           MOVE 'TOTAL OUTSTANDING REFUNDS' TO AGE-AMT-LABEL
           MOVE WS-OUT-GRAND-TOTAL TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           WRITE AGE-LINE FROM WS-BLANK-LINE
           COMPUTE WS-DEBITS-TO-DATE = WS-DEBITS-BF
               + WS-GL-REFUND-TOTAL
           COMPUTE WS-RECV-BALANCE = WS-DEBITS-TO-DATE
               - WS-REG-PAID-TOTAL - WS-REG-NETTED-TOTAL
           MOVE 'REFUNDS RECEIVABLE DEBITED - BROUGHT FORWARD'
               TO AGE-AMT-LABEL
           MOVE WS-DEBITS-BF TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           MOVE 'REFUNDS RECEIVABLE DEBITED - THIS CYCLE'
               TO AGE-AMT-LABEL
           MOVE WS-GL-REFUND-TOTAL TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           MOVE 'REFUNDS RECEIVABLE DEBITED - TO DATE'
               TO AGE-AMT-LABEL
           MOVE WS-DEBITS-TO-DATE TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           MOVE 'LESS REFUNDS PAID PER REGISTER' TO AGE-AMT-LABEL
           MOVE WS-REG-PAID-TOTAL TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           MOVE 'LESS COVERED BY AN EARLIER CYCLE PER REGISTER'
               TO AGE-AMT-LABEL
           MOVE WS-REG-NETTED-TOTAL TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           MOVE 'REFUNDS RECEIVABLE BALANCE' TO AGE-AMT-LABEL
           MOVE WS-RECV-BALANCE TO AGE-AMT-VALUE
           WRITE AGE-LINE FROM AGE-AMOUNT-LINE
           WRITE AGE-LINE FROM WS-BLANK-LINE
           EVALUATE TRUE
             WHEN NOT WS-GL-ON-HAND-YES
               SET WS-PROOF-GOOD-NO TO TRUE
               MOVE 'NOT PROVED - GL JOURNAL NOT ON HAND - HOLD THE PAYM
      -            'ENT FILE' TO AGE-VERDICT
             WHEN NOT WS-GL-BATCH-FOUND-YES
               SET WS-PROOF-GOOD-NO TO TRUE
               MOVE 'NOT PROVED - NO REFUNDS RECEIVABLE LINE FOR THE C
      -            'YCLE ON THE GL JOURNAL' TO AGE-VERDICT
             WHEN WS-TDS-REFUND-TOTAL NOT = WS-GL-FIGURE
               SET WS-PROOF-GOOD-NO TO TRUE
               MOVE 'NOT PROVED - GL POSTING DOES NOT AGREE TO THE TDS
      -            ' RECONCILIATION' TO AGE-VERDICT
             WHEN WS-REG-CYCLE-TOTAL NOT = WS-GL-FIGURE
                  OR WS-DIFFER-COUNT > ZERO
               SET WS-PROOF-GOOD-NO TO TRUE
               MOVE 'NOT PROVED - REGISTER DOES NOT AGREE TO REFUNDS R
      -            'ECEIVABLE - HOLD THE PAYMENT FILE' TO AGE-VERDICT
             WHEN WS-CTL-USABLE-NO
               SET WS-PROOF-GOOD-NO TO TRUE
               MOVE 'NOT PROVED - RECEIVABLE CONTROL NOT USABLE - HOLD T
      -            'HE PAYMENT FILE' TO AGE-VERDICT
             WHEN WS-OUT-GRAND-TOTAL NOT = WS-RECV-BALANCE
               SET WS-PROOF-GOOD-NO TO TRUE
               MOVE 'NOT PROVED - REGISTER DOES NOT AGREE TO RECEIVABLE 
      -            'BALANCE - HOLD PAYMENT FILE' TO AGE-VERDICT
             WHEN WS-PROOF-GOOD-NO
               MOVE 'NOT PROVED - REGISTER WRITE FAILED - HOLD THE PAY
      -            'MENT FILE' TO AGE-VERDICT
             WHEN OTHER
               MOVE 'PROVED - REGISTER AGREES TO REFUNDS RECEIVABLE FOR 
      -            'THE CYCLE AND TO THE BALANCE' TO AGE-VERDICT
           END-EVALUATE
           WRITE AGE-LINE FROM AGE-VERDICT-LINE.
      *
       0008-EXIT.
      *
       0008A-WRITE-BUCKET.
      *
           MOVE WS-BUCKET-NAME (WS-BUCKET-IX) TO AGE-BKT-NAME
           MOVE WS-BUCKET-COUNT (WS-BUCKET-IX) TO AGE-BKT-COUNT
           MOVE WS-BUCKET-AMOUNT (WS-BUCKET-IX) TO AGE-BKT-AMOUNT
           WRITE AGE-LINE FROM AGE-BUCKET-LINE.
      *
       0008A-EXIT.
      *
      *    ONE ACTIVITY LINE FROM THE REGISTER ENTRY IN HAND AND
      *    WS-ACTION-TEXT.
       0009A-WRITE-ACTIVITY.
      *
           IF ACT-LINE-COUNT = ZERO
              OR ACT-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0009B-WRITE-ACT-HEADERS THRU 0009B-EXIT
           END-IF
           MOVE RF-PAN-NO TO ACT-PAN-NO
           MOVE RF-CYCLE-DATE TO WS-FMT-DATE-IN
           PERFORM 0009D-FORMAT-DATE THRU 0009D-EXIT
           MOVE WS-FMT-DATE-OUT TO ACT-CYCLE
           MOVE RF-AMOUNT TO ACT-AMOUNT
           MOVE WS-ACTION-TEXT TO ACT-ACTION
           EVALUATE TRUE
             WHEN RF-PAY-TO-EMPLOYEE
               MOVE 'EMPLOYEE' TO ACT-PAY-TO
             WHEN RF-PAY-TO-SETTLEMENT
               MOVE 'SETTLEMENT' TO ACT-PAY-TO
             WHEN OTHER
               MOVE SPACES TO ACT-PAY-TO
           END-EVALUATE
           MOVE RF-BANK-IFSC TO ACT-IFSC
           MOVE RF-BANK-ACCT-NO TO ACT-ACCT-NO
           MOVE RF-ISSUE-NO TO ACT-ISSUE-NO
           MOVE RF-NOTE TO ACT-NOTE
           WRITE ACT-LINE FROM ACT-DETAIL-LINE
           ADD 1 TO ACT-LINE-COUNT.
      *
       0009A-EXIT.
      *
       0009B-WRITE-ACT-HEADERS.
      *
           ADD 1 TO ACT-PAGE-NUMBER
           MOVE WS-CYCLE-DATE-EDIT TO ACT-CYCLE-DATE
           MOVE WS-RUN-DATE-EDIT TO ACT-RUN-DATE
           MOVE ACT-PAGE-NUMBER TO ACT-PAGE-NO
           WRITE ACT-LINE FROM ACT-HEADING-1
           WRITE ACT-LINE FROM ACT-HEADING-2
           WRITE ACT-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO ACT-LINE-COUNT.
      *
       0009B-EXIT.
      *
       0009C-WRITE-AGE-HEADERS.
      *
           ADD 1 TO AGE-PAGE-NUMBER
           MOVE WS-CYCLE-DATE-EDIT TO AGE-AS-AT
           MOVE WS-RUN-DATE-EDIT TO AGE-RUN-DATE
           MOVE AGE-PAGE-NUMBER TO AGE-PAGE-NO
           WRITE AGE-LINE FROM AGE-HEADING-1
           WRITE AGE-LINE FROM AGE-HEADING-2
           WRITE AGE-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO AGE-LINE-COUNT.
      *
       0009C-EXIT.
      *
      *    SHARED YYYYMMDD FORMATTER - AN ALL-ZERO DATE PRINTS BLANK.
       0009D-FORMAT-DATE.
      *
           MOVE SPACES TO WS-FMT-DATE-OUT
           IF WS-FMT-DATE-IN = ZERO
             GO TO 0009D-EXIT
           END-IF
           STRING WS-FMT-DATE-IN-X (1:4) DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WS-FMT-DATE-IN-X (5:2) DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WS-FMT-DATE-IN-X (7:2) DELIMITED BY SIZE
             INTO WS-FMT-DATE-OUT.
      *
       0009D-EXIT.
      *
      *    DAY NUMBER OF WS-DN-DATE INTO WS-DN-RESULT. EACH QUOTIENT
      *    IS TAKEN ON ITS OWN SO THE DIVIDES TRUNCATE AS THE
      *    CALENDAR RULES NEED.
       0010-DAY-NUMBER.
      *
           MOVE WS-DN-YEAR TO WS-DN-Y
           MOVE WS-DN-MONTH TO WS-DN-M
           IF WS-DN-M < 3
             SUBTRACT 1 FROM WS-DN-Y
             ADD 12 TO WS-DN-M
           END-IF
           COMPUTE WS-DN-RESULT = WS-DN-Y * 365 + WS-DN-DAY
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DN-RESULT
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-QUOT
           SUBTRACT WS-DN-QUOT FROM WS-DN-RESULT
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DN-RESULT
           COMPUTE WS-DN-QUOT = (WS-DN-M - 3) * 153 + 2
           DIVIDE WS-DN-QUOT BY 5 GIVING WS-DN-QUOT
           ADD WS-DN-QUOT TO WS-DN-RESULT.
      *
       0010-EXIT.
      *
       0011-REGISTER-START.
      *
           MOVE WS-CYCLE-DATE TO RC-CYCLE-DATE
           SET RC-FUNC-START TO TRUE
           CALL 'RUNCTL' USING RUN-CONTROL-PARMS
           IF NOT RC-OK
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
       0011-EXIT.
      *
       0012-REGISTER-END.
      *
           SET RC-FUNC-END TO TRUE
           COMPUTE RC-RECORD-COUNT = WS-ISSUED-COUNT + WS-HELD-COUNT
           CALL 'RUNCTL' USING RUN-CONTROL-PARMS.
      *
       0012-EXIT.
      *
      *    THE RUN HAS PROVED AND ITS BANK FILE IS THE ONE TO SEND -
      *    EVERY PAYMENT IN IT IS MARKED SENT TODAY, AND IS AGED FOR
      *    RETURN FROM TODAY.
       0013-MARK-SENT.
      *
           MOVE 'N' TO WS-EOF-REG
           MOVE LOW-VALUES TO RF-KEY
           START REFREG KEY IS NOT LESS THAN RF-KEY
             INVALID KEY
               SET WS-EOF-REG-YES TO TRUE
           END-START
           PERFORM 0013A-MARK-ONE THRU 0013A-EXIT
               UNTIL WS-EOF-REG-YES.
      *
       0013-EXIT.
      *
       0013A-MARK-ONE.
      *
           READ REFREG NEXT RECORD
             AT END
               SET WS-EOF-REG-YES TO TRUE
               GO TO 0013A-EXIT
           END-READ
           IF NOT RF-AWAITING-BANK
              OR RF-SENT-DATE NOT = ZERO
             GO TO 0013A-EXIT
           END-IF
           MOVE WS-RUN-DATE-YYYYMMDD TO RF-SENT-DATE
           REWRITE REFUND-REG-REC
             INVALID KEY
               DISPLAY 'RFDPAY - REGISTER REWRITE FAILED FOR '
                   RF-KEY ' STATUS ' WS-REG-STATUS
           END-REWRITE
           ADD 1 TO WS-SENT-COUNT.
      *
       0013A-EXIT.
      *
      *    THE PROVED RUN CARRIES THE DEBITS TO DATE FORWARD AS THE
      *    NEXT RUN'S CONTROL.
       0014-CARRY-CONTROL.
      *
           OPEN OUTPUT RFDCTLO
           MOVE SPACES TO CTL-OUT-REC
           MOVE WS-CYCLE-DATE TO CTL-OUT-CYCLE-DATE
           MOVE WS-GL-REFUND-TOTAL TO CTL-OUT-CYCLE-DEBIT
           MOVE WS-DEBITS-TO-DATE TO CTL-OUT-DEBITS-TO-DATE
           MOVE WS-RUN-DATE-YYYYMMDD TO CTL-OUT-RUN-DATE
           WRITE CTL-OUT-REC
           CLOSE RFDCTLO.
      *
       0014-EXIT.
