      * extract from the TDS reconciliation file. Each TDSRPTFL record
      * becomes one deductee detail, with the employee name and id
      * pulled from the employee master by PAN-NO and the quarter's
      * withholding added up from the three months payroll actually
      * posted to the monthly withholding ledger. The extract
      * carries one deductor header and one challan summary alongside
      * the deductee details, ready for the filing intermediary's
      * loader, and a control report ties the deductee count and rupee
           SELECT OUTPUTFL ASSIGN TO OUTFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT TDSLEDG ASSIGN TO TDSLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LG-KEY
              FILE STATUS IS WS-LDG-STATUS.
           SELECT EMPMAST ASSIGN TO EMPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           02 FILLER           PIC X(62).

      *
      *    MONTHLY WITHHOLDING LEDGER POSTED BY TDSPOST FROM PAYROLL
      *    ACTUALS - ONE RECORD PER PAN PER FISCAL MONTH, KEYED BY
      *    PAN, FISCAL YEAR (THE CALENDAR YEAR IT STARTS IN) AND
      *    FISCAL MONTH (APRIL = 01).
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
      *    EMPLOYEE MASTER - KEYED BY PAN-NO FOR THE DEDUCTEE NAME
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS EMP-MASTER-REC.
      *
       01  EMP-MASTER-REC.
           02  EMP-REGIME-ELECT  PIC X(01).
           02  EMP-START-DATE    PIC 9(08).
           02  EMP-END-DATE      PIC 9(08).
           02  EMP-BANK-IFSC     PIC X(11).
           02  EMP-BANK-ACCT-NO  PIC X(18).

      *
      *    THE QUARTERLY RETURN EXTRACT - A LEADING RECORD-TYPE BYTE
       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-LDG-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EMP-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-TDS              PIC X(001)  VALUE ' '.
               88  WS-EOF-TDS-YES                     VALUE 'Y'.
           02  WS-EOF-OUT              PIC X(001)  VALUE ' '.
               88  WS-EOF-OUT-YES                     VALUE 'Y'.
           02  WS-DEDUCTEE-COUNT       PIC 9(09)   VALUE ZERO.
           02  WS-NO-LEDGER-COUNT      PIC 9(09)   VALUE ZERO.
           02  WS-OUT-DETAIL-COUNT     PIC 9(09)   VALUE ZERO.
           02  WS-TRAILER-FOUND        PIC X(001)  VALUE 'N'.
               88  WS-TRAILER-FOUND-YES                VALUE 'Y'.
           02  WS-TAN-PARM            PIC X(10)   VALUE SPACES.
           02  WS-FY-MONTH            PIC 9(02)   VALUE ZERO.
           02  WS-QTR-FIRST-SLOT      PIC 9(02)   VALUE ZERO.
           02  WS-QTR-SLOT            PIC 9(02)   VALUE ZERO.
      *
      *    THE FISCAL YEAR THE QUARTER BELONGS TO ON THE LEDGER -
      *    THE RUN DATE'S FISCAL YEAR, OR THE ONE BEFORE WHEN THE
      *    QUARTER ASKED FOR HAS NOT YET STARTED THIS YEAR (THE
      *    FOURTH-QUARTER RETURN IS FILED AFTER THE YEAR TURNS).
       01  LEDGER-CONTROLS.
           02  WS-LEDGER-FY           PIC 9(04)   VALUE ZERO.
           02  WS-LDG-MONTHS-FOUND    PIC 9(02)   VALUE ZERO.
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP.
       01  WS-RUN-DATE-FIELDS.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 0000-RESOLVE-PARMS THRU 0000-EXIT
           PERFORM 0000A-OPEN-LEDGER THRU 0000A-EXIT
           PERFORM 0000B-READ-OUT-TRAILER THRU 0000B-EXIT
           OPEN INPUT TDSRPTFL
           OPEN INPUT EMPMAST
           END-PERFORM
           PERFORM 0004-WRITE-CHALLAN THRU 0004-EXIT
           PERFORM 0005-WRITE-CONTROL-RPT THRU 0005-EXIT
           CLOSE TDSRPTFL, EMPMAST, TDSLEDG, QTRRETFL, CTLRPT
           DISPLAY 'QTRTDS - DEDUCTEES WRITTEN: ' WS-DEDUCTEE-COUNT
           IF WS-IN-BALANCE-NO
             DISPLAY 'QTRTDS - RETURN DOES NOT TIE TO THE RUN OUTPUT'
             ON EXCEPTION
               MOVE SPACE TO WS-QUARTER-PARM
           END-ACCEPT
           IF WS-CURRENT-MONTH >= 4
             COMPUTE WS-FY-MONTH = WS-CURRENT-MONTH - 3
             MOVE WS-CURRENT-YEAR TO WS-LEDGER-FY
           ELSE
             COMPUTE WS-FY-MONTH = WS-CURRENT-MONTH + 9
             COMPUTE WS-LEDGER-FY = WS-CURRENT-YEAR - 1
           END-IF
           IF WS-QUARTER-PARM >= '1' AND WS-QUARTER-PARM <= '4'
             MOVE WS-QUARTER-PARM TO WS-QUARTER (1:1)
           ELSE
             COMPUTE WS-QUARTER = (WS-FY-MONTH + 2) / 3
           END-IF
           COMPUTE WS-QTR-FIRST-SLOT = (WS-QUARTER * 3) - 2
           IF WS-QTR-FIRST-SLOT > WS-FY-MONTH
             SUBTRACT 1 FROM WS-LEDGER-FY
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-TAN-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
      *
       0000-EXIT.
      *
      *    THE QUARTER'S FIGURES ARE WHAT PAYROLL ACTUALLY WITHHELD -
      *    WITHOUT THE LEDGER THERE IS NOTHING TRUE TO FILE, SO THE
      *    RETURN IS NOT BUILT AT ALL.
       0000A-OPEN-LEDGER.
      *
           OPEN INPUT TDSLEDG
           IF WS-LDG-STATUS NOT = '00'
             DISPLAY 'QTRTDS - TDSLEDG OPEN FAILED, STATUS '
                 WS-LDG-STATUS ' - RETURN NOT BUILT'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
       0000A-EXIT.
      *
      *    THE DETAIL COUNT AND CONTROL TRAILER FROM THE RUN OUTPUT -
      *    THE FIGURES THE RETURN MUST TIE BACK TO.
       0002-EXIT.
      *
      *    ONE DEDUCTEE DETAIL PER RECONCILIATION RECORD - THE
      *    QUARTER'S WITHHOLDING IS THE SUM OF THE QUARTER'S THREE
      *    LEDGER MONTHS; A MONTH NOT POSTED WAS NOT WITHHELD. A PAN
      *    WITH NO MONTH POSTED IN THE QUARTER IS COUNTED FOR DATA
      *    CONTROL TO CHASE WITH PAYROLL BEFORE FILING.
       0003-WRITE-DEDUCTEE.
      *
           MOVE ZEROS TO WS-TDS-QTR
           MOVE ZERO TO WS-LDG-MONTHS-FOUND
           MOVE WS-QTR-FIRST-SLOT TO WS-QTR-SLOT
           PERFORM 0003B-ADD-ONE-MONTH THRU 0003B-EXIT
               UNTIL WS-QTR-SLOT > WS-QTR-FIRST-SLOT + 2
           IF WS-LDG-MONTHS-FOUND = ZERO
             ADD 1 TO WS-NO-LEDGER-COUNT
           END-IF
           PERFORM 0003C-LOOKUP-EMPLOYEE THRU 0003C-EXIT
           MOVE SPACES TO QTR-DETAIL-REC
           ADD COMPUTED-TAX-T TO WS-COMPUTED-TAX-TOTAL.
      *
       0003-EXIT.
      *
       0003B-ADD-ONE-MONTH.
      *
           MOVE PAN-NO-T TO LG-PAN-NO
           MOVE WS-LEDGER-FY TO LG-FISCAL-YEAR
           MOVE WS-QTR-SLOT TO LG-FISCAL-MONTH
           READ TDSLEDG
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD LG-TDS-AMOUNT TO WS-TDS-QTR
               ADD 1 TO WS-LDG-MONTHS-FOUND
           END-READ
           ADD 1 TO WS-QTR-SLOT.
      *
       0003B-EXIT.
           MOVE 'TRAILER COUNT (INCLUDES REJECTS)' TO CTL-CNT-LABEL
           MOVE WS-TRAILER-COUNT TO CTL-CNT-VALUE
           WRITE CTL-LINE FROM CTL-COUNT-LINE
           MOVE 'DEDUCTEES WITH NO LEDGER MONTHS' TO CTL-CNT-LABEL
           MOVE WS-NO-LEDGER-COUNT TO CTL-CNT-VALUE
           WRITE CTL-LINE FROM CTL-COUNT-LINE
           MOVE 'TDS FOR THE QUARTER (LEDGER)' TO CTL-AMT-LABEL
           MOVE WS-TDS-QTR-TOTAL TO CTL-AMT-VALUE
           WRITE CTL-LINE FROM CTL-AMOUNT-LINE
           MOVE 'TDS FOR THE YEAR TO DATE' TO CTL-AMT-LABEL
