      *******This program posts payroll's actual monthly tax deductions
      * to the withholding ledger. Payroll sends one record per PAN
      * per pay period; each is posted to the ledger under PAN plus
      * fiscal year and fiscal month (April is month 1). A month
      * already on the ledger for the PAN is rejected rather than
      * overwritten, as is any deduction for a PAN not on EMPMAST, and
      * a posting register lists every record with the reason for any
      * reject so payroll can correct and resend. **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDSPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYDED ASSIGN TO PAYDED
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAYDED-STATUS.
           SELECT EMPMAST ASSIGN TO EMPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-PAN-NO
              FILE STATUS IS WS-EMP-STATUS.
           SELECT TDSLEDG ASSIGN TO TDSLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LG-KEY
              FILE STATUS IS WS-LDG-STATUS.
           SELECT POSTRPT ASSIGN TO POSTRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    PAYROLL'S ACTUAL DEDUCTION FILE - ONE RECORD PER PAN PER
      *    PAY PERIOD (CALENDAR YYYYMM), AMOUNT ACTUALLY WITHHELD AND
      *    THE DATE THE SALARY WAS PAID.
       FD  PAYDED
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS PAY-DED-REC.
      *
       01  PAY-DED-REC.
           02  PD-PAN-NO         PIC X(10).
           02  FILLER            PIC X(01).
           02  PD-PAY-PERIOD     PIC 9(06).
           02  PD-PAY-PERIOD-X REDEFINES PD-PAY-PERIOD.
               03  PD-PAY-YEAR       PIC 9(04).
               03  PD-PAY-MONTH      PIC 9(02).
           02  FILLER            PIC X(01).
           02  PD-TDS-AMOUNT     PIC 9(9)V99.
           02  FILLER            PIC X(01).
           02  PD-PAY-DATE       PIC 9(08).

      *
      *    EMPLOYEE MASTER - SAME LAYOUT AS THE STDRPT COPY, KEYED
      *    BY PAN-NO. READ ONLY TO PROVE THE PAN IS AN EMPLOYEE.
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
      *    MONTHLY WITHHOLDING LEDGER - ONE RECORD PER PAN PER FISCAL
      *    MONTH, KEYED BY PAN, FISCAL YEAR (THE CALENDAR YEAR THE
      *    FISCAL YEAR STARTS IN) AND FISCAL MONTH (APRIL = 01).
      *    READ BY QTRTDS, FORM16 AND STDRPT.
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
      *    POSTING REGISTER - EVERY DEDUCTION RECORD READ, POSTED OR
      *    REJECTED WITH ITS REASON, AND THE RUN TOTALS.
       FD  POSTRPT
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS POST-LINE.
      *
       01  POST-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-PAYDED-STATUS        PIC X(02)   VALUE SPACES.
           02  WS-EMP-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-LDG-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-PAYDED           PIC X(001)  VALUE ' '.
               88  WS-EOF-PAYDED-YES                  VALUE 'Y'.
           02  WS-VALID-DED            PIC X(001)  VALUE 'Y'.
               88  WS-VALID-DED-YES                    VALUE 'Y'.
               88  WS-VALID-DED-NO                     VALUE 'N'.
           02  WS-REASON-TEXT          PIC X(030)  VALUE SPACES.
           02  WS-READ-COUNT           PIC 9(09)   VALUE ZERO.
           02  WS-POSTED-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-REJECT-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-POSTED-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           02  WS-REJECT-AMOUNT        PIC 9(11)V99 VALUE ZERO.
      *
      *    PAY PERIOD CONVERTED TO THE LEDGER'S FISCAL YEAR AND
      *    FISCAL MONTH - APRIL TO DECEMBER BELONG TO THE YEAR THEY
      *    FALL IN, JANUARY TO MARCH TO THE YEAR BEFORE.
       01  FISCAL-PERIOD-AREA.
           02  WS-FISCAL-YEAR          PIC 9(04)   VALUE ZERO.
           02  WS-FISCAL-MONTH         PIC 9(02)   VALUE ZERO.
      *
      *    PAN STRUCTURE VALIDATION - THE CALLED TESTPGM CHECK.
       01  PAN-VALIDATION-PARMS.
           02  PV-PAN-NO              PIC X(10)   VALUE SPACES.
           02  PV-REASON-CODE         PIC X(02)   VALUE SPACES.
               88  PV-PAN-VALID                    VALUE '00'.
               88  PV-PAN-BAD-FORMAT               VALUE '01'.
               88  PV-PAN-BAD-HOLDER               VALUE '02'.
      *
      *    RUN-REGISTRY INTERLOCK - THE CALLED RUNCTL SUBPROGRAM
      *    STAMPS THIS JOB IN THE SHARED REGISTRY AT START AND END
      *    AND REFUSES THE START WHEN A POSTING RUN IS ALREADY OPEN
      *    FOR THE CYCLE, SO ONE MONTH'S FILE CANNOT BE POSTED TWICE
      *    IN PARALLEL. THE CYCLE DATE COMES FROM THE RUN PARAMETER,
      *    DEFAULTED TO THE RUN DATE.
       01  RUN-CONTROL-PARMS.
           02  RC-FUNCTION            PIC X(01)   VALUE SPACE.
               88  RC-FUNC-START               VALUE 'S'.
               88  RC-FUNC-END                 VALUE 'E'.
           02  RC-JOB-NAME            PIC X(08)   VALUE 'TDSPOST '.
           02  RC-CYCLE-DATE          PIC 9(08)   VALUE ZERO.
           02  RC-PREREQ-JOB          PIC X(08)   VALUE SPACES.
           02  RC-ALLOW-RESTART       PIC X(01)   VALUE 'N'.
           02  RC-RECORD-COUNT        PIC 9(09)   VALUE ZERO.
           02  RC-REASON-CODE         PIC X(02)   VALUE SPACES.
               88  RC-OK                       VALUE '00'.
       01  CYCLE-DATE-CONTROLS.
           02  WS-CYCLE-DATE-PARM     PIC X(08)   VALUE SPACES.
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP - STAMPED ON EVERY
      *    LEDGER RECORD POSTED AND PRINTED ON THE REGISTER.
       01  WS-RUN-DATE-FIELDS.
           02  WS-RUN-DATE-YYYYMMDD    PIC 9(08)   VALUE ZERO.
           02  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
               03  WS-CURRENT-YEAR         PIC 9(04).
               03  WS-CURRENT-MONTH        PIC 9(02).
               03  WS-CURRENT-DAY          PIC 9(02).
      *
      *    POSTING-REGISTER CONTROLS AND LINE LAYOUTS.
       01  PRINT-CONTROLS.
           02  WS-PAGE-NUMBER          PIC 9(04)   VALUE ZERO.
           02  WS-LINE-COUNT           PIC 9(04)   VALUE ZERO.
           02  WS-MAX-LINES-PAGE       PIC 9(04)   VALUE 0050.
           02  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.

       01  RPT-HEADING-1.
           02  FILLER      PIC X(36)  VALUE
               'TDSPOST WITHHOLDING LEDGER POSTING'.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  RPT-RUN-DATE PIC X(10).
           02  FILLER      PIC X(10)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  RPT-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(56)  VALUE SPACES.

       01  RPT-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(08)  VALUE 'PERIOD'.
           02  FILLER      PIC X(08)  VALUE 'FY/MTH'.
           02  FILLER      PIC X(16)  VALUE '      TDS AMOUNT'.
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(09)  VALUE 'STATUS'.
           02  FILLER      PIC X(77)  VALUE 'REASON'.

       01  RPT-DETAIL-LINE.
           02  RPT-PAN-NO      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  RPT-PERIOD      PIC X(06).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  RPT-FY          PIC X(04).
           02  FILLER          PIC X(01) VALUE '/'.
           02  RPT-FM          PIC X(02).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  RPT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  RPT-STATUS      PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  RPT-REASON      PIC X(30).
           02  FILLER          PIC X(47) VALUE SPACES.

       01  RPT-TOTALS-LINE-1.
           02  FILLER          PIC X(19) VALUE 'DEDUCTIONS READ:'.
           02  RPT-TOT-READ    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(12) VALUE '  POSTED:'.
           02  RPT-TOT-POSTED  PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(12) VALUE '  REJECTED:'.
           02  RPT-TOT-REJECT  PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(56) VALUE SPACES.

       01  RPT-TOTALS-LINE-2.
           02  FILLER          PIC X(19) VALUE 'AMOUNT POSTED:'.
           02  RPT-AMT-POSTED  PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(19) VALUE '  AMOUNT REJECTED:'.
           02  RPT-AMT-REJECT  PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 0008-REGISTER-START THRU 0008-EXIT
           OPEN INPUT PAYDED
           IF WS-PAYDED-STATUS NOT = '00'
             DISPLAY 'TDSPOST - PAYDED OPEN FAILED, STATUS '
                 WS-PAYDED-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT EMPMAST
           IF WS-EMP-STATUS NOT = '00'
             DISPLAY 'TDSPOST - EMPMAST OPEN FAILED, STATUS '
                 WS-EMP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O TDSLEDG
      *
      *    THE FIRST POSTING OF ALL HAS NO LEDGER TO OPEN I-O -
      *    CREATE IT SO THE FIRST MONTH GOES THROUGH THE SAME
      *    DUPLICATE-CHECKED PATH AS EVERY MONTH AFTER.
           IF WS-LDG-STATUS = '35'
             OPEN OUTPUT TDSLEDG
             CLOSE TDSLEDG
             OPEN I-O TDSLEDG
           END-IF
           IF WS-LDG-STATUS NOT = '00'
             DISPLAY 'TDSPOST - TDSLEDG OPEN FAILED, STATUS '
                 WS-LDG-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT POSTRPT
           PERFORM UNTIL WS-EOF-PAYDED-YES
               READ PAYDED
                   AT END
                       SET WS-EOF-PAYDED-YES TO TRUE
                   NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        PERFORM 0002-VALIDATE-DED THRU 0002-EXIT
                        IF WS-VALID-DED-YES
                          PERFORM 0003-POST-DED THRU 0003-EXIT
                        END-IF
                        PERFORM 0004-REPORT-DED THRU 0004-EXIT
               END-READ
           END-PERFORM
           PERFORM 0005-WRITE-TOTALS THRU 0005-EXIT
           CLOSE PAYDED, EMPMAST, TDSLEDG, POSTRPT
           DISPLAY 'TDSPOST - DEDUCTIONS READ    : ' WS-READ-COUNT
           DISPLAY 'TDSPOST - DEDUCTIONS POSTED  : ' WS-POSTED-COUNT
           DISPLAY 'TDSPOST - DEDUCTIONS REJECTED: ' WS-REJECT-COUNT
           PERFORM 0009-REGISTER-END THRU 0009-EXIT
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    FIELD EDITS, THEN THE MASTER LOOKUP. THE DUPLICATE-MONTH
      *    CHECK IS THE LEDGER WRITE ITSELF IN 0003-POST-DED.
       0002-VALIDATE-DED.
      *
           SET WS-VALID-DED-YES TO TRUE
           MOVE SPACES TO WS-REASON-TEXT
           MOVE ZERO TO WS-FISCAL-YEAR
           MOVE ZERO TO WS-FISCAL-MONTH
           IF PD-PAN-NO = SPACES OR LOW-VALUES
             SET WS-VALID-DED-NO TO TRUE
             MOVE 'PAN-NO IS BLANK' TO WS-REASON-TEXT
             GO TO 0002-EXIT
           END-IF
           MOVE PD-PAN-NO TO PV-PAN-NO
           CALL 'TESTPGM' USING PAN-VALIDATION-PARMS
           IF NOT PV-PAN-VALID
             SET WS-VALID-DED-NO TO TRUE
             MOVE 'PAN STRUCTURE INVALID' TO WS-REASON-TEXT
             GO TO 0002-EXIT
           END-IF
           IF PD-PAY-PERIOD NOT NUMERIC
              OR PD-PAY-MONTH < 01 OR PD-PAY-MONTH > 12
              OR PD-PAY-YEAR < 1900
             SET WS-VALID-DED-NO TO TRUE
             MOVE 'PAY PERIOD NOT YYYYMM' TO WS-REASON-TEXT
             GO TO 0002-EXIT
           END-IF
           IF PD-TDS-AMOUNT NOT NUMERIC
             SET WS-VALID-DED-NO TO TRUE
             MOVE 'TDS AMOUNT NOT NUMERIC' TO WS-REASON-TEXT
             GO TO 0002-EXIT
           END-IF
           IF PD-PAY-DATE NOT NUMERIC
             SET WS-VALID-DED-NO TO TRUE
             MOVE 'PAY DATE NOT NUMERIC' TO WS-REASON-TEXT
             GO TO 0002-EXIT
           END-IF
           IF PD-PAY-MONTH >= 4
             MOVE PD-PAY-YEAR TO WS-FISCAL-YEAR
             COMPUTE WS-FISCAL-MONTH = PD-PAY-MONTH - 3
           ELSE
             COMPUTE WS-FISCAL-YEAR = PD-PAY-YEAR - 1
             COMPUTE WS-FISCAL-MONTH = PD-PAY-MONTH + 9
           END-IF
           MOVE PD-PAN-NO TO EMP-PAN-NO
           READ EMPMAST
             INVALID KEY
               SET WS-VALID-DED-NO TO TRUE
               MOVE 'PAN NOT ON MASTER' TO WS-REASON-TEXT
           END-READ.
      *
       0002-EXIT.
      *
      *    A MONTH ALREADY ON THE LEDGER FOR THE PAN IS NEVER
      *    OVERWRITTEN - A CORRECTION HAS TO BE AGREED WITH PAYROLL
      *    AND MADE THROUGH THE LEDGER, NOT BY RESENDING THE MONTH.
       0003-POST-DED.
      *
           MOVE PD-PAN-NO TO LG-PAN-NO
           MOVE WS-FISCAL-YEAR TO LG-FISCAL-YEAR
           MOVE WS-FISCAL-MONTH TO LG-FISCAL-MONTH
           MOVE PD-TDS-AMOUNT TO LG-TDS-AMOUNT
           MOVE PD-PAY-DATE TO LG-PAY-DATE
           MOVE WS-RUN-DATE-YYYYMMDD TO LG-POSTED-DATE
           WRITE LEDGER-REC
             INVALID KEY
               SET WS-VALID-DED-NO TO TRUE
               IF WS-LDG-STATUS = '22'
                 MOVE 'MONTH ALREADY POSTED' TO WS-REASON-TEXT
               ELSE
                 MOVE 'LEDGER WRITE FAILED' TO WS-REASON-TEXT
               END-IF
           END-WRITE.
      *
       0003-EXIT.
      *
       0004-REPORT-DED.
      *
           MOVE PD-PAN-NO TO RPT-PAN-NO
           MOVE PD-PAY-PERIOD-X TO RPT-PERIOD
           IF WS-FISCAL-YEAR = ZERO
             MOVE SPACES TO RPT-FY
             MOVE SPACES TO RPT-FM
           ELSE
             MOVE WS-FISCAL-YEAR TO RPT-FY
             MOVE WS-FISCAL-MONTH TO RPT-FM
           END-IF
           IF PD-TDS-AMOUNT NUMERIC
             MOVE PD-TDS-AMOUNT TO RPT-AMOUNT
           ELSE
             MOVE ZERO TO RPT-AMOUNT
           END-IF
           IF WS-VALID-DED-YES
             ADD 1 TO WS-POSTED-COUNT
             ADD PD-TDS-AMOUNT TO WS-POSTED-AMOUNT
             MOVE 'POSTED' TO RPT-STATUS
             MOVE SPACES TO RPT-REASON
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             IF PD-TDS-AMOUNT NUMERIC
               ADD PD-TDS-AMOUNT TO WS-REJECT-AMOUNT
             END-IF
             MOVE 'REJECTED' TO RPT-STATUS
             MOVE WS-REASON-TEXT TO RPT-REASON
           END-IF
           IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0007-WRITE-HEADERS THRU 0007-EXIT
           END-IF
           WRITE POST-LINE FROM RPT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
      *
       0004-EXIT.
      *
       0005-WRITE-TOTALS.
      *
           IF WS-LINE-COUNT = ZERO
             PERFORM 0007-WRITE-HEADERS THRU 0007-EXIT
           END-IF
           WRITE POST-LINE FROM WS-BLANK-LINE
           MOVE WS-READ-COUNT TO RPT-TOT-READ
           MOVE WS-POSTED-COUNT TO RPT-TOT-POSTED
           MOVE WS-REJECT-COUNT TO RPT-TOT-REJECT
           WRITE POST-LINE FROM RPT-TOTALS-LINE-1
           MOVE WS-POSTED-AMOUNT TO RPT-AMT-POSTED
           MOVE WS-REJECT-AMOUNT TO RPT-AMT-REJECT
           WRITE POST-LINE FROM RPT-TOTALS-LINE-2.
      *
       0005-EXIT.
      *
       0007-WRITE-HEADERS.
      *
           ADD 1 TO WS-PAGE-NUMBER
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO RPT-RUN-DATE
           MOVE WS-PAGE-NUMBER TO RPT-PAGE-NO
           WRITE POST-LINE FROM RPT-HEADING-1
           WRITE POST-LINE FROM RPT-HEADING-2
           WRITE POST-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO WS-LINE-COUNT.
      *
       0007-EXIT.
      *
       0008-REGISTER-START.
      *
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CYCLE-DATE-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-CYCLE-DATE-PARM
           END-ACCEPT
           IF WS-CYCLE-DATE-PARM NUMERIC
             MOVE WS-CYCLE-DATE-PARM TO RC-CYCLE-DATE (1:8)
           ELSE
             MOVE WS-RUN-DATE-YYYYMMDD TO RC-CYCLE-DATE
           END-IF
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
           MOVE WS-READ-COUNT TO RC-RECORD-COUNT
           CALL 'RUNCTL' USING RUN-CONTROL-PARMS.
      *
       0009-EXIT.
