      *******This program cross-reconciles the EMPMAST employee master
      * against the cycle's raw income feed before consolidation. It
      * lists income PANs with no master record, active masters with
      * no income, leavers whose leaving date falls before the fiscal
      * year but who are still being paid, and masters the tax run
      * would mis-tax for a missing date of birth or regime election.
      * When the exceptions pass the tolerance the job fails and the
      * cycle is held in the run registry, so PANCONS - and the tax
      * run behind it - cannot start until the master is put right.
      * **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTREC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCOMEFILE ASSIGN TO INCMFILE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT SORTFILE ASSIGN TO SORTWK01.
           SELECT EMPMAST ASSIGN TO EMPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS EMP-PAN-NO
              FILE STATUS IS WS-EMP-STATUS.
           SELECT RECRPTFL ASSIGN TO MSTRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    THE RAW INCOME FEED AS PANCONS WILL READ IT - A PAN MAY
      *    STILL APPEAR ON MORE THAN ONE RECORD HERE.
       FD  INCOMEFILE
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS INCOMEDETAILS.
      *
       01  INCOMEDETAILS             PIC X(106).

       SD  SORTFILE
           DATA RECORD IS SORT-RECORD.
      *
       01  SORT-RECORD.
           02  SORT-PAN-NO       PIC X(10).
           02  FILLER            PIC X(1).
           02  SORT-SALARY       PIC 9(9)V99.
           02  FILLER            PIC X(84).

      *
      *    EMPLOYEE MASTER - SAME LAYOUT AS THE EMPMNT COPY, READ
      *    TOP TO BOTTOM IN PAN ORDER.
      *    EMP-START-DATE AND EMP-END-DATE BOUND THE EMPLOYMENT -
      *    ZEROS MEAN A MASTER BUILT BEFORE THE FIELDS EXISTED
      *    (TREATED AS EMPLOYED ALL YEAR) OR NO LEAVING DATE SET.
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
           02  EMP-END-DATE      PIC 9(08).
           02  EMP-BANK-IFSC     PIC X(11).
           02  EMP-BANK-ACCT-NO  PIC X(18).

      *
      *    RECONCILIATION REPORT FOR DATA CONTROL AND HR.
       FD  RECRPTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REC-LINE.
      *
       01  REC-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-EMP-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-SORT             PIC X(001)  VALUE ' '.
               88  WS-EOF-SORT-YES                    VALUE 'Y'.
           02  WS-EOF-MAST             PIC X(001)  VALUE ' '.
               88  WS-EOF-MAST-YES                    VALUE 'Y'.
           02  WS-INPUT-COUNT          PIC 9(09)   VALUE ZERO.
           02  WS-BLANK-PAN-COUNT      PIC 9(09)   VALUE ZERO.
           02  WS-INCOME-PAN-COUNT     PIC 9(09)   VALUE ZERO.
           02  WS-MASTER-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-REASON-TEXT          PIC X(030)  VALUE SPACES.
      *
      *    EXCEPTION COUNTS BY KIND, AND THE TOTAL THE TOLERANCE IS
      *    MEASURED AGAINST.
       01  EXCEPTION-COUNTS.
           02  WS-NO-MASTER-COUNT      PIC 9(09)   VALUE ZERO.
           02  WS-NO-INCOME-COUNT      PIC 9(09)   VALUE ZERO.
           02  WS-LEAVER-PAID-COUNT    PIC 9(09)   VALUE ZERO.
           02  WS-NO-DOB-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-NO-REGIME-COUNT      PIC 9(09)   VALUE ZERO.
           02  WS-EXCEPTION-COUNT      PIC 9(09)   VALUE ZERO.
      *
      *    THE PAN GROUP IN HAND - A PAN'S SALARY IS SUMMED OVER ALL
      *    ITS FEED RECORDS BEFORE IT IS MATCHED TO THE MASTER.
       01  GROUP-CONTROLS.
           02  WS-GROUP-OPEN           PIC X(001)  VALUE 'N'.
               88  WS-GROUP-OPEN-YES                   VALUE 'Y'.
               88  WS-GROUP-OPEN-NO                    VALUE 'N'.
           02  WS-GRP-PAN-NO           PIC X(10)   VALUE SPACES.
           02  WS-GRP-SALARY           PIC 9(9)V99 VALUE ZERO.
           02  WS-LINE-SALARY          PIC 9(9)V99 VALUE ZERO.
      *
      *    TOLERANCE - THE NUMBER OF EXCEPTIONS THE CYCLE MAY CARRY
      *    AND STILL GO TO THE TAX RUN. TAKEN FROM THE FIRST RUN
      *    PARAMETER, DEFAULTED WHEN NONE IS SUPPLIED.
       01  TOLERANCE-CONTROLS.
           02  WS-TOLERANCE-PARM       PIC X(03)   VALUE SPACES.
           02  WS-TOLERANCE-COUNT      PIC 9(03)   VALUE 005.
           02  WS-PARM-POS             PIC 9(01)   VALUE ZERO.
           02  WS-PARM-DIGIT           PIC X(01)   VALUE SPACE.
           02  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT
                                       PIC 9(01).
           02  WS-PARM-VALUE           PIC 9(03)   VALUE ZERO.
           02  WS-PARM-GOOD            PIC X(001)  VALUE 'N'.
               88  WS-PARM-GOOD-YES                    VALUE 'Y'.
               88  WS-PARM-GOOD-NO                     VALUE 'N'.
           02  WS-OVER-TOLERANCE       PIC X(001)  VALUE 'N'.
               88  WS-OVER-TOLERANCE-YES               VALUE 'Y'.
      *
      *    RUN-REGISTRY INTERLOCK - THE CALLED RUNCTL SUBPROGRAM
      *    STAMPS THIS JOB IN THE SHARED REGISTRY AT START AND END.
      *    PANCONS NAMES THIS JOB AS ITS PREREQUISITE, SO A CYCLE
      *    OVER TOLERANCE IS LEFT OPEN HERE AND PANCONS REFUSES TO
      *    START ON IT. THE RECONCILIATION ONLY READS, SO A RERUN
      *    AFTER THE MASTER IS PUT RIGHT MAY RIDE OVER THE OPEN
      *    ENTRY. THE CYCLE DATE COMES FROM THE SECOND RUN
      *    PARAMETER, DEFAULTED TO THE RUN DATE.
       01  RUN-CONTROL-PARMS.
           02  RC-FUNCTION            PIC X(01)   VALUE SPACE.
               88  RC-FUNC-START               VALUE 'S'.
               88  RC-FUNC-END                 VALUE 'E'.
           02  RC-JOB-NAME            PIC X(08)   VALUE 'MSTREC  '.
           02  RC-CYCLE-DATE          PIC 9(08)   VALUE ZERO.
           02  RC-CYCLE-DATE-X REDEFINES RC-CYCLE-DATE.
               03  RC-CYCLE-YEAR          PIC 9(04).
               03  RC-CYCLE-MONTH         PIC 9(02).
               03  RC-CYCLE-DAY           PIC 9(02).
           02  RC-PREREQ-JOB          PIC X(08)   VALUE SPACES.
           02  RC-ALLOW-RESTART       PIC X(01)   VALUE 'Y'.
           02  RC-RECORD-COUNT        PIC 9(09)   VALUE ZERO.
           02  RC-REASON-CODE         PIC X(02)   VALUE SPACES.
               88  RC-OK                       VALUE '00'.
       01  CYCLE-DATE-CONTROLS.
           02  WS-CYCLE-DATE-PARM     PIC X(08)   VALUE SPACES.
      *
      *    THE FISCAL YEAR THE CYCLE FALLS IN OPENS ON 1 APRIL - A
      *    LEAVING DATE BEFORE IT MEANS THE EMPLOYEE SHOULD DRAW NO
      *    SALARY THIS YEAR.
       01  FISCAL-YEAR-CONTROLS.
           02  WS-FY-START-DATE       PIC 9(08)   VALUE ZERO.
           02  WS-FY-START-DATE-X REDEFINES WS-FY-START-DATE.
               03  WS-FY-START-YEAR       PIC 9(04).
               03  WS-FY-START-MMDD       PIC 9(04).
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP.
       01  WS-RUN-DATE-FIELDS.
           02  WS-RUN-DATE-YYYYMMDD    PIC 9(08)   VALUE ZERO.
           02  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
               03  WS-CURRENT-YEAR         PIC 9(04).
               03  WS-CURRENT-MONTH        PIC 9(02).
               03  WS-CURRENT-DAY          PIC 9(02).
      *
      *    RECONCILIATION-REPORT CONTROLS AND LINE LAYOUTS.
       01  PRINT-CONTROLS.
           02  WS-PAGE-NUMBER          PIC 9(04)   VALUE ZERO.
           02  WS-LINE-COUNT           PIC 9(04)   VALUE ZERO.
           02  WS-MAX-LINES-PAGE       PIC 9(04)   VALUE 0050.
           02  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.

       01  REC-HEADING-1.
           02  FILLER      PIC X(40)  VALUE
               'MSTREC MASTER / INCOME RECONCILIATION'.
           02  FILLER      PIC X(07)  VALUE 'CYCLE:'.
           02  REC-CYCLE-DATE PIC 9(08).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  REC-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  REC-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(43)  VALUE SPACES.

       01  REC-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(07)  VALUE 'EMP ID'.
           02  FILLER      PIC X(26)  VALUE 'NAME'.
           02  FILLER      PIC X(17)  VALUE '    CYCLE SALARY'.
           02  FILLER      PIC X(10)  VALUE 'END DATE'.
           02  FILLER      PIC X(60)  VALUE 'EXCEPTION'.

       01  REC-DETAIL-LINE.
           02  REC-PAN-NO      PIC X(11).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  REC-EMP-ID      PIC X(06).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  REC-EMP-NAME    PIC X(25).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  REC-SALARY      PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(01) VALUE SPACE.
           02  REC-END-DATE    PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  REC-REASON      PIC X(30).
           02  FILLER          PIC X(30) VALUE SPACES.

       01  REC-COUNT-LINE.
           02  REC-CNT-LABEL   PIC X(40).
           02  REC-CNT-VALUE   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(81) VALUE SPACES.

       01  REC-VERDICT-LINE.
           02  REC-VERDICT     PIC X(60).
           02  FILLER          PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-TOLERANCE-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-TOLERANCE-PARM
           END-ACCEPT
           IF WS-TOLERANCE-PARM NOT = SPACES
             PERFORM 0000C-PARSE-TOLERANCE THRU 0000C-EXIT
             IF WS-PARM-GOOD-YES
               MOVE WS-PARM-VALUE TO WS-TOLERANCE-COUNT
             ELSE
               DISPLAY 'MSTREC - TOLERANCE PARM NOT NUMERIC - '
                   'DEFAULT ' WS-TOLERANCE-COUNT ' USED'
             END-IF
           END-IF
           PERFORM 0008-REGISTER-START THRU 0008-EXIT
           PERFORM 0000B-SET-FISCAL-YEAR THRU 0000B-EXIT
           PERFORM 0000A-OPEN-MASTER THRU 0000A-EXIT
           OPEN OUTPUT RECRPTFL
           SORT SORTFILE
               ON ASCENDING KEY SORT-PAN-NO
               USING INCOMEFILE
               OUTPUT PROCEDURE IS 0002-MATCH-FEED
                   THRU 0002-EXIT
           PERFORM 0006-WRITE-TOTALS THRU 0006-EXIT
           CLOSE EMPMAST, RECRPTFL
           IF WS-OVER-TOLERANCE-YES
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM 0009-REGISTER-END THRU 0009-EXIT
           END-IF
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    THE TOLERANCE MAY BE KEYED AS 5, 05 OR 005 - BUILD THE
      *    VALUE DIGIT BY DIGIT AND STOP AT THE FIRST TRAILING
      *    SPACE, REJECTING ANYTHING ELSE.
       0000C-PARSE-TOLERANCE.
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
           MOVE WS-TOLERANCE-PARM (WS-PARM-POS:1) TO WS-PARM-DIGIT
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
      *    WITHOUT THE MASTER EVERY INCOME PAN WOULD LIST AS AN
      *    EXCEPTION - THAT IS A SETUP ERROR, NOT A RESULT.
       0000A-OPEN-MASTER.
      *
           OPEN INPUT EMPMAST
           IF WS-EMP-STATUS NOT = '00'
             DISPLAY 'MSTREC - EMPLOYEE MASTER OPEN FAILED - '
                 'STATUS ' WS-EMP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM 0000A1-READ-MASTER THRU 0000A1-EXIT.
      *
       0000A-EXIT.
      *
       0000A1-READ-MASTER.
      *
           READ EMPMAST NEXT RECORD
             AT END
               SET WS-EOF-MAST-YES TO TRUE
               GO TO 0000A1-EXIT
           END-READ
           ADD 1 TO WS-MASTER-COUNT.
      *
       0000A1-EXIT.
      *
      *    THE FISCAL YEAR IS TAKEN FROM THE CYCLE DATE - AN APRIL
      *    OR LATER CYCLE IS IN THE YEAR OPENING THAT APRIL, AN
      *    EARLIER ONE IN THE YEAR THAT OPENED THE APRIL BEFORE.
       0000B-SET-FISCAL-YEAR.
      *
           IF RC-CYCLE-MONTH >= 4
             MOVE RC-CYCLE-YEAR TO WS-FY-START-YEAR
           ELSE
             COMPUTE WS-FY-START-YEAR = RC-CYCLE-YEAR - 1
           END-IF
           MOVE 0401 TO WS-FY-START-MMDD.
      *
       0000B-EXIT.
      *
      *    SORT OUTPUT PROCEDURE - THE FEED COMES BACK IN PAN ORDER
      *    AND EACH PAN'S RECORDS ARE GATHERED INTO ONE GROUP, THEN
      *    MATCHED AGAINST THE MASTER AS THE PAN CHANGES. MASTERS
      *    LEFT WHEN THE FEED RUNS OUT HAVE NO INCOME THIS CYCLE.
       0002-MATCH-FEED.
      *
           PERFORM 0002A-RETURN-INCOME THRU 0002A-EXIT
               UNTIL WS-EOF-SORT-YES
           IF WS-GROUP-OPEN-YES
             PERFORM 0003-MATCH-GROUP THRU 0003-EXIT
           END-IF
           PERFORM 0003A-PASS-MASTER THRU 0003A-EXIT
               UNTIL WS-EOF-MAST-YES.
      *
       0002-EXIT.
           EXIT.
      *
      *    A RECORD WITH NO PAN CANNOT BE MATCHED TO ANYONE - THE TAX
      *    RUN'S OWN EDITS REJECT IT, SO IT IS ONLY COUNTED HERE.
       0002A-RETURN-INCOME.
      *
           RETURN SORTFILE
             AT END
               SET WS-EOF-SORT-YES TO TRUE
               GO TO 0002A-EXIT
           END-RETURN
           ADD 1 TO WS-INPUT-COUNT
           IF SORT-PAN-NO = SPACES OR LOW-VALUES
             ADD 1 TO WS-BLANK-PAN-COUNT
             GO TO 0002A-EXIT
           END-IF
           IF WS-GROUP-OPEN-YES AND SORT-PAN-NO NOT = WS-GRP-PAN-NO
             PERFORM 0003-MATCH-GROUP THRU 0003-EXIT
           END-IF
           IF WS-GROUP-OPEN-NO
             SET WS-GROUP-OPEN-YES TO TRUE
             MOVE SORT-PAN-NO TO WS-GRP-PAN-NO
             MOVE ZEROS TO WS-GRP-SALARY
           END-IF
           IF SORT-SALARY NUMERIC
             ADD SORT-SALARY TO WS-GRP-SALARY
           END-IF.
      *
       0002A-EXIT.
      *
      *    MASTERS BELOW THE GROUP'S PAN HAVE NO INCOME THIS CYCLE.
      *    AN EQUAL MASTER IS THE EMPLOYEE BEING PAID; NONE AT ALL
      *    MEANS THE TAX RUN WILL FIND NO NAME, AGE OR REGIME.
       0003-MATCH-GROUP.
      *
           ADD 1 TO WS-INCOME-PAN-COUNT
           PERFORM 0003A-PASS-MASTER THRU 0003A-EXIT
               UNTIL WS-EOF-MAST-YES
                  OR EMP-PAN-NO NOT < WS-GRP-PAN-NO
           MOVE WS-GRP-SALARY TO WS-LINE-SALARY
           IF NOT WS-EOF-MAST-YES AND EMP-PAN-NO = WS-GRP-PAN-NO
             PERFORM 0004-CHECK-MASTER-DATA THRU 0004-EXIT
             IF EMP-END-DATE NOT = ZERO
                AND EMP-END-DATE < WS-FY-START-DATE
                AND WS-GRP-SALARY > ZERO
               ADD 1 TO WS-LEAVER-PAID-COUNT
               MOVE 'LEFT BEFORE FY - STILL PAID' TO WS-REASON-TEXT
               PERFORM 0005-WRITE-EXCEPTION THRU 0005-EXIT
             END-IF
             PERFORM 0000A1-READ-MASTER THRU 0000A1-EXIT
           ELSE
             ADD 1 TO WS-NO-MASTER-COUNT
             MOVE 'NO EMPLOYEE MASTER RECORD' TO WS-REASON-TEXT
             MOVE WS-GRP-PAN-NO TO REC-PAN-NO
             MOVE SPACES TO REC-EMP-ID
             MOVE SPACES TO REC-EMP-NAME
             MOVE SPACES TO REC-END-DATE
             PERFORM 0005A-WRITE-DETAIL THRU 0005A-EXIT
           END-IF
           SET WS-GROUP-OPEN-NO TO TRUE.
      *
       0003-EXIT.
      *
      *    A MASTER WITH NO INCOME RECORD. ONLY AN ACTIVE ONE (NO
      *    LEAVING DATE) IS AN EXCEPTION - A LEAVER IS EXPECTED TO
      *    DROP OUT OF THE FEED. THE DATA EDITS STILL APPLY TO ANY
      *    MASTER EMPLOYED IN THE FISCAL YEAR.
       0003A-PASS-MASTER.
      *
           MOVE ZEROS TO WS-LINE-SALARY
           IF EMP-END-DATE = ZERO
             ADD 1 TO WS-NO-INCOME-COUNT
             MOVE 'ACTIVE MASTER - NO INCOME' TO WS-REASON-TEXT
             PERFORM 0005-WRITE-EXCEPTION THRU 0005-EXIT
           END-IF
           IF EMP-END-DATE = ZERO
              OR EMP-END-DATE NOT < WS-FY-START-DATE
             PERFORM 0004-CHECK-MASTER-DATA THRU 0004-EXIT
           END-IF
           PERFORM 0000A1-READ-MASTER THRU 0000A1-EXIT.
      *
       0003A-EXIT.
      *
      *    A ZERO DATE OF BIRTH LEAVES THE TAX RUN WITH NO AGE
      *    CATEGORY; A BLANK ELECTION SILENTLY DEFAULTS THE REGIME.
       0004-CHECK-MASTER-DATA.
      *
           IF EMP-DOB = ZERO
             ADD 1 TO WS-NO-DOB-COUNT
             MOVE 'DATE OF BIRTH MISSING' TO WS-REASON-TEXT
             PERFORM 0005-WRITE-EXCEPTION THRU 0005-EXIT
           END-IF
           IF EMP-REGIME-ELECT = SPACE
             ADD 1 TO WS-NO-REGIME-COUNT
             MOVE 'REGIME ELECTION BLANK' TO WS-REASON-TEXT
             PERFORM 0005-WRITE-EXCEPTION THRU 0005-EXIT
           END-IF.
      *
       0004-EXIT.
      *
      *    AN EXCEPTION AGAINST THE MASTER RECORD IN HAND.
       0005-WRITE-EXCEPTION.
      *
           MOVE EMP-PAN-NO TO REC-PAN-NO
           MOVE EMP-ID TO REC-EMP-ID
           MOVE EMP-NAME TO REC-EMP-NAME
           IF EMP-END-DATE = ZERO
             MOVE SPACES TO REC-END-DATE
           ELSE
             MOVE EMP-END-DATE TO REC-END-DATE
           END-IF
           PERFORM 0005A-WRITE-DETAIL THRU 0005A-EXIT.
      *
       0005-EXIT.
      *
       0005A-WRITE-DETAIL.
      *
           IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0005B-WRITE-HEADERS THRU 0005B-EXIT
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-LINE-SALARY TO REC-SALARY
           MOVE WS-REASON-TEXT TO REC-REASON
           WRITE REC-LINE FROM REC-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
      *
       0005A-EXIT.
      *
       0005B-WRITE-HEADERS.
      *
           ADD 1 TO WS-PAGE-NUMBER
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO REC-RUN-DATE
           MOVE RC-CYCLE-DATE TO REC-CYCLE-DATE
           MOVE WS-PAGE-NUMBER TO REC-PAGE-NO
           WRITE REC-LINE FROM REC-HEADING-1
           WRITE REC-LINE FROM REC-HEADING-2
           WRITE REC-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO WS-LINE-COUNT.
      *
       0005B-EXIT.
      *
      *    COUNTS BY EXCEPTION KIND AND THE TOLERANCE VERDICT. A
      *    CLEAN CYCLE STILL GETS A HEADED REPORT SAYING SO.
       0006-WRITE-TOTALS.
      *
           IF WS-LINE-COUNT = ZERO
             PERFORM 0005B-WRITE-HEADERS THRU 0005B-EXIT
           END-IF
           WRITE REC-LINE FROM WS-BLANK-LINE
           MOVE 'INCOME RECORDS READ:' TO REC-CNT-LABEL
           MOVE WS-INPUT-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           MOVE 'INCOME RECORDS WITH NO PAN:' TO REC-CNT-LABEL
           MOVE WS-BLANK-PAN-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           MOVE 'INCOME PANS MATCHED OR LISTED:' TO REC-CNT-LABEL
           MOVE WS-INCOME-PAN-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           MOVE 'MASTER RECORDS READ:' TO REC-CNT-LABEL
           MOVE WS-MASTER-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           WRITE REC-LINE FROM WS-BLANK-LINE
           MOVE 'NO EMPLOYEE MASTER RECORD:' TO REC-CNT-LABEL
           MOVE WS-NO-MASTER-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           MOVE 'ACTIVE MASTER - NO INCOME:' TO REC-CNT-LABEL
           MOVE WS-NO-INCOME-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           MOVE 'LEFT BEFORE FY - STILL PAID:' TO REC-CNT-LABEL
           MOVE WS-LEAVER-PAID-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           MOVE 'DATE OF BIRTH MISSING:' TO REC-CNT-LABEL
           MOVE WS-NO-DOB-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           MOVE 'REGIME ELECTION BLANK:' TO REC-CNT-LABEL
           MOVE WS-NO-REGIME-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           MOVE 'TOTAL EXCEPTIONS:' TO REC-CNT-LABEL
           MOVE WS-EXCEPTION-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           MOVE 'TOLERANCE:' TO REC-CNT-LABEL
           MOVE WS-TOLERANCE-COUNT TO REC-CNT-VALUE
           WRITE REC-LINE FROM REC-COUNT-LINE
           WRITE REC-LINE FROM WS-BLANK-LINE
           IF WS-EXCEPTION-COUNT > WS-TOLERANCE-COUNT
             SET WS-OVER-TOLERANCE-YES TO TRUE
             MOVE 'OVER TOLERANCE - TAX RUN HELD UNTIL MASTER CORRECTED'
                 TO REC-VERDICT
           ELSE
             MOVE 'WITHIN TOLERANCE - TAX RUN MAY PROCEED'
                 TO REC-VERDICT
           END-IF
           WRITE REC-LINE FROM REC-VERDICT-LINE
           DISPLAY 'MSTREC - INCOME RECORDS READ: ' WS-INPUT-COUNT
           DISPLAY 'MSTREC - MASTER RECORDS READ: ' WS-MASTER-COUNT
           DISPLAY 'MSTREC - EXCEPTIONS:          ' WS-EXCEPTION-COUNT
           DISPLAY 'MSTREC - TOLERANCE:           ' WS-TOLERANCE-COUNT
           IF WS-OVER-TOLERANCE-YES
             DISPLAY 'MSTREC - OVER TOLERANCE - CYCLE HELD IN THE '
                 'RUN REGISTRY'
           END-IF.
      *
       0006-EXIT.
      *
       0008-REGISTER-START.
      *
           DISPLAY 2 UPON ARGUMENT-NUMBER
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
           MOVE WS-INCOME-PAN-COUNT TO RC-RECORD-COUNT
           CALL 'RUNCTL' USING RUN-CONTROL-PARMS.
      *
       0009-EXIT.
