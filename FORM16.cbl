      *******This program prints a Form 16 style annual tax statement,
      * one page set per employee, by matching the STDRPT output file,
      * the TDS reconciliation file, the tax run's audit trail and the
      * original income details by PAN-NO. Claims cut back at year-end
      * proof verification are shown with the tax they added, from the
      * PRFVER disallowance file. The liability breakdown is
      * recomputed through the shared TAXENG engine the tax run itself
      * calls. The employee name and id carried onto OUTPUTFL from the
      * employee master head each statement. The tax deducted is
      * listed month by month from the withholding ledger payroll
      * posts to. **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORM16.
       ENVIRONMENT DIVISION.
           SELECT INCOMEFILE ASSIGN TO INCMFILE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT AUDITFL ASSIGN TO AUDTFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-AUD-STATUS.
           SELECT DISALFL ASSIGN TO DISALFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-DIS-STATUS.
           SELECT PARMFL ASSIGN TO PARMFILE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-INT-STATUS.
           SELECT TDSLEDG ASSIGN TO TDSLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LG-KEY
              FILE STATUS IS WS-LDG-STATUS.
           SELECT STMTFL ASSIGN TO STMTFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           02  TDS-FLAG-T        PIC X(1).

      *
      *    THE INCOME FEED STDRPT TAXED - READ FORWARD IN STEP WITH
      *    OUTPUTFL (REJECTED RECORDS ARE SKIPPED OVER) TO RECOVER
      *    THE INCOME AND DEDUCTION FIGURES THE TAX WAS WORKED ON. ON
      *    THE ANNUAL RUN THIS IS PRFVER'S REVISED FEED (REVINCM),
      *    WITH SHORT-PROVEN CLAIMS ALREADY CUT BACK; THE CLAIMS AS
      *    DECLARED COME FROM THE DISALLOWANCE RECORD.
       FD  INCOMEFILE
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           02  FILLER        PIC X(1).
           02  TDS-DEDUCTED  PIC 9(9)V99.

      *
      *    THE TAX RUN'S AUDIT TRAIL - ONE RECORD PER OUTPUTFL DETAIL,
      *    IN THE SAME ORDER. ONLY THE ADDITIONAL-HEAD FIGURES ARE
      *    TAKEN FROM IT; THE SLAB WALK IS RECOMPUTED. ABSENT ON A
      *    CYCLE RUN BEFORE THE AUDIT TRAIL EXISTED - THE STATEMENT
      *    THEN SHOWS SALARY AND OTHER INCOME ONLY. THE CARRIED-
      *    FORWARD LOSS FIGURES BY HEAD CLOSE THE RECORD; HOUSE
      *    PROPERTY IS AS DECLARED, SO THE BROUGHT-FORWARD LOSS SET
      *    OFF AGAINST IT IS TAKEN OFF HERE BEFORE THE ENGINE CALL.
       FD  AUDITFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 483 CHARACTERS
           DATA RECORD IS AUDIT-RECORD.
      *
       01  AUDIT-RECORD.
           02  PAN-NO-A          PIC X(10).
           02  FILLER            PIC X(256).
           02  HP-DECLARED-A     PIC S9(9)V99 SIGN LEADING SEPARATE.
           02  FILLER            PIC X(1).
           02  HP-SETOFF-A       PIC S9(9)V99 SIGN LEADING SEPARATE.
           02  FILLER            PIC X(1).
           02  STCG-AMT-A        PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  STCG-TAX-A        PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  LTCG-AMT-A        PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  LTCG-TAX-A        PIC 9(9)V99.
           02  LOSS-HEAD-A OCCURS 3 TIMES.
               03  FILLER        PIC X(1).
               03  LOSS-BF-A     PIC 9(9)V99.
               03  FILLER        PIC X(1).
               03  LOSS-USED-A   PIC 9(9)V99.
               03  FILLER        PIC X(1).
               03  LOSS-EXPIRED-A PIC 9(9)V99.
               03  FILLER        PIC X(1).
               03  LOSS-CF-A     PIC 9(9)V99.

      *
      *    PROOF-VERIFICATION DISALLOWANCES - ONE RECORD PER PAN WITH
      *    A CLAIM CUT BACK, IN PAN ORDER, SECTIONS 80C, 80D, 80G, HRA
      *    AND LTA IN THAT ORDER. ABSENT ON ANY RUN BUT THE FINAL ONE.
       FD  DISALFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 210 CHARACTERS
           DATA RECORD IS DIS-RECORD.
      *
       01  DIS-RECORD.
           02  DIS-PAN-NO        PIC X(10).
           02  DIS-SECTION-ENTRY OCCURS 5 TIMES.
               03  FILLER            PIC X(1).
               03  DIS-SECTION       PIC X(3).
               03  FILLER            PIC X(1).
               03  DIS-DECLARED      PIC 9(9)V99.
               03  FILLER            PIC X(1).
               03  DIS-PROVEN        PIC 9(9)V99.
               03  FILLER            PIC X(1).
               03  DIS-DISALLOWED    PIC 9(9)V99.

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
      *    ASSESSMENT-YEAR-KEYED SLAB PARAMETERS, SAME LAYOUT AS
      *    STDRPT READS - 'O' AND 'N' RECORDS PER YEAR.
               88  WS-MATCHED-YES                      VALUE 'Y'.
               88  WS-MATCHED-NO                       VALUE 'N'.
           02  WS-STMT-COUNT           PIC 9(09)   VALUE ZERO.
           02  WS-SLAB-IX              PIC 9(02) COMP VALUE ZERO.
           02  WS-ELECTED-REGIME       PIC X(001)  VALUE 'O'.
               88  WS-ELECTED-OLD                      VALUE 'O'.
               88  WS-ELECTED-NEW                      VALUE 'N'.
       01  PARM-CONTROLS.
           02  WS-PARM-STATUS         PIC X(02)   VALUE SPACES.
           02  WS-ASSESSMENT-YEAR     PIC X(04)   VALUE SPACES.
           02  WS-ASSESSMENT-YEAR-9 REDEFINES WS-ASSESSMENT-YEAR
                                      PIC 9(04).
           02  WS-ASSESSMENT-YEAR-PARM PIC X(04)  VALUE SPACES.
           02  WS-PARM-FOUND          PIC X(001)  VALUE 'N'.
               88  WS-PARM-FOUND-YES                   VALUE 'Y'.
           02  NEW-SLAB-4-RATE  PIC V999    VALUE .200.
           02  NEW-SLAB-5-RATE  PIC V999    VALUE .300.
      *
      *    ADDITIONAL HEADS FOR THE PAN, FROM THE AUDIT TRAIL.
       01  ADDL-INCOME-AREA.
           02  WS-AUD-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-AUD-OPEN             PIC X(001)  VALUE 'N'.
               88  WS-AUD-OPEN-YES                    VALUE 'Y'.
           02  WS-HP-INCOME            PIC S9(9)V99 VALUE ZERO.
           02  WS-STCG-AMT             PIC S9(9)V99 VALUE ZERO.
           02  WS-LTCG-AMT             PIC S9(9)V99 VALUE ZERO.
      *
      *    CARRIED-FORWARD LOSSES FOR THE PAN BY HEAD - 1 HOUSE
      *    PROPERTY, 2 SHORT-TERM, 3 LONG-TERM CAPITAL GAINS.
       01  LOSS-CARRY-AREA.
           02  WS-LOSS-SHOWN           PIC X(001)  VALUE 'N'.
               88  WS-LOSS-SHOWN-YES                  VALUE 'Y'.
           02  WS-LOSS-IX              PIC 9(01)   VALUE ZERO.
           02  WS-LOSS-HEAD-NAMES.
               03  FILLER              PIC X(16)   VALUE
                   'HOUSE PROPERTY'.
               03  FILLER              PIC X(16)   VALUE
                   'SHORT-TERM CG'.
               03  FILLER              PIC X(16)   VALUE
                   'LONG-TERM CG'.
           02  WS-LOSS-HEAD-NAME REDEFINES WS-LOSS-HEAD-NAMES
                                       PIC X(16) OCCURS 3 TIMES.
           02  WS-LOSS-HEAD OCCURS 3 TIMES.
               03  WS-LOSS-BF          PIC 9(9)V99.
               03  WS-LOSS-USED        PIC 9(9)V99.
               03  WS-LOSS-EXPIRED     PIC 9(9)V99.
               03  WS-LOSS-CF          PIC 9(9)V99.
      *
      *    PROOF-VERIFICATION DISALLOWANCE FOR THE PAN, READ AHEAD IN
      *    PAN ORDER. THE TAX THE DISALLOWANCE ADDED IS THE ELECTED
      *    REGIME'S LIABILITY LESS THE LIABILITY ON THE CLAIMS AS
      *    ORIGINALLY DECLARED.
       01  DISALLOWANCE-AREA.
           02  WS-DIS-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-DIS-OPEN             PIC X(001)  VALUE 'N'.
               88  WS-DIS-OPEN-YES                    VALUE 'Y'.
           02  WS-EOF-DIS              PIC X(001)  VALUE ' '.
               88  WS-EOF-DIS-YES                     VALUE 'Y'.
           02  WS-DIS-MATCHED          PIC X(001)  VALUE 'N'.
               88  WS-DIS-MATCHED-YES                 VALUE 'Y'.
           02  WS-DIS-IX               PIC 9(02) COMP VALUE ZERO.
           02  WS-DECLARED-TAX         PIC 9(9)V99 VALUE ZERO.
           02  WS-DISALLOW-TAX         PIC 9(9)V99 VALUE ZERO.
      *
      *    WITHHOLDING LEDGER FOR THE PART A MONTH LIST - THE FISCAL
      *    YEAR IS THE ONE THE ASSESSMENT YEAR ASSESSES (IT STARTS
      *    THE CALENDAR YEAR BEFORE), NOT THE RUN DATE'S - FORM 16
      *    IS ISSUED AFTER THE YEAR HAS CLOSED. NO LEDGER MEANS NO
      *    MONTH LIST, NOT A FAILED RUN.
       01  LEDGER-AREA.
           02  WS-LDG-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-LDG-OPEN             PIC X(001)  VALUE 'N'.
               88  WS-LDG-OPEN-YES                    VALUE 'Y'.
           02  WS-LDG-FY               PIC 9(04)   VALUE ZERO.
           02  WS-LDG-IX               PIC 9(02)   VALUE ZERO.
           02  WS-LDG-MONTHS-POSTED    PIC 9(02)   VALUE ZERO.
           02  WS-LDG-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  MONTH-NAME-VALUES.
           02  FILLER      PIC X(36)  VALUE
               'APRMAYJUNJULAUGSEPOCTNOVDECJANFEBMAR'.
       01  MONTH-NAMES REDEFINES MONTH-NAME-VALUES.
           02  WS-MONTH-NAME           PIC X(03) OCCURS 12 TIMES.
      *
      *    TAX ENGINE INTERFACE - THE CALLED TAXENG SUBPROGRAM IS THE
      *    SAME ONE THE TAX RUN CALLS, SO THE CAPS, SLAB BANDS,
      *    SURCHARGE AND CESS ON THE STATEMENT ARE THE FIGURES THAT
      *    PRODUCED THE LIABILITY ON OUTPUTFL.
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
      *    STATEMENT LINE LAYOUTS.
       01  PRINT-CONTROLS.
           02  STM-AMT-VALUE   PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(78) VALUE SPACES.

       01  STM-SIGNED-AMOUNT-LINE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  STM-SGN-LABEL   PIC X(34).
           02  STM-SGN-VALUE   PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(77) VALUE SPACES.

       01  STM-DEDUCTION-LINE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  STM-DED-LABEL   PIC X(18).
           02  FILLER          PIC X(11) VALUE 'CLAIMED:'.
           02  STM-DED-SUBMIT  PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(10) VALUE '  ALLOWED:'.
           02  STM-DED-ALLOWED PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  STM-DED-CAP-TAG PIC X(14).
           02  FILLER          PIC X(43) VALUE SPACES.

       01  STM-DISALLOW-LINE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  STM-DIS-LABEL   PIC X(18).
           02  FILLER          PIC X(10) VALUE 'DECLARED:'.
           02  STM-DIS-DECLARED PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(09) VALUE '  PROVEN:'.
           02  STM-DIS-PROVEN  PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(13) VALUE '  DISALLOWED:'.
           02  STM-DIS-AMOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(30) VALUE SPACES.

       01  STM-LOSS-LINE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  STM-LOSS-LABEL  PIC X(16).
           02  FILLER          PIC X(05) VALUE 'B/F:'.
           02  STM-LOSS-BF     PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(10) VALUE '  SET OFF:'.
           02  STM-LOSS-USED   PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(10) VALUE '  EXPIRED:'.
           02  STM-LOSS-EXPIRED PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(13) VALUE '  CARRIED ON:'.
           02  STM-LOSS-CF     PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(10) VALUE SPACES.

       01  STM-MONTH-LINE.
           02  FILLER          PIC X(08) VALUE SPACES.
           02  STM-MTH-NAME    PIC X(03).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  STM-MTH-YEAR    PIC 9(04).
           02  FILLER          PIC X(12) VALUE '   PAID ON:'.
           02  STM-MTH-PAID    PIC X(10).
           02  FILLER          PIC X(10) VALUE '  AMOUNT:'.
           02  STM-MTH-AMOUNT  PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(68) VALUE SPACES.

       01  STM-SLAB-LINE.
           02  FILLER          PIC X(04) VALUE SPACES.
           02  FILLER          PIC X(05) VALUE 'SLAB'.
           OPEN INPUT OUTPUTFL
           OPEN INPUT TDSRPTFL
           OPEN INPUT INCOMEFILE
           OPEN INPUT AUDITFL
           IF WS-AUD-STATUS = '00'
             SET WS-AUD-OPEN-YES TO TRUE
           END-IF
           OPEN INPUT DISALFL
           IF WS-DIS-STATUS = '00'
             SET WS-DIS-OPEN-YES TO TRUE
             PERFORM 0002F-READ-DISALLOWANCE THRU 0002F-EXIT
           END-IF
           PERFORM 0000D-SET-LEDGER-YEAR THRU 0000D-EXIT
           OPEN INPUT TDSLEDG
           IF WS-LDG-STATUS = '00'
             SET WS-LDG-OPEN-YES TO TRUE
           END-IF
           OPEN OUTPUT STMTFL
           PERFORM UNTIL WS-EOF-OUT-YES
               READ OUTPUTFL
           END-PERFORM
           DISPLAY 'FORM16 - STATEMENTS PRINTED: ' WS-STMT-COUNT
           CLOSE OUTPUTFL, TDSRPTFL, INCOMEFILE, STMTFL
           IF WS-AUD-OPEN-YES
             CLOSE AUDITFL
           END-IF
           IF WS-DIS-OPEN-YES
             CLOSE DISALFL
           END-IF
           IF WS-LDG-OPEN-YES
             CLOSE TDSLEDG
           END-IF
           PERFORM 0006-REGISTER-END THRU 0006-EXIT
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    A NON-NUMERIC ASSESSMENT YEAR FALLS BACK TO THE RUN
      *    DATE'S FISCAL YEAR, STEPPED BACK A YEAR WHILE THAT YEAR
      *    HAS NOT YET CLOSED - THE YEAR A CERTIFICATE COVERS HAS.
       0000D-SET-LEDGER-YEAR.
      *
           IF WS-ASSESSMENT-YEAR NUMERIC
             COMPUTE WS-LDG-FY = WS-ASSESSMENT-YEAR-9 - 1
           ELSE
             IF WS-CURRENT-MONTH >= 4
               COMPUTE WS-LDG-FY = WS-CURRENT-YEAR - 1
             ELSE
               COMPUTE WS-LDG-FY = WS-CURRENT-YEAR - 2
             END-IF
           END-IF
           DISPLAY 'FORM16 - LEDGER FISCAL YEAR FROM APRIL ' WS-LDG-FY.
      *
       0000D-EXIT.
      *
       0000B-READ-PARAMETERS.
      *
       0002-PROCESS-EMPLOYEE.
      *
           PERFORM 0002A-READ-TDS THRU 0002A-EXIT
           PERFORM 0002C-READ-AUDIT THRU 0002C-EXIT
           PERFORM 0002B-MATCH-INCOME THRU 0002B-EXIT
           IF WS-MATCHED-NO
             DISPLAY 'FORM16 - NO INCOME RECORD FOR PAN ' PAN-NO-O
           ELSE
             SET WS-ELECTED-OLD TO TRUE
           END-IF
           PERFORM 0002D-RESOLVE-EXEMPT-LIMIT THRU 0002D-EXIT
           PERFORM 0002E-MATCH-DISALLOWANCE THRU 0002E-EXIT
           IF WS-DIS-MATCHED-YES
             PERFORM 0004A-CALL-AS-DECLARED THRU 0004A-EXIT
           END-IF
           PERFORM 0004-CALL-TAX-ENGINE THRU 0004-EXIT
           MOVE ZEROS TO WS-DISALLOW-TAX
           IF WS-DIS-MATCHED-YES AND TE-TOTAL-TAX > WS-DECLARED-TAX
             COMPUTE WS-DISALLOW-TAX = TE-TOTAL-TAX - WS-DECLARED-TAX
           END-IF
           PERFORM 0003-PRINT-STATEMENT THRU 0003-EXIT
           ADD 1 TO WS-STMT-COUNT.
      *
      *
       0002A-EXIT.
      *
      *    INCOMEFILE CARRIES EVERY RECORD STDRPT READ, INCLUDING THE
      *    ONES IT REJECTED - READ FORWARD UNTIL THE PAN ON THE
      *    OUTPUT DETAIL COMES UP. A RECORD THE TAX RUN'S EDITS
      *    WOULD HAVE THROWN OUT CANNOT BE THE ONE THE LIABILITY
      *    WAS COMPUTED FROM - A BAD RECORD FOLLOWED BY ITS
      *
       0002B-EXIT.
      *
      *    THE AUDIT TRAIL IS WRITTEN ONE-FOR-ONE WITH OUTPUTFL
      *    DETAILS IN THE SAME ORDER, LIKE TDSRPTFL.
       0002C-READ-AUDIT.
      *
           MOVE ZEROS TO WS-HP-INCOME
           MOVE ZEROS TO WS-STCG-AMT
           MOVE ZEROS TO WS-LTCG-AMT
           MOVE ZEROS TO WS-LOSS-HEAD (1)
           MOVE ZEROS TO WS-LOSS-HEAD (2)
           MOVE ZEROS TO WS-LOSS-HEAD (3)
           MOVE 'N' TO WS-LOSS-SHOWN
           IF NOT WS-AUD-OPEN-YES
             GO TO 0002C-EXIT
           END-IF
           READ AUDITFL
             AT END
               MOVE SPACES TO AUDIT-RECORD
           END-READ
           IF PAN-NO-A NOT = PAN-NO-O
             DISPLAY 'FORM16 - AUDIT FILE OUT OF STEP AT PAN ' PAN-NO-O
                 ' - FILES NOT FROM THE SAME RUN'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           COMPUTE WS-HP-INCOME = HP-DECLARED-A - LOSS-USED-A (1)
           MOVE STCG-AMT-A TO WS-STCG-AMT
           MOVE LTCG-AMT-A TO WS-LTCG-AMT
           PERFORM 0002G-LOAD-LOSS-HEAD THRU 0002G-EXIT
               VARYING WS-LOSS-IX FROM 1 BY 1 UNTIL WS-LOSS-IX > 3.
      *
       0002C-EXIT.
      *
       0002G-LOAD-LOSS-HEAD.
      *
           MOVE LOSS-BF-A (WS-LOSS-IX) TO WS-LOSS-BF (WS-LOSS-IX)
           MOVE LOSS-USED-A (WS-LOSS-IX) TO WS-LOSS-USED (WS-LOSS-IX)
           MOVE LOSS-EXPIRED-A (WS-LOSS-IX)
               TO WS-LOSS-EXPIRED (WS-LOSS-IX)
           MOVE LOSS-CF-A (WS-LOSS-IX) TO WS-LOSS-CF (WS-LOSS-IX)
           IF WS-LOSS-BF (WS-LOSS-IX) NOT = ZERO
              OR WS-LOSS-EXPIRED (WS-LOSS-IX) NOT = ZERO
              OR WS-LOSS-CF (WS-LOSS-IX) NOT = ZERO
             SET WS-LOSS-SHOWN-YES TO TRUE
           END-IF.
      *
       0002G-EXIT.
      *
      *    EXEMPTION LIMIT PER THE CATEGORY STDRPT STAMPED ON THE
      *    OUTPUT DETAIL; THE NEW REGIME KNOWS NO AGE UPLIFT.
      *
       0002D-EXIT.
      *
      *    THE DISALLOWANCE FILE CARRIES ONLY THE PANS CUT BACK, IN
      *    THE SAME PAN ORDER AS OUTPUTFL - READ FORWARD PAST ANY PAN
      *    LOWER THAN THE ONE IN HAND.
       0002E-MATCH-DISALLOWANCE.
      *
           MOVE 'N' TO WS-DIS-MATCHED
           IF NOT WS-DIS-OPEN-YES
             GO TO 0002E-EXIT
           END-IF
           PERFORM 0002F-READ-DISALLOWANCE THRU 0002F-EXIT
               UNTIL WS-EOF-DIS-YES OR DIS-PAN-NO NOT < PAN-NO-O
           IF NOT WS-EOF-DIS-YES AND DIS-PAN-NO = PAN-NO-O
             SET WS-DIS-MATCHED-YES TO TRUE
           END-IF.
      *
       0002E-EXIT.
      *
       0002F-READ-DISALLOWANCE.
      *
           READ DISALFL
             AT END
               SET WS-EOF-DIS-YES TO TRUE
           END-READ.
      *
       0002F-EXIT.
      *
      *    THE ELECTED REGIME'S LIABILITY FROM THE SHARED ENGINE -
      *    THE SAME CALL THE TAX RUN MADE, ON THE SAME FIGURES.
       0004-CALL-TAX-ENGINE.
      *
           COMPUTE TE-SALARY-INCOME = SALARY + OTH-INCOME
           MOVE WS-HP-INCOME TO TE-HP-INCOME
           MOVE WS-STCG-AMT TO TE-STCG-AMT
           MOVE WS-LTCG-AMT TO TE-LTCG-AMT
           MOVE DED-80C TO TE-80C-CLAIMED
           MOVE DED-80D TO TE-80D-CLAIMED
           MOVE DED-80G TO TE-80G-CLAIMED
           MOVE HRA TO TE-HRA-CLAIMED
           MOVE LTA TO TE-LTA-CLAIMED
           MOVE WS-EXEMPT-LIMIT TO TE-EXEMPT-LIMIT
           IF WS-ELECTED-NEW
             SET TE-REGIME-NEW TO TRUE
             MOVE NEW-SLAB-2-LIMIT TO TE-SLAB-2-LIMIT
             MOVE NEW-SLAB-3-LIMIT TO TE-SLAB-3-LIMIT
             MOVE NEW-SLAB-4-LIMIT TO TE-SLAB-4-LIMIT
             MOVE NEW-SLAB-5-LIMIT TO TE-SLAB-5-LIMIT
             MOVE NEW-SLAB-1-RATE TO TE-SLAB-1-RATE
             MOVE NEW-SLAB-2-RATE TO TE-SLAB-2-RATE
             MOVE NEW-SLAB-3-RATE TO TE-SLAB-3-RATE
             MOVE NEW-SLAB-4-RATE TO TE-SLAB-4-RATE
             MOVE NEW-SLAB-5-RATE TO TE-SLAB-5-RATE
           ELSE
             SET TE-REGIME-OLD TO TRUE
             MOVE SLAB-2-LIMIT TO TE-SLAB-2-LIMIT
             MOVE SLAB-3-LIMIT TO TE-SLAB-3-LIMIT
             MOVE SLAB-4-LIMIT TO TE-SLAB-4-LIMIT
             MOVE SLAB-5-LIMIT TO TE-SLAB-5-LIMIT
             MOVE SLAB-1-RATE TO TE-SLAB-1-RATE
             MOVE SLAB-2-RATE TO TE-SLAB-2-RATE
             MOVE SLAB-3-RATE TO TE-SLAB-3-RATE
             MOVE SLAB-4-RATE TO TE-SLAB-4-RATE
             MOVE SLAB-5-RATE TO TE-SLAB-5-RATE
           END-IF
           CALL 'TAXENG' USING TAX-ENGINE-PARMS.
      *
       0004-EXIT.
      *
      *    THE SAME CALL WITH THE CLAIMS TAKEN AS DECLARED FROM THE
      *    DISALLOWANCE RECORD - THE LIABILITY THE EMPLOYEE WOULD
      *    HAVE HAD HAD EVERY CLAIM BEEN PROVEN. THE DECLARED FIGURES
      *    ARE TAKEN AS THEY STAND, NOT BUILT UP FROM THE FEED, SO
      *    THE RESULT IS THE SAME WHICHEVER FEED STDRPT WAS GIVEN.
       0004A-CALL-AS-DECLARED.
      *
           PERFORM 0004-CALL-TAX-ENGINE THRU 0004-EXIT
           MOVE DIS-DECLARED (1) TO TE-80C-CLAIMED
           MOVE DIS-DECLARED (2) TO TE-80D-CLAIMED
           MOVE DIS-DECLARED (3) TO TE-80G-CLAIMED
           MOVE DIS-DECLARED (4) TO TE-HRA-CLAIMED
           MOVE DIS-DECLARED (5) TO TE-LTA-CLAIMED
           CALL 'TAXENG' USING TAX-ENGINE-PARMS
           MOVE TE-TOTAL-TAX TO WS-DECLARED-TAX.
      *
       0004A-EXIT.
      *
       0003-PRINT-STATEMENT.
      *
           MOVE 'OTHER INCOME' TO STM-AMT-LABEL
           MOVE OTH-INCOME TO STM-AMT-VALUE
           WRITE STMT-LINE FROM STM-AMOUNT-LINE
           IF TE-HP-SETOFF NOT = ZERO
             MOVE 'HOUSE PROPERTY (AFTER LOSS CAP)' TO STM-SGN-LABEL
             MOVE TE-HP-SETOFF TO STM-SGN-VALUE
             WRITE STMT-LINE FROM STM-SIGNED-AMOUNT-LINE
           END-IF
           MOVE 'GROSS TOTAL INCOME' TO STM-AMT-LABEL
           MOVE TE-GROSS-INCOME TO STM-AMT-VALUE
           WRITE STMT-LINE FROM STM-AMOUNT-LINE
           WRITE STMT-LINE FROM WS-BLANK-LINE
           IF WS-LOSS-SHOWN-YES
             MOVE 'LOSSES CARRIED FORWARD' TO STM-SECTION-TITLE
             WRITE STMT-LINE FROM STM-SECTION-LINE
             PERFORM 0003H-PRINT-LOSS-HEAD THRU 0003H-EXIT
                 VARYING WS-LOSS-IX FROM 1 BY 1 UNTIL WS-LOSS-IX > 3
             WRITE STMT-LINE FROM WS-BLANK-LINE
           END-IF
      *
           IF WS-ELECTED-NEW
             MOVE 'DEDUCTIONS (NOT ALLOWED - NEW REGIME)'
           WRITE STMT-LINE FROM STM-SECTION-LINE
           MOVE 'SECTION 80C' TO STM-DED-LABEL
           MOVE DED-80C TO STM-DED-SUBMIT
           MOVE TE-80C-ALLOWED TO STM-DED-ALLOWED
           PERFORM 0003A-TAG-80C-CAP THRU 0003A-EXIT
           WRITE STMT-LINE FROM STM-DEDUCTION-LINE
           MOVE 'SECTION 80D' TO STM-DED-LABEL
           MOVE DED-80D TO STM-DED-SUBMIT
           MOVE TE-80D-ALLOWED TO STM-DED-ALLOWED
           PERFORM 0003B-TAG-80D-CAP THRU 0003B-EXIT
           WRITE STMT-LINE FROM STM-DEDUCTION-LINE
           MOVE 'SECTION 80G' TO STM-DED-LABEL
           MOVE DED-80G TO STM-DED-SUBMIT
           MOVE TE-80G-ALLOWED TO STM-DED-ALLOWED
           PERFORM 0003C-TAG-80G-CAP THRU 0003C-EXIT
           WRITE STMT-LINE FROM STM-DEDUCTION-LINE
           MOVE 'HRA' TO STM-DED-LABEL
           MOVE HRA TO STM-DED-SUBMIT
           MOVE HRA TO STM-DED-ALLOWED
           MOVE SPACES TO STM-DED-CAP-TAG
           WRITE STMT-LINE FROM STM-DEDUCTION-LINE
           MOVE 'LTA' TO STM-DED-LABEL
           MOVE LTA TO STM-DED-SUBMIT
           MOVE LTA TO STM-DED-ALLOWED
           MOVE SPACES TO STM-DED-CAP-TAG
           WRITE STMT-LINE FROM STM-DEDUCTION-LINE
           MOVE 'TOTAL DEDUCTIONS APPLIED' TO STM-AMT-LABEL
           MOVE TE-DEDUCTIONS TO STM-AMT-VALUE
           WRITE STMT-LINE FROM STM-AMOUNT-LINE
           WRITE STMT-LINE FROM WS-BLANK-LINE
           IF WS-DIS-MATCHED-YES
             MOVE 'CLAIMS DISALLOWED FOR WANT OF PROOF'
                 TO STM-SECTION-TITLE
             WRITE STMT-LINE FROM STM-SECTION-LINE
             PERFORM 0003F-PRINT-DISALLOWANCE THRU 0003F-EXIT
                 VARYING WS-DIS-IX FROM 1 BY 1 UNTIL WS-DIS-IX > 5
             WRITE STMT-LINE FROM WS-BLANK-LINE
           END-IF
      *
           MOVE 'TAX COMPUTATION' TO STM-SECTION-TITLE
           WRITE STMT-LINE FROM STM-SECTION-LINE
           MOVE 'TAXABLE INCOME' TO STM-AMT-LABEL
           MOVE TE-TAXABLE-INCOME TO STM-AMT-VALUE
           WRITE STMT-LINE FROM STM-AMOUNT-LINE
           MOVE 'EXEMPTION LIMIT APPLIED' TO STM-AMT-LABEL
           MOVE WS-EXEMPT-LIMIT TO STM-AMT-VALUE
           PERFORM 0003D-PRINT-SLAB-LINE THRU 0003D-EXIT
               VARYING WS-SLAB-IX FROM 1 BY 1 UNTIL WS-SLAB-IX > 5
           MOVE 'TAX BEFORE SURCHARGE/CESS' TO STM-AMT-LABEL
           MOVE TE-SLAB-TAX-TOTAL TO STM-AMT-VALUE
           WRITE STMT-LINE FROM STM-AMOUNT-LINE
           MOVE 'SURCHARGE' TO STM-AMT-LABEL
           MOVE TE-SURCHARGE-AMT TO STM-AMT-VALUE
           WRITE STMT-LINE FROM STM-AMOUNT-LINE
           MOVE 'HEALTH AND EDUCATION CESS' TO STM-AMT-LABEL
           MOVE TE-CESS-AMT TO STM-AMT-VALUE
           WRITE STMT-LINE FROM STM-AMOUNT-LINE
           IF TE-FLAT-TAX NOT = ZERO
             MOVE 'CAPITAL GAINS TAX (FLAT RATE)' TO STM-AMT-LABEL
             MOVE TE-FLAT-TAX TO STM-AMT-VALUE
             WRITE STMT-LINE FROM STM-AMOUNT-LINE
           END-IF
           MOVE 'TOTAL TAX LIABILITY' TO STM-AMT-LABEL
           MOVE INCOME-TAX-O TO STM-AMT-VALUE
           WRITE STMT-LINE FROM STM-AMOUNT-LINE
           IF WS-DIS-MATCHED-YES
             MOVE 'INCLUDES TAX ON DISALLOWED CLAIMS' TO STM-AMT-LABEL
             MOVE WS-DISALLOW-TAX TO STM-AMT-VALUE
             WRITE STMT-LINE FROM STM-AMOUNT-LINE
           END-IF
           WRITE STMT-LINE FROM WS-BLANK-LINE
      *
           MOVE 'TAX PAID AND BALANCE' TO STM-SECTION-TITLE
           MOVE 'TDS DEDUCTED' TO STM-AMT-LABEL
           MOVE TDS-DEDUCTED-T TO STM-AMT-VALUE
           WRITE STMT-LINE FROM STM-AMOUNT-LINE
           IF WS-LDG-OPEN-YES
             PERFORM 0003G-PRINT-LEDGER-MONTHS THRU 0003G-EXIT
           END-IF
           MOVE 'ADVANCE TAX PAID BY CHALLAN' TO STM-AMT-LABEL
           MOVE CHALLAN-PAID-T TO STM-AMT-VALUE
           WRITE STMT-LINE FROM STM-AMOUNT-LINE
      *
       0003A-TAG-80C-CAP.
      *
           IF DED-80C > TE-80C-ALLOWED
             MOVE ' (CAP APPLIED)' TO STM-DED-CAP-TAG
           ELSE
             MOVE SPACES TO STM-DED-CAP-TAG
      *
       0003B-TAG-80D-CAP.
      *
           IF DED-80D > TE-80D-ALLOWED
             MOVE ' (CAP APPLIED)' TO STM-DED-CAP-TAG
           ELSE
             MOVE SPACES TO STM-DED-CAP-TAG
      *
       0003C-TAG-80G-CAP.
      *
           IF DED-80G > TE-80G-ALLOWED
             MOVE ' (CAP APPLIED)' TO STM-DED-CAP-TAG
           ELSE
             MOVE SPACES TO STM-DED-CAP-TAG
       0003D-PRINT-SLAB-LINE.
      *
           MOVE WS-SLAB-IX TO STM-SLAB-NO
           MOVE TE-SLAB-BAND (WS-SLAB-IX) TO STM-SLAB-BAND
           MOVE TE-SLAB-RATE (WS-SLAB-IX) TO STM-SLAB-RATE
           MOVE TE-SLAB-TAX (WS-SLAB-IX) TO STM-SLAB-TAX
           WRITE STMT-LINE FROM STM-SLAB-LINE.
      *
       0003D-EXIT.
           END-IF.
      *
       0003E1-EXIT.
      *
       0003F-PRINT-DISALLOWANCE.
      *
           IF DIS-DISALLOWED (WS-DIS-IX) = ZERO
             GO TO 0003F-EXIT
           END-IF
           MOVE SPACES TO STM-DIS-LABEL
           STRING 'SECTION '               DELIMITED BY SIZE
                  DIS-SECTION (WS-DIS-IX)  DELIMITED BY SIZE
             INTO STM-DIS-LABEL
           MOVE DIS-DECLARED (WS-DIS-IX) TO STM-DIS-DECLARED
           MOVE DIS-PROVEN (WS-DIS-IX) TO STM-DIS-PROVEN
           MOVE DIS-DISALLOWED (WS-DIS-IX) TO STM-DIS-AMOUNT
           WRITE STMT-LINE FROM STM-DISALLOW-LINE.
      *
       0003F-EXIT.
      *
      *    ONE LINE PER HEAD THAT HAS ANY LOSS TO SHOW - OPEN FROM
      *    EARLIER YEARS, SET OFF THIS YEAR, LAPSED, AND CARRIED ON
      *    TO NEXT YEAR INCLUDING THIS YEAR'S OWN LOSS.
       0003H-PRINT-LOSS-HEAD.
      *
           IF WS-LOSS-BF (WS-LOSS-IX) = ZERO
              AND WS-LOSS-EXPIRED (WS-LOSS-IX) = ZERO
              AND WS-LOSS-CF (WS-LOSS-IX) = ZERO
             GO TO 0003H-EXIT
           END-IF
           MOVE WS-LOSS-HEAD-NAME (WS-LOSS-IX) TO STM-LOSS-LABEL
           MOVE WS-LOSS-BF (WS-LOSS-IX) TO STM-LOSS-BF
           MOVE WS-LOSS-USED (WS-LOSS-IX) TO STM-LOSS-USED
           MOVE WS-LOSS-EXPIRED (WS-LOSS-IX) TO STM-LOSS-EXPIRED
           MOVE WS-LOSS-CF (WS-LOSS-IX) TO STM-LOSS-CF
           WRITE STMT-LINE FROM STM-LOSS-LINE.
      *
       0003H-EXIT.
      *
      *    PART A - THE TAX DEDUCTED MONTH BY MONTH AS PAYROLL POSTED
      *    IT, WITH A NOTE WHEN THE LEDGER DOES NOT ADD UP TO THE
      *    TDS DEDUCTED FIGURE THE TAX RUN RECONCILED ON.
       0003G-PRINT-LEDGER-MONTHS.
      *
           MOVE ZEROS TO WS-LDG-TOTAL
           MOVE ZERO TO WS-LDG-MONTHS-POSTED
           MOVE ZERO TO WS-LDG-IX
           PERFORM 0003G1-PRINT-ONE-MONTH THRU 0003G1-EXIT
               UNTIL WS-LDG-IX >= 12
           IF WS-LDG-MONTHS-POSTED = ZERO
             MOVE '  NO MONTHS POSTED TO THE LEDGER' TO STM-AMT-LABEL
             MOVE ZEROS TO STM-AMT-VALUE
             WRITE STMT-LINE FROM STM-AMOUNT-LINE
           ELSE
             MOVE '  TOTAL DEDUCTED PER LEDGER' TO STM-AMT-LABEL
             MOVE WS-LDG-TOTAL TO STM-AMT-VALUE
             WRITE STMT-LINE FROM STM-AMOUNT-LINE
           END-IF
           IF WS-LDG-TOTAL NOT = TDS-DEDUCTED-T
             MOVE '  LEDGER DOES NOT AGREE - DIFF' TO STM-SGN-LABEL
             COMPUTE STM-SGN-VALUE = TDS-DEDUCTED-T - WS-LDG-TOTAL
             WRITE STMT-LINE FROM STM-SIGNED-AMOUNT-LINE
           END-IF.
      *
       0003G-EXIT.
      *
       0003G1-PRINT-ONE-MONTH.
      *
           ADD 1 TO WS-LDG-IX
           MOVE PAN-NO-O TO LG-PAN-NO
           MOVE WS-LDG-FY TO LG-FISCAL-YEAR
           MOVE WS-LDG-IX TO LG-FISCAL-MONTH
           READ TDSLEDG
             INVALID KEY
               GO TO 0003G1-EXIT
           END-READ
           ADD 1 TO WS-LDG-MONTHS-POSTED
           ADD LG-TDS-AMOUNT TO WS-LDG-TOTAL
           MOVE WS-MONTH-NAME (WS-LDG-IX) TO STM-MTH-NAME
           IF WS-LDG-IX > 9
             COMPUTE STM-MTH-YEAR = WS-LDG-FY + 1
           ELSE
             MOVE WS-LDG-FY TO STM-MTH-YEAR
           END-IF
           MOVE SPACES TO STM-MTH-PAID
           IF LG-PAY-DATE NOT = ZERO
             STRING LG-PAY-DATE (1:4) DELIMITED BY SIZE
                    '-'               DELIMITED BY SIZE
                    LG-PAY-DATE (5:2) DELIMITED BY SIZE
                    '-'               DELIMITED BY SIZE
                    LG-PAY-DATE (7:2) DELIMITED BY SIZE
               INTO STM-MTH-PAID
           END-IF
           MOVE LG-TDS-AMOUNT TO STM-MTH-AMOUNT
           WRITE STMT-LINE FROM STM-MONTH-LINE.
      *
       0003G1-EXIT.
      *
       0005-REGISTER-START.
      *
