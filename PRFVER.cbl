      *******This program verifies the year's investment proofs ahead
      * of the final annual tax run. The proofs keyed by data control
      * (PAN, section, amount proven, document reference) are sorted by
      * PAN and section and matched against the consolidated income
      * feed. Wherever the proof for 80C, 80D, 80G, HRA or LTA falls
      * short of the declaration, the revised income record carries
      * the proven amount instead, and the disallowance is written to
      * a file the Form 16 run picks up and to a register showing
      * declared, proven and disallowed by section for every PAN
      * changed. The revised feed is the one the final tax run reads,
      * so the extra tax flows into the TDS reconciliation. **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRFVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCOMEFILE ASSIGN TO INCMFILE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-INC-STATUS.
           SELECT PROOFFL ASSIGN TO PROOFFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT SORTFILE ASSIGN TO SORTWK01.
           SELECT REVINCM ASSIGN TO REVINCM
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT DISALFL ASSIGN TO DISALFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT DISRPT ASSIGN TO DISRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    THE CONSOLIDATED INCOME FEED FROM PANCONS - ONE RECORD PER
      *    PAN IN PAN ORDER, PLUS ANY UNMERGEABLE RECORDS PASSED
      *    THROUGH FOR THE TAX RUN'S OWN EDITS TO REJECT.
       FD  INCOMEFILE
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
      *    INVESTMENT PROOFS AS KEYED BY DATA CONTROL - ONE RECORD PER
      *    DOCUMENT. SEVERAL DOCUMENTS FOR THE SAME SECTION ADD UP.
      *    SECTION CODES ARE '80C', '80D', '80G', 'HRA' AND 'LTA'.
       FD  PROOFFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS PROOF-RECORD.
      *
       01  PROOF-RECORD              PIC X(42).

       SD  SORTFILE
           DATA RECORD IS SORT-RECORD.
      *
       01  SORT-RECORD.
           02  SORT-PAN-NO       PIC X(10).
           02  FILLER            PIC X(1).
           02  SORT-SECTION      PIC X(3).
           02  FILLER            PIC X(1).
           02  SORT-AMOUNT       PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  SORT-DOC-REF      PIC X(15).

      *
      *    THE REVISED FEED HANDED TO THE FINAL TAX RUN - EVERY INPUT
      *    RECORD, ONE FOR ONE AND IN THE SAME ORDER, WITH A SHORT-
      *    PROVEN DEDUCTION CUT BACK TO THE PROVEN AMOUNT.
       FD  REVINCM
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS REV-RECORD.
      *
       01  REV-RECORD.
           02  REV-PAN-NO        PIC X(10).
           02  FILLER            PIC X(1).
           02  REV-SALARY        PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  REV-OTH-INCOME    PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  REV-DED-80C       PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  REV-DED-80D       PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  REV-DED-80G       PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  REV-HRA           PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  REV-LTA           PIC 9(9)V99.
           02  FILLER            PIC X(1).
           02  REV-TDS-DEDUCTED  PIC 9(9)V99.

      *
      *    DISALLOWANCE DETAIL - ONE RECORD PER PAN WITH ANY SECTION
      *    CUT BACK, IN PAN ORDER. THE FIVE SECTIONS ALWAYS APPEAR IN
      *    THE ORDER 80C, 80D, 80G, HRA, LTA. READ BY FORM16.
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
      *    DISALLOWANCE REGISTER FOR PAYROLL AND THE AUDITORS.
       FD  DISRPT
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS DIS-LINE.
      *
       01  DIS-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-INC-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-INC              PIC X(001)  VALUE ' '.
               88  WS-EOF-INC-YES                     VALUE 'Y'.
           02  WS-EOF-SORT             PIC X(001)  VALUE ' '.
               88  WS-EOF-SORT-YES                    VALUE 'Y'.
           02  WS-VALID-REC            PIC X(001)  VALUE 'Y'.
               88  WS-VALID-REC-YES                    VALUE 'Y'.
               88  WS-VALID-REC-NO                     VALUE 'N'.
           02  WS-ANY-DISALLOWED       PIC X(001)  VALUE 'N'.
               88  WS-ANY-DISALLOWED-YES               VALUE 'Y'.
           02  WS-LAST-PAN-NO          PIC X(10)   VALUE LOW-VALUES.
           02  WS-INPUT-COUNT          PIC 9(09)   VALUE ZERO.
           02  WS-OUTPUT-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-PASSTHRU-COUNT       PIC 9(09)   VALUE ZERO.
           02  WS-VERIFIED-COUNT       PIC 9(09)   VALUE ZERO.
           02  WS-DISALLOWED-COUNT     PIC 9(09)   VALUE ZERO.
           02  WS-PROOF-COUNT          PIC 9(09)   VALUE ZERO.
           02  WS-UNMATCHED-COUNT      PIC 9(09)   VALUE ZERO.
           02  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO.
           02  WS-TOTAL-DISALLOWED     PIC 9(11)V99 VALUE ZERO.
      *
      *    PAN STRUCTURE VALIDATION - THE SAME CALLED TESTPGM CHECK
      *    THE TAX RUN APPLIES, SO A RECORD ITS EDITS WOULD THROW OUT
      *    IS PASSED THROUGH UNVERIFIED.
       01  PAN-VALIDATION-PARMS.
           02  PV-PAN-NO              PIC X(10)   VALUE SPACES.
           02  PV-REASON-CODE         PIC X(02)   VALUE SPACES.
               88  PV-PAN-VALID                    VALUE '00'.
               88  PV-PAN-BAD-FORMAT               VALUE '01'.
               88  PV-PAN-BAD-HOLDER               VALUE '02'.
      *
      *    RUN-REGISTRY INTERLOCK - THE CALLED RUNCTL SUBPROGRAM
      *    STAMPS THIS JOB IN THE SHARED REGISTRY AT START AND END.
      *    THE START IS REFUSED WHEN THE CONSOLIDATION HAS NOT
      *    COMPLETED FOR THE CYCLE. THE CYCLE DATE COMES FROM THE
      *    RUN PARAMETER, DEFAULTED TO THE RUN DATE.
       01  RUN-CONTROL-PARMS.
           02  RC-FUNCTION            PIC X(01)   VALUE SPACE.
               88  RC-FUNC-START               VALUE 'S'.
               88  RC-FUNC-END                 VALUE 'E'.
           02  RC-JOB-NAME            PIC X(08)   VALUE 'PRFVER  '.
           02  RC-CYCLE-DATE          PIC 9(08)   VALUE ZERO.
           02  RC-PREREQ-JOB          PIC X(08)   VALUE 'PANCONS '.
           02  RC-ALLOW-RESTART       PIC X(01)   VALUE 'N'.
           02  RC-RECORD-COUNT        PIC 9(09)   VALUE ZERO.
           02  RC-REASON-CODE         PIC X(02)   VALUE SPACES.
               88  RC-OK                       VALUE '00'.
       01  CYCLE-DATE-CONTROLS.
           02  WS-CYCLE-DATE-PARM     PIC X(08)   VALUE SPACES.
      *
      *    THE FIVE VERIFIABLE SECTIONS FOR THE PAN IN HAND - THE
      *    DECLARATION FROM THE FEED, THE PROOFS ADDED UP, AND THE
      *    AMOUNT CUT BACK.
       01  SECTION-CODE-VALUES.
           02  FILLER                  PIC X(15)   VALUE
               '80C80D80GHRALTA'.
       01  SECTION-CODES REDEFINES SECTION-CODE-VALUES.
           02  WS-SEC-CODE-TAB         PIC X(03) OCCURS 5 TIMES.

       01  SECTION-WORK-AREA.
           02  WS-SEC-IX               PIC 9(02) COMP VALUE ZERO.
           02  WS-SEC-FOUND            PIC X(001)  VALUE 'N'.
               88  WS-SEC-FOUND-YES                    VALUE 'Y'.
           02  WS-SEC-ENTRY OCCURS 5 TIMES.
               03  WS-SEC-DECLARED     PIC 9(9)V99.
               03  WS-SEC-PROVEN       PIC 9(9)V99.
               03  WS-SEC-DISALLOWED   PIC 9(9)V99.
               03  WS-SEC-DOCS         PIC 9(04).
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP.
       01  WS-RUN-DATE-FIELDS.
           02  WS-RUN-DATE-YYYYMMDD    PIC 9(08)   VALUE ZERO.
           02  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
               03  WS-CURRENT-YEAR         PIC 9(04).
               03  WS-CURRENT-MONTH        PIC 9(02).
               03  WS-CURRENT-DAY          PIC 9(02).
      *
      *    REGISTER CONTROLS AND LINE LAYOUTS.
       01  PRINT-CONTROLS.
           02  WS-PAGE-NUMBER          PIC 9(04)   VALUE ZERO.
           02  WS-LINE-COUNT           PIC 9(04)   VALUE ZERO.
           02  WS-MAX-LINES-PAGE       PIC 9(04)   VALUE 0050.
           02  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.

       01  DIS-HEADING-1.
           02  FILLER      PIC X(46)  VALUE
               'PRFVER INVESTMENT-PROOF DISALLOWANCE REGISTER'.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  DIS-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  DIS-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(54)  VALUE SPACES.

       01  DIS-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(09)  VALUE 'SECTION'.
           02  FILLER      PIC X(17)  VALUE '        DECLARED'.
           02  FILLER      PIC X(17)  VALUE '          PROVEN'.
           02  FILLER      PIC X(17)  VALUE '      DISALLOWED'.
           02  FILLER      PIC X(06)  VALUE ' DOCS'.
           02  FILLER      PIC X(54)  VALUE '  NOTE'.

       01  DIS-DETAIL-LINE.
           02  DIS-DTL-PAN         PIC X(11).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  DIS-DTL-SECTION     PIC X(09).
           02  DIS-DTL-DECLARED    PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(01) VALUE SPACE.
           02  DIS-DTL-PROVEN      PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(01) VALUE SPACE.
           02  DIS-DTL-DISALLOWED  PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER              PIC X(01) VALUE SPACE.
           02  DIS-DTL-DOCS        PIC ZZZ9.
           02  FILLER              PIC X(02) VALUE SPACES.
           02  DIS-DTL-NOTE        PIC X(20).
           02  FILLER              PIC X(34) VALUE SPACES.

       01  DIS-EXCEPTION-LINE.
           02  DIS-EXC-PAN         PIC X(11).
           02  FILLER              PIC X(01) VALUE SPACE.
           02  DIS-EXC-SECTION     PIC X(09).
           02  DIS-EXC-AMOUNT      PIC X(16).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  DIS-EXC-DOC-REF     PIC X(16).
           02  DIS-EXC-TEXT        PIC X(40).
           02  FILLER              PIC X(37) VALUE SPACES.

       01  DIS-TOTALS-LINE-1.
           02  FILLER          PIC X(20) VALUE 'INCOME RECORDS IN:'.
           02  DIS-TOT-IN      PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(16) VALUE '  RECORDS OUT:'.
           02  DIS-TOT-OUT     PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(16) VALUE '  PANS VERIFIED:'.
           02  DIS-TOT-VERIFIED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(19) VALUE '  PANS DISALLOWED:'.
           02  DIS-TOT-DISALLOWED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(28) VALUE SPACES.

       01  DIS-TOTALS-LINE-2.
           02  FILLER          PIC X(20) VALUE 'PROOFS READ:'.
           02  DIS-TOT-PROOFS  PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(16) VALUE '  UNMATCHED:'.
           02  DIS-TOT-UNMATCHED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(16) VALUE '  REJECTED:'.
           02  DIS-TOT-REJECTED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(19) VALUE '  TOTAL DISALLOWED:'.
           02  DIS-TOT-AMOUNT  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 0006-REGISTER-START THRU 0006-EXIT
           OPEN INPUT INCOMEFILE
           IF WS-INC-STATUS NOT = '00'
             DISPLAY 'PRFVER - INCOME FILE OPEN FAILED, STATUS '
                 WS-INC-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT REVINCM
           OPEN OUTPUT DISALFL
           OPEN OUTPUT DISRPT
           PERFORM 0003C-WRITE-HEADERS THRU 0003C-EXIT
           SORT SORTFILE
               ON ASCENDING KEY SORT-PAN-NO SORT-SECTION
               USING PROOFFL
               OUTPUT PROCEDURE IS 0002-VERIFY-PROOFS
                   THRU 0002-EXIT
           PERFORM 0004-WRITE-TOTALS THRU 0004-EXIT
           CLOSE INCOMEFILE, REVINCM, DISALFL, DISRPT
           PERFORM 0007-REGISTER-END THRU 0007-EXIT
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    MATCH-MERGE OF THE SORTED PROOFS AGAINST THE INCOME FEED,
      *    BOTH IN PAN ORDER. EVERY INCOME RECORD IS WRITTEN TO THE
      *    REVISED FEED; PROOFS LEFT OVER AFTER THE LAST INCOME
      *    RECORD HAVE NO EMPLOYEE TO BELONG TO.
       0002-VERIFY-PROOFS.
      *
           PERFORM 0002B-RETURN-PROOF THRU 0002B-EXIT
           PERFORM UNTIL WS-EOF-INC-YES
               READ INCOMEFILE
                   AT END
                       SET WS-EOF-INC-YES TO TRUE
                   NOT AT END
                       PERFORM 0002A-PROCESS-INCOME THRU 0002A-EXIT
               END-READ
           END-PERFORM
           PERFORM 0002D-REPORT-UNMATCHED THRU 0002D-EXIT
               UNTIL WS-EOF-SORT-YES.
      *
       0002-EXIT.
           EXIT.
      *
       0002A-PROCESS-INCOME.
      *
           ADD 1 TO WS-INPUT-COUNT
           PERFORM 0002C-EDIT-RECORD THRU 0002C-EXIT
           IF WS-VALID-REC-NO
             MOVE INCOMEDETAILS TO REV-RECORD
             WRITE REV-RECORD
             ADD 1 TO WS-OUTPUT-COUNT
             ADD 1 TO WS-PASSTHRU-COUNT
             GO TO 0002A-EXIT
           END-IF
      *
      *    THE MERGE DEPENDS ON THE FEED BEING IN PAN ORDER, AS
      *    PANCONS LEAVES IT - A FEED THAT IS NOT WOULD SILENTLY
      *    DISALLOW EVERY CLAIM PAST THE BREAK.
           IF PAN-NO < WS-LAST-PAN-NO
             DISPLAY 'PRFVER - INCOME FEED NOT IN PAN ORDER AT PAN '
                 PAN-NO ' - RUN PANCONS FIRST'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE PAN-NO TO WS-LAST-PAN-NO
           ADD 1 TO WS-VERIFIED-COUNT
           MOVE DED-80C TO WS-SEC-DECLARED (1)
           MOVE DED-80D TO WS-SEC-DECLARED (2)
           MOVE DED-80G TO WS-SEC-DECLARED (3)
           MOVE HRA TO WS-SEC-DECLARED (4)
           MOVE LTA TO WS-SEC-DECLARED (5)
           PERFORM 0003-CLEAR-SECTION THRU 0003-EXIT
               VARYING WS-SEC-IX FROM 1 BY 1 UNTIL WS-SEC-IX > 5
           PERFORM 0002D-REPORT-UNMATCHED THRU 0002D-EXIT
               UNTIL WS-EOF-SORT-YES OR SORT-PAN-NO NOT < PAN-NO
           PERFORM 0002E-TAKE-PROOF THRU 0002E-EXIT
               UNTIL WS-EOF-SORT-YES OR SORT-PAN-NO NOT = PAN-NO
      *
      *    A CLAIM IS CUT BACK TO WHAT WAS PROVEN; PROOF IN EXCESS OF
      *    THE DECLARATION NEVER RAISES THE CLAIM.
           MOVE 'N' TO WS-ANY-DISALLOWED
           PERFORM 0003A-SETTLE-SECTION THRU 0003A-EXIT
               VARYING WS-SEC-IX FROM 1 BY 1 UNTIL WS-SEC-IX > 5
           MOVE INCOMEDETAILS TO REV-RECORD
           IF WS-ANY-DISALLOWED-YES
             COMPUTE REV-DED-80C = WS-SEC-DECLARED (1)
                 - WS-SEC-DISALLOWED (1)
             COMPUTE REV-DED-80D = WS-SEC-DECLARED (2)
                 - WS-SEC-DISALLOWED (2)
             COMPUTE REV-DED-80G = WS-SEC-DECLARED (3)
                 - WS-SEC-DISALLOWED (3)
             COMPUTE REV-HRA = WS-SEC-DECLARED (4)
                 - WS-SEC-DISALLOWED (4)
             COMPUTE REV-LTA = WS-SEC-DECLARED (5)
                 - WS-SEC-DISALLOWED (5)
             PERFORM 0003B-WRITE-DISALLOWANCE THRU 0003B-EXIT
           END-IF
           WRITE REV-RECORD
           ADD 1 TO WS-OUTPUT-COUNT.
      *
       0002A-EXIT.
      *
       0002B-RETURN-PROOF.
      *
           RETURN SORTFILE
             AT END
               SET WS-EOF-SORT-YES TO TRUE
               GO TO 0002B-EXIT
           END-RETURN
           ADD 1 TO WS-PROOF-COUNT.
      *
       0002B-EXIT.
      *
      *    THE SAME RECORD EDITS THE TAX RUN APPLIES TO ITS INPUT,
      *    IN THE SAME ORDER.
       0002C-EDIT-RECORD.
      *
           SET WS-VALID-REC-YES TO TRUE
           IF PAN-NO = SPACES OR LOW-VALUES
             SET WS-VALID-REC-NO TO TRUE
             GO TO 0002C-EXIT
           END-IF
           MOVE PAN-NO TO PV-PAN-NO
           CALL 'TESTPGM' USING PAN-VALIDATION-PARMS
           IF NOT PV-PAN-VALID
             SET WS-VALID-REC-NO TO TRUE
             GO TO 0002C-EXIT
           END-IF
           IF SALARY NOT NUMERIC
              OR OTH-INCOME NOT NUMERIC
              OR DED-80C NOT NUMERIC
              OR DED-80D NOT NUMERIC
              OR DED-80G NOT NUMERIC
              OR HRA NOT NUMERIC
              OR LTA NOT NUMERIC
              OR TDS-DEDUCTED NOT NUMERIC
             SET WS-VALID-REC-NO TO TRUE
           END-IF.
      *
       0002C-EXIT.
      *
      *    A PROOF FOR A PAN WITH NO VERIFIABLE INCOME RECORD IS
      *    ALMOST ALWAYS A MIS-KEYED PAN - LISTED FOR DATA CONTROL,
      *    NEVER DROPPED SILENTLY.
       0002D-REPORT-UNMATCHED.
      *
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE 'NO INCOME RECORD FOR THIS PAN' TO DIS-EXC-TEXT
           PERFORM 0003D-WRITE-EXCEPTION THRU 0003D-EXIT
           PERFORM 0002B-RETURN-PROOF THRU 0002B-EXIT.
      *
       0002D-EXIT.
      *
       0002E-TAKE-PROOF.
      *
           MOVE 'N' TO WS-SEC-FOUND
           PERFORM 0002F-FIND-SECTION THRU 0002F-EXIT
               VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-FOUND-YES OR WS-SEC-IX > 5
           IF NOT WS-SEC-FOUND-YES OR SORT-AMOUNT NOT NUMERIC
             ADD 1 TO WS-REJECTED-COUNT
             MOVE 'PROOF REJECTED - SECTION OR AMOUNT INVALID'
                 TO DIS-EXC-TEXT
             PERFORM 0003D-WRITE-EXCEPTION THRU 0003D-EXIT
           ELSE
             SUBTRACT 1 FROM WS-SEC-IX
             ADD SORT-AMOUNT TO WS-SEC-PROVEN (WS-SEC-IX)
             ADD 1 TO WS-SEC-DOCS (WS-SEC-IX)
           END-IF
           PERFORM 0002B-RETURN-PROOF THRU 0002B-EXIT.
      *
       0002E-EXIT.
      *
       0002F-FIND-SECTION.
      *
           IF WS-SEC-CODE-TAB (WS-SEC-IX) = SORT-SECTION
             SET WS-SEC-FOUND-YES TO TRUE
           END-IF.
      *
       0002F-EXIT.
      *
       0003-CLEAR-SECTION.
      *
           MOVE ZEROS TO WS-SEC-PROVEN (WS-SEC-IX)
           MOVE ZEROS TO WS-SEC-DISALLOWED (WS-SEC-IX)
           MOVE ZEROS TO WS-SEC-DOCS (WS-SEC-IX).
      *
       0003-EXIT.
      *
       0003A-SETTLE-SECTION.
      *
           IF WS-SEC-PROVEN (WS-SEC-IX) < WS-SEC-DECLARED (WS-SEC-IX)
             COMPUTE WS-SEC-DISALLOWED (WS-SEC-IX) =
                 WS-SEC-DECLARED (WS-SEC-IX) - WS-SEC-PROVEN (WS-SEC-IX)
             ADD WS-SEC-DISALLOWED (WS-SEC-IX) TO WS-TOTAL-DISALLOWED
             SET WS-ANY-DISALLOWED-YES TO TRUE
           END-IF.
      *
       0003A-EXIT.
      *
      *    THE DISALLOWANCE RECORD FOR FORM16 AND THE REGISTER LINES
      *    FOR EVERY SECTION THE EMPLOYEE DECLARED OR PROVED.
       0003B-WRITE-DISALLOWANCE.
      *
           ADD 1 TO WS-DISALLOWED-COUNT
           MOVE SPACES TO DIS-RECORD
           MOVE PAN-NO TO DIS-PAN-NO
           PERFORM 0003E-LOAD-DIS-ENTRY THRU 0003E-EXIT
               VARYING WS-SEC-IX FROM 1 BY 1 UNTIL WS-SEC-IX > 5
           WRITE DIS-RECORD
           IF WS-LINE-COUNT + 6 > WS-MAX-LINES-PAGE
             PERFORM 0003C-WRITE-HEADERS THRU 0003C-EXIT
           END-IF
           MOVE PAN-NO TO DIS-DTL-PAN
           PERFORM 0003F-PRINT-SECTION THRU 0003F-EXIT
               VARYING WS-SEC-IX FROM 1 BY 1 UNTIL WS-SEC-IX > 5
           WRITE DIS-LINE FROM WS-BLANK-LINE
           ADD 1 TO WS-LINE-COUNT.
      *
       0003B-EXIT.
      *
       0003C-WRITE-HEADERS.
      *
           ADD 1 TO WS-PAGE-NUMBER
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO DIS-RUN-DATE
           MOVE WS-PAGE-NUMBER TO DIS-PAGE-NO
           WRITE DIS-LINE FROM DIS-HEADING-1
           WRITE DIS-LINE FROM DIS-HEADING-2
           WRITE DIS-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO WS-LINE-COUNT.
      *
       0003C-EXIT.
      *
       0003D-WRITE-EXCEPTION.
      *
           IF WS-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0003C-WRITE-HEADERS THRU 0003C-EXIT
           END-IF
           MOVE SORT-PAN-NO TO DIS-EXC-PAN
           MOVE SORT-SECTION TO DIS-EXC-SECTION
           MOVE SORT-RECORD (16:11) TO DIS-EXC-AMOUNT
           MOVE SORT-DOC-REF TO DIS-EXC-DOC-REF
           WRITE DIS-LINE FROM DIS-EXCEPTION-LINE
           ADD 1 TO WS-LINE-COUNT.
      *
       0003D-EXIT.
      *
       0003E-LOAD-DIS-ENTRY.
      *
           MOVE WS-SEC-CODE-TAB (WS-SEC-IX) TO DIS-SECTION (WS-SEC-IX)
           MOVE WS-SEC-DECLARED (WS-SEC-IX)
               TO DIS-DECLARED (WS-SEC-IX)
           MOVE WS-SEC-PROVEN (WS-SEC-IX) TO DIS-PROVEN (WS-SEC-IX)
           MOVE WS-SEC-DISALLOWED (WS-SEC-IX)
               TO DIS-DISALLOWED (WS-SEC-IX).
      *
       0003E-EXIT.
      *
       0003F-PRINT-SECTION.
      *
           IF WS-SEC-DECLARED (WS-SEC-IX) = ZERO
              AND WS-SEC-PROVEN (WS-SEC-IX) = ZERO
             GO TO 0003F-EXIT
           END-IF
           MOVE WS-SEC-CODE-TAB (WS-SEC-IX) TO DIS-DTL-SECTION
           MOVE WS-SEC-DECLARED (WS-SEC-IX) TO DIS-DTL-DECLARED
           MOVE WS-SEC-PROVEN (WS-SEC-IX) TO DIS-DTL-PROVEN
           MOVE WS-SEC-DISALLOWED (WS-SEC-IX) TO DIS-DTL-DISALLOWED
           MOVE WS-SEC-DOCS (WS-SEC-IX) TO DIS-DTL-DOCS
           EVALUATE TRUE
             WHEN WS-SEC-DISALLOWED (WS-SEC-IX) = ZERO
               MOVE 'VERIFIED' TO DIS-DTL-NOTE
             WHEN WS-SEC-PROVEN (WS-SEC-IX) = ZERO
               MOVE 'NO PROOF SUBMITTED' TO DIS-DTL-NOTE
             WHEN OTHER
               MOVE 'PROOF SHORT' TO DIS-DTL-NOTE
           END-EVALUATE
           WRITE DIS-LINE FROM DIS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO DIS-DTL-PAN.
      *
       0003F-EXIT.
      *
       0004-WRITE-TOTALS.
      *
           WRITE DIS-LINE FROM WS-BLANK-LINE
           MOVE WS-INPUT-COUNT TO DIS-TOT-IN
           MOVE WS-OUTPUT-COUNT TO DIS-TOT-OUT
           MOVE WS-VERIFIED-COUNT TO DIS-TOT-VERIFIED
           MOVE WS-DISALLOWED-COUNT TO DIS-TOT-DISALLOWED
           WRITE DIS-LINE FROM DIS-TOTALS-LINE-1
           MOVE WS-PROOF-COUNT TO DIS-TOT-PROOFS
           MOVE WS-UNMATCHED-COUNT TO DIS-TOT-UNMATCHED
           MOVE WS-REJECTED-COUNT TO DIS-TOT-REJECTED
           MOVE WS-TOTAL-DISALLOWED TO DIS-TOT-AMOUNT
           WRITE DIS-LINE FROM DIS-TOTALS-LINE-2
           DISPLAY 'PRFVER - INCOME RECORDS IN:  ' WS-INPUT-COUNT
           DISPLAY 'PRFVER - RECORDS OUT:        ' WS-OUTPUT-COUNT
           DISPLAY 'PRFVER - PANS DISALLOWED:    ' WS-DISALLOWED-COUNT
           DISPLAY 'PRFVER - PROOFS UNMATCHED:   ' WS-UNMATCHED-COUNT
           DISPLAY 'PRFVER - PROOFS REJECTED:    ' WS-REJECTED-COUNT.
      *
       0004-EXIT.
      *
       0006-REGISTER-START.
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
       0006-EXIT.
      *
       0007-REGISTER-END.
      *
           SET RC-FUNC-END TO TRUE
           MOVE WS-OUTPUT-COUNT TO RC-RECORD-COUNT
           CALL 'RUNCTL' USING RUN-CONTROL-PARMS.
      *
       0007-EXIT.
