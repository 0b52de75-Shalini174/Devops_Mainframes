      *******This program lists the loss carry-forward ledger the tax
      * run keeps - every employee's open losses by the assessment
      * year each arose in and by head, with the original loss, the
      * part already set off, the open balance, the last assessment
      * year it may be used in and the date that year closes. A loss
      * in its final year, or already past it and waiting for the
      * next annual run to lapse it, is flagged. Totals by head close
      * the listing. The as-at assessment year is the first run
      * parameter, defaulted to the run year. **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSSLDG ASSIGN TO LOSSLDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LL-KEY
              FILE STATUS IS WS-LSL-STATUS.
           SELECT EMPMAST ASSIGN TO EMPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-PAN-NO
              FILE STATUS IS WS-EMP-STATUS.
           SELECT LOSSRPTFL ASSIGN TO LSSRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    LOSS CARRY-FORWARD LEDGER AS POSTED BY THE TAX RUN - SAME
      *    LAYOUT AS THE STDRPT COPY. KEYED ON PAN, ASSESSMENT YEAR
      *    OF ORIGIN AND HEAD, SO A PAN'S LOSSES READ OLDEST FIRST.
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
      *    EMPLOYEE MASTER - SAME LAYOUT AS THE EMPMNT COPY. READ
      *    FOR THE NAME ONLY.
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
      *    OPEN-LOSS LISTING FOR THE PAYROLL TAX DESK.
       FD  LOSSRPTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LSR-LINE.
      *
       01  LSR-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-LSL-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EMP-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-LSL              PIC X(001)  VALUE ' '.
               88  WS-EOF-LSL-YES                     VALUE 'Y'.
           02  WS-MAST-OPEN            PIC X(001)  VALUE 'N'.
               88  WS-MAST-OPEN-YES                   VALUE 'Y'.
           02  WS-READ-COUNT           PIC 9(09)   VALUE ZERO.
           02  WS-OPEN-COUNT           PIC 9(09)   VALUE ZERO.
           02  WS-PAN-COUNT            PIC 9(09)   VALUE ZERO.
           02  WS-FINAL-YEAR-COUNT     PIC 9(09)   VALUE ZERO.
           02  WS-PAST-EXPIRY-COUNT    PIC 9(09)   VALUE ZERO.
           02  WS-PREV-PAN-NO          PIC X(10)   VALUE SPACES.
           02  WS-HEAD-IX              PIC 9(01)   VALUE ZERO.
           02  WS-EXPIRY-CLOSE-YEAR    PIC 9(04)   VALUE ZERO.
      *
      *    AS-AT ASSESSMENT YEAR - A LOSS WHOSE LAST YEAR IT IS, OR
      *    WHOSE LAST YEAR IS ALREADY BEHIND IT, IS FLAGGED.
       01  PARM-CONTROLS.
           02  WS-AS-AT-PARM           PIC X(04)   VALUE SPACES.
           02  WS-AS-AT-AY             PIC 9(04)   VALUE ZERO.
      *
      *    TOTALS BY HEAD - 1 HOUSE PROPERTY, 2 SHORT-TERM, 3 LONG-
      *    TERM CAPITAL LOSS.
       01  HEAD-TOTAL-AREA.
           02  WS-HEAD-NAMES.
               03  FILLER              PIC X(30)   VALUE
                   'HOUSE PROPERTY LOSSES'.
               03  FILLER              PIC X(30)   VALUE
                   'SHORT-TERM CAPITAL LOSSES'.
               03  FILLER              PIC X(30)   VALUE
                   'LONG-TERM CAPITAL LOSSES'.
           02  WS-HEAD-NAME REDEFINES WS-HEAD-NAMES
                                       PIC X(30) OCCURS 3 TIMES.
           02  WS-HEAD-TOTAL OCCURS 3 TIMES.
               03  WS-HEAD-COUNT       PIC 9(09).
               03  WS-HEAD-BALANCE     PIC 9(11)V99.
           02  WS-GRAND-BALANCE        PIC 9(11)V99 VALUE ZERO.
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

       01  LSR-HEADING-1.
           02  FILLER      PIC X(36)  VALUE
               'LOSSRPT OPEN LOSSES CARRIED FORWARD'.
           02  FILLER      PIC X(07)  VALUE 'AS AT:'.
           02  LSR-AS-AT   PIC X(08).
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  LSR-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  LSR-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(49)  VALUE SPACES.

       01  LSR-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(22)  VALUE 'NAME'.
           02  FILLER      PIC X(06)  VALUE 'AY'.
           02  FILLER      PIC X(04)  VALUE 'HD'.
           02  FILLER      PIC X(16)  VALUE '   ORIGINAL LOSS'.
           02  FILLER      PIC X(16)  VALUE '    USED TO DATE'.
           02  FILLER      PIC X(16)  VALUE '    OPEN BALANCE'.
           02  FILLER      PIC X(07)  VALUE '  LAST'.
           02  FILLER      PIC X(07)  VALUE 'UNTIL'.
           02  FILLER      PIC X(12)  VALUE 'EXPIRES ON'.
           02  FILLER      PIC X(14)  VALUE 'NOTE'.

       01  LSR-DETAIL-LINE.
           02  LSR-PAN-NO      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LSR-EMP-NAME    PIC X(20).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LSR-ORIGIN-AY   PIC X(04).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LSR-HEAD        PIC X(02).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LSR-LOSS-AMT    PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LSR-USED-AMT    PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LSR-BALANCE     PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LSR-LAST-AY     PIC X(04).
           02  FILLER          PIC X(03) VALUE SPACES.
           02  LSR-EXPIRY-AY   PIC 9(04).
           02  FILLER          PIC X(03) VALUE SPACES.
           02  LSR-EXPIRY-DATE PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  LSR-NOTE        PIC X(10).
           02  FILLER          PIC X(04) VALUE SPACES.

       01  LSR-HEAD-TOTAL-LINE.
           02  LSR-TOT-LABEL   PIC X(30).
           02  FILLER          PIC X(09) VALUE 'ENTRIES:'.
           02  LSR-TOT-COUNT   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(16) VALUE '  OPEN BALANCE:'.
           02  LSR-TOT-BALANCE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(49) VALUE SPACES.

       01  LSR-TOTALS-LINE.
           02  FILLER          PIC X(14) VALUE 'LEDGER READ:'.
           02  LSR-TOT-READ    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(08) VALUE '  PANS:'.
           02  LSR-TOT-PANS    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(14) VALUE '  FINAL YEAR:'.
           02  LSR-TOT-FINAL   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(15) VALUE '  PAST EXPIRY:'.
           02  LSR-TOT-PAST    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 0000-RESOLVE-PARMS THRU 0000-EXIT
      *
      *    NO LEDGER YET MEANS NO LOSS HAS EVER BEEN CARRIED - THE
      *    LISTING IS STILL PRODUCED, HEADED AND EMPTY.
           OPEN INPUT LOSSLDG
           IF WS-LSL-STATUS = '35'
             DISPLAY 'LOSSRPT - NO LOSS LEDGER YET - NOTHING TO LIST'
             SET WS-EOF-LSL-YES TO TRUE
           ELSE
             IF WS-LSL-STATUS NOT = '00'
               DISPLAY 'LOSSRPT - LOSS LEDGER OPEN FAILED - STATUS '
                   WS-LSL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
      *
      *    WITHOUT THE MASTER THE LISTING STILL RUNS, BY PAN ONLY.
           OPEN INPUT EMPMAST
           IF WS-EMP-STATUS = '00'
             SET WS-MAST-OPEN-YES TO TRUE
           END-IF
           OPEN OUTPUT LOSSRPTFL
           MOVE ZEROS TO WS-HEAD-TOTAL (1)
           MOVE ZEROS TO WS-HEAD-TOTAL (2)
           MOVE ZEROS TO WS-HEAD-TOTAL (3)
           IF NOT WS-EOF-LSL-YES
             MOVE LOW-VALUES TO LL-KEY
             START LOSSLDG KEY IS NOT LESS THAN LL-KEY
               INVALID KEY
                 SET WS-EOF-LSL-YES TO TRUE
             END-START
           END-IF
           PERFORM 0002-LIST-ONE-LOSS THRU 0002-EXIT
               UNTIL WS-EOF-LSL-YES
           PERFORM 0004-WRITE-TOTALS THRU 0004-EXIT
           IF WS-LSL-STATUS NOT = '35'
             CLOSE LOSSLDG
           END-IF
           CLOSE LOSSRPTFL
           IF WS-MAST-OPEN-YES
             CLOSE EMPMAST
           END-IF
           DISPLAY 'LOSSRPT - LEDGER RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'LOSSRPT - OPEN LOSSES LISTED:  ' WS-OPEN-COUNT
           GOBACK.
         0001-EXIT.
           EXIT.
      *
       0000-RESOLVE-PARMS.
      *
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-AS-AT-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-AS-AT-PARM
           END-ACCEPT
           IF WS-AS-AT-PARM = SPACES OR LOW-VALUES
             MOVE WS-CURRENT-YEAR TO WS-AS-AT-AY
             GO TO 0000-EXIT
           END-IF
           IF WS-AS-AT-PARM NOT NUMERIC
             DISPLAY 'LOSSRPT - AS-AT ASSESSMENT YEAR ' WS-AS-AT-PARM
                 ' IS NOT NUMERIC'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-AS-AT-PARM TO WS-AS-AT-AY.
      *
       0000-EXIT.
      *
      *    ONLY OPEN LOSSES ARE LISTED - ONE USED UP OR ALREADY
      *    LAPSED BY THE TAX RUN HAS NOTHING LEFT TO WATCH. THE NAME
      *    IS PRINTED ON THE FIRST LINE OF EACH PAN.
       0002-LIST-ONE-LOSS.
      *
           READ LOSSLDG NEXT RECORD
             AT END
               SET WS-EOF-LSL-YES TO TRUE
               GO TO 0002-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           IF NOT LL-STATUS-OPEN OR LL-BALANCE = ZERO
             GO TO 0002-EXIT
           END-IF
           EVALUATE TRUE
             WHEN LL-HEAD-HOUSE-PROP
               MOVE 1 TO WS-HEAD-IX
             WHEN LL-HEAD-STCG
               MOVE 2 TO WS-HEAD-IX
             WHEN LL-HEAD-LTCG
               MOVE 3 TO WS-HEAD-IX
             WHEN OTHER
               GO TO 0002-EXIT
           END-EVALUATE
           IF WS-LINE-COUNT = ZERO
              OR WS-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0003-WRITE-HEADERS THRU 0003-EXIT
             MOVE SPACES TO WS-PREV-PAN-NO
           END-IF
           IF LL-PAN-NO = WS-PREV-PAN-NO
             MOVE SPACES TO LSR-PAN-NO
             MOVE SPACES TO LSR-EMP-NAME
           ELSE
             PERFORM 0002A-START-PAN THRU 0002A-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           ADD 1 TO WS-HEAD-COUNT (WS-HEAD-IX)
           ADD LL-BALANCE TO WS-HEAD-BALANCE (WS-HEAD-IX)
           ADD LL-BALANCE TO WS-GRAND-BALANCE
           MOVE LL-ORIGIN-AY TO LSR-ORIGIN-AY
           MOVE LL-HEAD TO LSR-HEAD
           MOVE LL-LOSS-AMT TO LSR-LOSS-AMT
           COMPUTE LSR-USED-AMT = LL-LOSS-AMT - LL-BALANCE
           MOVE LL-BALANCE TO LSR-BALANCE
           MOVE LL-LAST-AY TO LSR-LAST-AY
           MOVE LL-EXPIRY-AY TO LSR-EXPIRY-AY
      *
      *    THE LAST YEAR'S ASSESSMENT YEAR CLOSES ON THE 31 MARCH
      *    AFTER IT - THE DATE THE LOSS IS GONE FOR GOOD.
           COMPUTE WS-EXPIRY-CLOSE-YEAR = LL-EXPIRY-AY + 1
           MOVE SPACES TO LSR-EXPIRY-DATE
           STRING WS-EXPIRY-CLOSE-YEAR DELIMITED BY SIZE
                  '-03-31'             DELIMITED BY SIZE
             INTO LSR-EXPIRY-DATE
           EVALUATE TRUE
             WHEN LL-EXPIRY-AY < WS-AS-AT-AY
               MOVE 'PAST EXPRY' TO LSR-NOTE
               ADD 1 TO WS-PAST-EXPIRY-COUNT
             WHEN LL-EXPIRY-AY = WS-AS-AT-AY
               MOVE 'FINAL YEAR' TO LSR-NOTE
               ADD 1 TO WS-FINAL-YEAR-COUNT
             WHEN OTHER
               MOVE SPACES TO LSR-NOTE
           END-EVALUATE
           WRITE LSR-LINE FROM LSR-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
      *
       0002-EXIT.
      *
       0002A-START-PAN.
      *
           IF WS-PREV-PAN-NO NOT = SPACES
             WRITE LSR-LINE FROM WS-BLANK-LINE
             ADD 1 TO WS-LINE-COUNT
           END-IF
           ADD 1 TO WS-PAN-COUNT
           MOVE LL-PAN-NO TO WS-PREV-PAN-NO
           MOVE LL-PAN-NO TO LSR-PAN-NO
           MOVE SPACES TO LSR-EMP-NAME
           IF WS-MAST-OPEN-YES
             MOVE LL-PAN-NO TO EMP-PAN-NO
             READ EMPMAST
               INVALID KEY
                 MOVE '(NOT ON MASTER)' TO LSR-EMP-NAME
               NOT INVALID KEY
                 MOVE EMP-NAME TO LSR-EMP-NAME
             END-READ
           END-IF.
      *
       0002A-EXIT.
      *
       0003-WRITE-HEADERS.
      *
           ADD 1 TO WS-PAGE-NUMBER
           MOVE SPACES TO LSR-AS-AT
           STRING 'AY ' DELIMITED BY SIZE
                  WS-AS-AT-AY DELIMITED BY SIZE
             INTO LSR-AS-AT
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO LSR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO LSR-PAGE-NO
           WRITE LSR-LINE FROM LSR-HEADING-1
           WRITE LSR-LINE FROM LSR-HEADING-2
           WRITE LSR-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO WS-LINE-COUNT.
      *
       0003-EXIT.
      *
      *    AN EMPTY LEDGER STILL GETS A HEADED LISTING SAYING SO.
       0004-WRITE-TOTALS.
      *
           IF WS-LINE-COUNT = ZERO
             PERFORM 0003-WRITE-HEADERS THRU 0003-EXIT
           END-IF
           WRITE LSR-LINE FROM WS-BLANK-LINE
           PERFORM 0004A-WRITE-HEAD-TOTAL THRU 0004A-EXIT
               VARYING WS-HEAD-IX FROM 1 BY 1 UNTIL WS-HEAD-IX > 3
           MOVE 'ALL OPEN LOSSES' TO LSR-TOT-LABEL
           MOVE WS-OPEN-COUNT TO LSR-TOT-COUNT
           MOVE WS-GRAND-BALANCE TO LSR-TOT-BALANCE
           WRITE LSR-LINE FROM LSR-HEAD-TOTAL-LINE
           WRITE LSR-LINE FROM WS-BLANK-LINE
           MOVE WS-READ-COUNT TO LSR-TOT-READ
           MOVE WS-PAN-COUNT TO LSR-TOT-PANS
           MOVE WS-FINAL-YEAR-COUNT TO LSR-TOT-FINAL
           MOVE WS-PAST-EXPIRY-COUNT TO LSR-TOT-PAST
           WRITE LSR-LINE FROM LSR-TOTALS-LINE.
      *
       0004-EXIT.
      *
       0004A-WRITE-HEAD-TOTAL.
      *
           MOVE WS-HEAD-NAME (WS-HEAD-IX) TO LSR-TOT-LABEL
           MOVE WS-HEAD-COUNT (WS-HEAD-IX) TO LSR-TOT-COUNT
           MOVE WS-HEAD-BALANCE (WS-HEAD-IX) TO LSR-TOT-BALANCE
           WRITE LSR-LINE FROM LSR-HEAD-TOTAL-LINE.
      *
       0004A-EXIT.
      *
