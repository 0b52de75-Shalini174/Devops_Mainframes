      *******This program records the employees' answers to the regime-
      * advisory letters. HR keys one response per employee - switch
      * or keep - and each is posted to the advisory tracking file
      * against the letter REGADV logged. An employee who chose to
      * switch gets an EMPMNT change transaction carrying the new
      * regime election, captured through EMPCAP and approved
      * through EMPAPR like any other change before EMPMNT applies
      * it. A response register lists every response posted or
      * rejected, and the tracking file then drives a follow-up list
      * of employees who have still not answered by the election
      * cut-off date. *******
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRSP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPFL ASSIGN TO RESPFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-RESP-STATUS.
           SELECT ADVTRK ASSIGN TO ADVTRK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRK-KEY
              FILE STATUS IS WS-TRK-STATUS.
           SELECT EMPTRANS ASSIGN TO SWTRAN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT RESPRPT ASSIGN TO RSPRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT FOLLOWRPT ASSIGN TO FUPRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    ELECTION RESPONSES KEYED BY HR - ONE PER EMPLOYEE WRITTEN
      *    TO, 'S' TO SWITCH TO THE REGIME ADVISED OR 'K' TO KEEP
      *    THE PRESENT ELECTION. ABSENT ON A FOLLOW-UP-ONLY RUN.
       FD  RESPFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS RESP-RECORD.
      *
       01  RESP-RECORD.
           02  RESP-PAN-NO       PIC X(10).
           02  FILLER            PIC X(01).
           02  RESP-ASSMT-YEAR   PIC X(04).
           02  FILLER            PIC X(01).
           02  RESP-CODE         PIC X(01).
               88  RESP-SWITCH               VALUE 'S'.
               88  RESP-KEEP                 VALUE 'K'.
           02  FILLER            PIC X(01).
           02  RESP-DATE         PIC 9(08).

      *
      *    REGIME-ADVISORY TRACKING FILE - SAME LAYOUT AS THE REGADV
      *    COPY, KEYED BY PAN AND ASSESSMENT YEAR.
       FD  ADVTRK
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS TRK-RECORD.
      *
       01  TRK-RECORD.
           02  TRK-KEY.
               03  TRK-PAN-NO        PIC X(10).
               03  TRK-ASSMT-YEAR    PIC X(04).
           02  TRK-EMP-ID        PIC X(06).
           02  TRK-EMP-NAME      PIC X(25).
           02  TRK-ELECTED       PIC X(01).
           02  TRK-ADVISED       PIC X(01).
           02  TRK-OLD-TAX       PIC 9(9)V99.
           02  TRK-NEW-TAX       PIC 9(9)V99.
           02  TRK-SAVING        PIC 9(9)V99.
           02  TRK-LETTER-DATE   PIC 9(08).
           02  TRK-CUTOFF-DATE   PIC 9(08).
           02  TRK-RESPONSE      PIC X(01).
               88  TRK-AWAITING              VALUE ' '.
               88  TRK-RESP-SWITCH           VALUE 'S'.
               88  TRK-RESP-KEEP             VALUE 'K'.
           02  TRK-RESPONSE-DATE PIC 9(08).

      *
      *    EMPMNT CHANGE TRANSACTIONS FOR THE EMPLOYEES SWITCHING -
      *    SAME LAYOUT AS THE EMPMNT COPY. ONLY THE ACTION, PAN AND
      *    REGIME ELECTION ARE FILLED; EVERY OTHER FIELD IS LEFT
      *    BLANK, WHICH EMPMNT TAKES AS LEAVE THE MASTER AS IT IS.
       FD  EMPTRANS
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS EMP-TRAN-REC.
      *
       01  EMP-TRAN-REC.
           02  TRAN-ACTION       PIC X(01).
           02  FILLER            PIC X(01).
           02  TRAN-PAN-NO       PIC X(10).
           02  FILLER            PIC X(01).
           02  TRAN-EMP-ID       PIC X(06).
           02  FILLER            PIC X(01).
           02  TRAN-EMP-NAME     PIC X(25).
           02  FILLER            PIC X(01).
           02  TRAN-EMP-DOB      PIC 9(08).
           02  FILLER            PIC X(01).
           02  TRAN-REGIME-ELECT PIC X(01).
           02  FILLER            PIC X(01).
           02  TRAN-START-DATE   PIC 9(08).
           02  FILLER            PIC X(01).
           02  TRAN-END-DATE     PIC 9(08).
           02  FILLER            PIC X(01).
           02  TRAN-BANK-IFSC    PIC X(11).
           02  FILLER            PIC X(01).
           02  TRAN-BANK-ACCT-NO PIC X(18).

      *
      *    RESPONSE REGISTER - EVERY RESPONSE POSTED OR REJECTED.
       FD  RESPRPT
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS RSP-LINE.
      *
       01  RSP-LINE                    PIC X(132).

      *
      *    FOLLOW-UP LIST - LETTERS STILL UNANSWERED PAST THEIR
      *    ELECTION CUT-OFF DATE.
       FD  FOLLOWRPT
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FUP-LINE.
      *
       01  FUP-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-RESP-STATUS          PIC X(02)   VALUE SPACES.
           02  WS-TRK-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-RESP             PIC X(001)  VALUE ' '.
               88  WS-EOF-RESP-YES                    VALUE 'Y'.
           02  WS-EOF-TRK              PIC X(001)  VALUE ' '.
               88  WS-EOF-TRK-YES                     VALUE 'Y'.
           02  WS-VALID-RESP           PIC X(001)  VALUE 'Y'.
               88  WS-VALID-RESP-YES                   VALUE 'Y'.
               88  WS-VALID-RESP-NO                    VALUE 'N'.
           02  WS-REASON-TEXT          PIC X(030)  VALUE SPACES.
           02  WS-RESP-COUNT           PIC 9(09)   VALUE ZERO.
           02  WS-SWITCH-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-KEEP-COUNT           PIC 9(09)   VALUE ZERO.
           02  WS-REJECT-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-LATE-COUNT           PIC 9(09)   VALUE ZERO.
           02  WS-OVERDUE-COUNT        PIC 9(09)   VALUE ZERO.
           02  WS-OVERDUE-SAVING       PIC 9(11)V99 VALUE ZERO.
      *
      *    RUN-REGISTRY INTERLOCK - THE CALLED RUNCTL SUBPROGRAM
      *    STAMPS THIS JOB IN THE SHARED REGISTRY AT START AND END
      *    AND REFUSES THE START WHEN A RESPONSE RUN IS ALREADY OPEN
      *    FOR THE CYCLE. THE CYCLE DATE COMES FROM THE RUN
      *    PARAMETER, DEFAULTED TO THE RUN DATE.
       01  RUN-CONTROL-PARMS.
           02  RC-FUNCTION            PIC X(01)   VALUE SPACE.
               88  RC-FUNC-START               VALUE 'S'.
               88  RC-FUNC-END                 VALUE 'E'.
           02  RC-JOB-NAME            PIC X(08)   VALUE 'REGRSP  '.
           02  RC-CYCLE-DATE          PIC 9(08)   VALUE ZERO.
           02  RC-PREREQ-JOB          PIC X(08)   VALUE SPACES.
           02  RC-ALLOW-RESTART       PIC X(01)   VALUE 'N'.
           02  RC-RECORD-COUNT        PIC 9(09)   VALUE ZERO.
           02  RC-REASON-CODE         PIC X(02)   VALUE SPACES.
               88  RC-OK                       VALUE '00'.
       01  CYCLE-DATE-CONTROLS.
           02  WS-CYCLE-DATE-PARM     PIC X(08)   VALUE SPACES.
      *
      *    SHARED YYYYMMDD-TO-DASHED FORMATTER FOR THE REPORT DATES.
       01  DATE-FORMAT-AREA.
           02  WS-FMT-DATE-IN          PIC 9(08)   VALUE ZERO.
           02  WS-FMT-DATE-IN-X REDEFINES WS-FMT-DATE-IN
                                       PIC X(08).
           02  WS-FMT-DATE-OUT         PIC X(10)   VALUE SPACES.
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP - THE FOLLOW-UP LIST
      *    TAKES EVERY UNANSWERED LETTER WHOSE CUT-OFF IS BEFORE IT.
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
           02  WS-FUP-PAGE-NUMBER      PIC 9(04)   VALUE ZERO.
           02  WS-FUP-LINE-COUNT       PIC 9(04)   VALUE ZERO.
           02  WS-MAX-LINES-PAGE       PIC 9(04)   VALUE 0050.
           02  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.

       01  RSP-HEADING-1.
           02  FILLER      PIC X(40)  VALUE
               'REGRSP REGIME ELECTION RESPONSES'.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  RSP-RUN-DATE PIC X(10).
           02  FILLER      PIC X(10)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  RSP-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(52)  VALUE SPACES.

       01  RSP-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(06)  VALUE 'YEAR'.
           02  FILLER      PIC X(05)  VALUE 'RSP'.
           02  FILLER      PIC X(12)  VALUE 'RECEIVED'.
           02  FILLER      PIC X(12)  VALUE 'CUT-OFF'.
           02  FILLER      PIC X(10)  VALUE 'STATUS'.
           02  FILLER      PIC X(75)  VALUE 'REASON'.

       01  RSP-DETAIL-LINE.
           02  RSP-PAN-NO      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  RSP-AY          PIC X(04).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  RSP-CODE        PIC X(01).
           02  FILLER          PIC X(04) VALUE SPACES.
           02  RSP-RECEIVED    PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  RSP-CUTOFF      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  RSP-STATUS      PIC X(08).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  RSP-REASON      PIC X(30).
           02  FILLER          PIC X(45) VALUE SPACES.

       01  RSP-TOTALS-LINE.
           02  FILLER          PIC X(17) VALUE 'RESPONSES READ:'.
           02  RSP-TOT-READ    PIC ZZZ,ZZ9.
           02  FILLER          PIC X(12) VALUE '  SWITCHED:'.
           02  RSP-TOT-SWITCH  PIC ZZZ,ZZ9.
           02  FILLER          PIC X(08) VALUE '  KEPT:'.
           02  RSP-TOT-KEEP    PIC ZZZ,ZZ9.
           02  FILLER          PIC X(08) VALUE '  LATE:'.
           02  RSP-TOT-LATE    PIC ZZZ,ZZ9.
           02  FILLER          PIC X(12) VALUE '  REJECTED:'.
           02  RSP-TOT-REJECT  PIC ZZZ,ZZ9.
           02  FILLER          PIC X(40) VALUE SPACES.

       01  FUP-HEADING-1.
           02  FILLER      PIC X(40)  VALUE
               'REGRSP ELECTION RESPONSES OVERDUE'.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  FUP-RUN-DATE PIC X(10).
           02  FILLER      PIC X(10)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  FUP-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(52)  VALUE SPACES.

       01  FUP-HEADING-2.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(06)  VALUE 'YEAR'.
           02  FILLER      PIC X(08)  VALUE 'EMP-ID'.
           02  FILLER      PIC X(27)  VALUE 'EMPLOYEE NAME'.
           02  FILLER      PIC X(12)  VALUE 'LETTER'.
           02  FILLER      PIC X(12)  VALUE 'CUT-OFF'.
           02  FILLER      PIC X(04)  VALUE 'ADV'.
           02  FILLER      PIC X(51)  VALUE '          SAVING'.

       01  FUP-DETAIL-LINE.
           02  FUP-PAN-NO      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  FUP-AY          PIC X(04).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  FUP-EMP-ID      PIC X(06).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  FUP-EMP-NAME    PIC X(25).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  FUP-LETTER      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  FUP-CUTOFF      PIC X(10).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  FUP-ADVISED     PIC X(01).
           02  FILLER          PIC X(03) VALUE SPACES.
           02  FUP-SAVING      PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(35) VALUE SPACES.

       01  FUP-TOTALS-LINE.
           02  FILLER          PIC X(20) VALUE 'RESPONSES OVERDUE:'.
           02  FUP-TOT-OVERDUE PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(20) VALUE '  SAVING FORGONE:'.
           02  FUP-TOT-SAVING  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 0008-REGISTER-START THRU 0008-EXIT
           OPEN I-O ADVTRK
           IF WS-TRK-STATUS NOT = '00'
             DISPLAY 'REGRSP - ADVTRK OPEN FAILED, STATUS '
                 WS-TRK-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT EMPTRANS
           OPEN OUTPUT RESPRPT
           OPEN OUTPUT FOLLOWRPT
      *
      *    NO RESPONSES KEYED SINCE THE LAST RUN IS NOT AN ERROR -
      *    THE FOLLOW-UP LIST STILL HAS TO BE PRODUCED.
           OPEN INPUT RESPFL
           IF WS-RESP-STATUS NOT = '00'
             SET WS-EOF-RESP-YES TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-RESP-YES
               READ RESPFL
                   AT END
                       SET WS-EOF-RESP-YES TO TRUE
                   NOT AT END
                        ADD 1 TO WS-RESP-COUNT
                        PERFORM 0002-POST-RESPONSE THRU 0002-EXIT
                        PERFORM 0003-REPORT-RESPONSE THRU 0003-EXIT
               END-READ
           END-PERFORM
           IF WS-RESP-STATUS = '00' OR WS-RESP-STATUS = '10'
             CLOSE RESPFL
           END-IF
           PERFORM 0004-WRITE-RESP-TOTALS THRU 0004-EXIT
           PERFORM 0005-LIST-OVERDUE THRU 0005-EXIT
           CLOSE ADVTRK, EMPTRANS, RESPRPT, FOLLOWRPT
           DISPLAY 'REGRSP - RESPONSES READ     : ' WS-RESP-COUNT
           DISPLAY 'REGRSP - SWITCH TRANSACTIONS: ' WS-SWITCH-COUNT
           DISPLAY 'REGRSP - RESPONSES REJECTED : ' WS-REJECT-COUNT
           DISPLAY 'REGRSP - RESPONSES OVERDUE  : ' WS-OVERDUE-COUNT
           PERFORM 0009-REGISTER-END THRU 0009-EXIT
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    A RESPONSE MUST ANSWER A LETTER ON THE TRACKING FILE THAT
      *    HAS NOT ALREADY BEEN ANSWERED. ONE RECEIVED AFTER THE
      *    CUT-OFF IS STILL POSTED BUT SHOWN AS LATE ON THE REGISTER
      *    SO HR CAN DECIDE WHETHER THE SWITCH STANDS.
       0002-POST-RESPONSE.
      *
           SET WS-VALID-RESP-YES TO TRUE
           MOVE SPACES TO WS-REASON-TEXT
           MOVE ZEROS TO TRK-CUTOFF-DATE
           IF RESP-PAN-NO = SPACES OR LOW-VALUES
             SET WS-VALID-RESP-NO TO TRUE
             MOVE 'PAN-NO IS BLANK' TO WS-REASON-TEXT
             GO TO 0002-EXIT
           END-IF
           IF NOT RESP-SWITCH AND NOT RESP-KEEP
             SET WS-VALID-RESP-NO TO TRUE
             MOVE 'RESPONSE NOT S OR K' TO WS-REASON-TEXT
             GO TO 0002-EXIT
           END-IF
           IF RESP-DATE NOT NUMERIC OR RESP-DATE = ZERO
             SET WS-VALID-RESP-NO TO TRUE
             MOVE 'RESPONSE DATE NOT NUMERIC' TO WS-REASON-TEXT
             GO TO 0002-EXIT
           END-IF
           MOVE RESP-PAN-NO TO TRK-PAN-NO
           MOVE RESP-ASSMT-YEAR TO TRK-ASSMT-YEAR
           READ ADVTRK
             INVALID KEY
               SET WS-VALID-RESP-NO TO TRUE
               MOVE 'NO LETTER ON FILE FOR YEAR' TO WS-REASON-TEXT
               MOVE ZEROS TO TRK-CUTOFF-DATE
               GO TO 0002-EXIT
           END-READ
           IF NOT TRK-AWAITING
             SET WS-VALID-RESP-NO TO TRUE
             MOVE 'RESPONSE ALREADY RECORDED' TO WS-REASON-TEXT
             GO TO 0002-EXIT
           END-IF
           MOVE RESP-CODE TO TRK-RESPONSE
           MOVE RESP-DATE TO TRK-RESPONSE-DATE
           REWRITE TRK-RECORD
             INVALID KEY
               SET WS-VALID-RESP-NO TO TRUE
               MOVE 'TRACKING REWRITE FAILED' TO WS-REASON-TEXT
               GO TO 0002-EXIT
           END-REWRITE
           IF RESP-DATE > TRK-CUTOFF-DATE
             ADD 1 TO WS-LATE-COUNT
             MOVE 'RECEIVED AFTER CUT-OFF' TO WS-REASON-TEXT
           END-IF
           IF RESP-SWITCH
             PERFORM 0002A-WRITE-SWITCH-TRAN THRU 0002A-EXIT
           ELSE
             ADD 1 TO WS-KEEP-COUNT
           END-IF.
      *
       0002-EXIT.
      *
      *    THE NEW ELECTION IS THE REGIME THE LETTER ADVISED.
       0002A-WRITE-SWITCH-TRAN.
      *
           MOVE SPACES TO EMP-TRAN-REC
           MOVE 'C' TO TRAN-ACTION
           MOVE TRK-PAN-NO TO TRAN-PAN-NO
           MOVE TRK-ADVISED TO TRAN-REGIME-ELECT
           WRITE EMP-TRAN-REC
           ADD 1 TO WS-SWITCH-COUNT.
      *
       0002A-EXIT.
      *
       0003-REPORT-RESPONSE.
      *
           IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0007-WRITE-RSP-HEADERS THRU 0007-EXIT
           END-IF
           MOVE RESP-PAN-NO TO RSP-PAN-NO
           MOVE RESP-ASSMT-YEAR TO RSP-AY
           MOVE RESP-CODE TO RSP-CODE
           MOVE SPACES TO RSP-RECEIVED
           IF RESP-DATE NUMERIC
             MOVE RESP-DATE TO WS-FMT-DATE-IN
             PERFORM 0006-FORMAT-DATE THRU 0006-EXIT
             MOVE WS-FMT-DATE-OUT TO RSP-RECEIVED
           END-IF
           MOVE TRK-CUTOFF-DATE TO WS-FMT-DATE-IN
           PERFORM 0006-FORMAT-DATE THRU 0006-EXIT
           MOVE WS-FMT-DATE-OUT TO RSP-CUTOFF
           IF WS-VALID-RESP-YES
             MOVE 'POSTED' TO RSP-STATUS
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             MOVE 'REJECTED' TO RSP-STATUS
           END-IF
           MOVE WS-REASON-TEXT TO RSP-REASON
           WRITE RSP-LINE FROM RSP-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
      *
       0003-EXIT.
      *
       0004-WRITE-RESP-TOTALS.
      *
           IF WS-LINE-COUNT = ZERO
             PERFORM 0007-WRITE-RSP-HEADERS THRU 0007-EXIT
           END-IF
           WRITE RSP-LINE FROM WS-BLANK-LINE
           MOVE WS-RESP-COUNT TO RSP-TOT-READ
           MOVE WS-SWITCH-COUNT TO RSP-TOT-SWITCH
           MOVE WS-KEEP-COUNT TO RSP-TOT-KEEP
           MOVE WS-LATE-COUNT TO RSP-TOT-LATE
           MOVE WS-REJECT-COUNT TO RSP-TOT-REJECT
           WRITE RSP-LINE FROM RSP-TOTALS-LINE.
      *
       0004-EXIT.
      *
      *    BROWSE THE WHOLE TRACKING FILE - ANY LETTER STILL
      *    UNANSWERED WITH ITS CUT-OFF BEHIND THE RUN DATE IS
      *    LISTED, WHATEVER YEAR IT WAS WRITTEN FOR.
       0005-LIST-OVERDUE.
      *
           MOVE LOW-VALUES TO TRK-KEY
           START ADVTRK KEY IS NOT LESS THAN TRK-KEY
             INVALID KEY
               SET WS-EOF-TRK-YES TO TRUE
           END-START
           PERFORM 0005A-CHECK-ONE-LETTER THRU 0005A-EXIT
               UNTIL WS-EOF-TRK-YES
           IF WS-FUP-LINE-COUNT = ZERO
             PERFORM 0007A-WRITE-FUP-HEADERS THRU 0007A-EXIT
           END-IF
           WRITE FUP-LINE FROM WS-BLANK-LINE
           MOVE WS-OVERDUE-COUNT TO FUP-TOT-OVERDUE
           MOVE WS-OVERDUE-SAVING TO FUP-TOT-SAVING
           WRITE FUP-LINE FROM FUP-TOTALS-LINE.
      *
       0005-EXIT.
      *
       0005A-CHECK-ONE-LETTER.
      *
           READ ADVTRK NEXT RECORD
             AT END
               SET WS-EOF-TRK-YES TO TRUE
               GO TO 0005A-EXIT
           END-READ
           IF NOT TRK-AWAITING
              OR TRK-CUTOFF-DATE NOT < WS-RUN-DATE-YYYYMMDD
             GO TO 0005A-EXIT
           END-IF
           ADD 1 TO WS-OVERDUE-COUNT
           ADD TRK-SAVING TO WS-OVERDUE-SAVING
           IF WS-FUP-LINE-COUNT = ZERO
              OR WS-FUP-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0007A-WRITE-FUP-HEADERS THRU 0007A-EXIT
           END-IF
           MOVE TRK-PAN-NO TO FUP-PAN-NO
           MOVE TRK-ASSMT-YEAR TO FUP-AY
           MOVE TRK-EMP-ID TO FUP-EMP-ID
           MOVE TRK-EMP-NAME TO FUP-EMP-NAME
           MOVE TRK-LETTER-DATE TO WS-FMT-DATE-IN
           PERFORM 0006-FORMAT-DATE THRU 0006-EXIT
           MOVE WS-FMT-DATE-OUT TO FUP-LETTER
           MOVE TRK-CUTOFF-DATE TO WS-FMT-DATE-IN
           PERFORM 0006-FORMAT-DATE THRU 0006-EXIT
           MOVE WS-FMT-DATE-OUT TO FUP-CUTOFF
           MOVE TRK-ADVISED TO FUP-ADVISED
           MOVE TRK-SAVING TO FUP-SAVING
           WRITE FUP-LINE FROM FUP-DETAIL-LINE
           ADD 1 TO WS-FUP-LINE-COUNT.
      *
       0005A-EXIT.
      *
      *    SHARED YYYYMMDD FORMATTER - AN ALL-ZERO DATE PRINTS BLANK.
       0006-FORMAT-DATE.
      *
           MOVE SPACES TO WS-FMT-DATE-OUT
           IF WS-FMT-DATE-IN = ZERO
             GO TO 0006-EXIT
           END-IF
           STRING WS-FMT-DATE-IN-X (1:4) DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WS-FMT-DATE-IN-X (5:2) DELIMITED BY SIZE
                  '-'                    DELIMITED BY SIZE
                  WS-FMT-DATE-IN-X (7:2) DELIMITED BY SIZE
             INTO WS-FMT-DATE-OUT.
      *
       0006-EXIT.
      *
       0007-WRITE-RSP-HEADERS.
      *
           ADD 1 TO WS-PAGE-NUMBER
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO RSP-RUN-DATE
           MOVE WS-PAGE-NUMBER TO RSP-PAGE-NO
           WRITE RSP-LINE FROM RSP-HEADING-1
           WRITE RSP-LINE FROM RSP-HEADING-2
           WRITE RSP-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO WS-LINE-COUNT.
      *
       0007-EXIT.
      *
       0007A-WRITE-FUP-HEADERS.
      *
           ADD 1 TO WS-FUP-PAGE-NUMBER
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO FUP-RUN-DATE
           MOVE WS-FUP-PAGE-NUMBER TO FUP-PAGE-NO
           WRITE FUP-LINE FROM FUP-HEADING-1
           WRITE FUP-LINE FROM FUP-HEADING-2
           WRITE FUP-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO WS-FUP-LINE-COUNT.
      *
       0007A-EXIT.
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
           MOVE WS-RESP-COUNT TO RC-RECORD-COUNT
           CALL 'RUNCTL' USING RUN-CONTROL-PARMS.
      *
       0009-EXIT.
