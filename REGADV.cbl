      *******This program writes regime-advisory letters off the tax
      * run's output. Every employee whose elected regime costs more
      * than the other regime by more than the threshold amount given
      * as a run parameter gets a personal letter, headed with the name
      * and employee id from the employee master, showing the liability
      * under both regimes, the saving and the date by which HR must
      * have the employee's answer. Each letter sent is logged to the
      * advisory tracking file, which REGRSP updates as the responses
      * are keyed; an employee already written to for the year is not
      * written to again. **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGADV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUTFL ASSIGN TO OUTFL
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT EMPMAST ASSIGN TO EMPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-PAN-NO
              FILE STATUS IS WS-EMP-STATUS.
           SELECT ADVTRK ASSIGN TO ADVTRK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TRK-KEY
              FILE STATUS IS WS-TRK-STATUS.
           SELECT LETTERFL ASSIGN TO ADVLTR
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    STDRPT OUTPUT - DETAIL RECORDS CARRY THE LIABILITY UNDER
      *    EACH REGIME, THE CHEAPER ONE AND THE EMPLOYEE'S ELECTION;
      *    THE TRAILER CLOSES THE FILE.
       FD  OUTPUTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS OUTPUTDETAILS.
      *
       01  OUTPUTDETAILS.
           02 REC-TYPE-O     PIC X(1).
               88  REC-TYPE-DETAIL           VALUE 'D'.
               88  REC-TYPE-TRAILER          VALUE 'T'.
           02 PAN-NO-O       PIC X(10).
           02 FILLER         PIC X(1).
           02 INCOME-TAX-O   PIC 9(9)V99.
           02 FILLER         PIC X(1).
           02 EMP-ID-O       PIC X(6).
           02 FILLER         PIC X(1).
           02 CATEGORY-O     PIC X(1).
           02 FILLER         PIC X(1).
           02 EMP-NAME-O     PIC X(25).
           02 FILLER         PIC X(1).
           02 OLD-TAX-O      PIC 9(9)V99.
           02 FILLER         PIC X(1).
           02 NEW-TAX-O      PIC 9(9)V99.
           02 FILLER         PIC X(1).
           02 CHEAPER-REGIME-O PIC X(1).
           02 FILLER         PIC X(1).
           02 ELECTED-REGIME-O PIC X(1).

      *
      *    EMPLOYEE MASTER - SAME LAYOUT AS THE STDRPT COPY, KEYED
      *    BY PAN-NO. THE LETTER IS ADDRESSED FROM THE MASTER AS IT
      *    STANDS TODAY, NOT THE NAME CARRIED ON THE RUN OUTPUT.
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
      *    REGIME-ADVISORY TRACKING FILE - ONE RECORD PER LETTER,
      *    KEYED BY PAN AND ASSESSMENT YEAR. TRK-RESPONSE STAYS
      *    BLANK UNTIL HR KEYS THE EMPLOYEE'S ANSWER THROUGH REGRSP.
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
      *    THE ADVISORY LETTERS - ONE HEADED LETTER PER EMPLOYEE,
      *    READY FOR PRINT AND DISTRIBUTION.
       FD  LETTERFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LETTER-LINE.
      *
       01  LETTER-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-EMP-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-TRK-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-OUT              PIC X(001)  VALUE ' '.
               88  WS-EOF-OUT-YES                     VALUE 'Y'.
           02  WS-DETAIL-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-LETTER-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-BELOW-COUNT          PIC 9(09)   VALUE ZERO.
           02  WS-ADVISED-COUNT        PIC 9(09)   VALUE ZERO.
           02  WS-NO-MASTER-COUNT      PIC 9(09)   VALUE ZERO.
           02  WS-SAVING               PIC 9(9)V99 VALUE ZERO.
           02  WS-SAVING-TOTAL         PIC 9(11)V99 VALUE ZERO.
      *
      *    RUN PARAMETERS - ASSESSMENT YEAR FIRST (DEFAULT THE RUN
      *    YEAR, AS STDRPT), THEN THE THRESHOLD IN WHOLE RUPEES THE
      *    SAVING MUST EXCEED, THEN THE ELECTION CUT-OFF DATE
      *    (YYYYMMDD) QUOTED ON THE LETTER, THEN THE CYCLE DATE.
       01  PARM-CONTROLS.
           02  WS-ASSESSMENT-YEAR     PIC X(04)   VALUE SPACES.
           02  WS-ASSESSMENT-YEAR-PARM PIC X(04)  VALUE SPACES.
           02  WS-THRESHOLD-PARM      PIC X(07)   VALUE SPACES.
           02  WS-THRESHOLD           PIC 9(07)   VALUE 0005000.
           02  WS-CUTOFF-PARM         PIC X(08)   VALUE SPACES.
           02  WS-CUTOFF-DATE         PIC 9(08)   VALUE ZERO.
           02  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE.
               03  WS-CUTOFF-YEAR          PIC 9(04).
               03  WS-CUTOFF-MONTH         PIC 9(02).
               03  WS-CUTOFF-DAY           PIC 9(02).
           02  WS-PARM-POS            PIC 9(01)   VALUE ZERO.
           02  WS-PARM-DIGIT          PIC X(01)   VALUE SPACE.
           02  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT
                                      PIC 9(01).
           02  WS-PARM-VALUE          PIC 9(07)   VALUE ZERO.
           02  WS-PARM-GOOD           PIC X(001)  VALUE 'N'.
               88  WS-PARM-GOOD-YES                    VALUE 'Y'.
               88  WS-PARM-GOOD-NO                     VALUE 'N'.
      *
      *    RUN-REGISTRY INTERLOCK - THE CALLED RUNCTL SUBPROGRAM
      *    STAMPS THIS JOB IN THE SHARED REGISTRY AT START AND END.
      *    THE START IS REFUSED WHEN THE TAX RUN HAS NOT COMPLETED
      *    FOR THE CYCLE OR A LETTER RUN IS ALREADY OPEN. THE CYCLE
      *    DATE COMES FROM THE FOURTH RUN PARAMETER, DEFAULTED TO
      *    THE RUN DATE.
       01  RUN-CONTROL-PARMS.
           02  RC-FUNCTION            PIC X(01)   VALUE SPACE.
               88  RC-FUNC-START               VALUE 'S'.
               88  RC-FUNC-END                 VALUE 'E'.
           02  RC-JOB-NAME            PIC X(08)   VALUE 'REGADV  '.
           02  RC-CYCLE-DATE          PIC 9(08)   VALUE ZERO.
           02  RC-PREREQ-JOB          PIC X(08)   VALUE 'STDRPT  '.
           02  RC-ALLOW-RESTART       PIC X(01)   VALUE 'N'.
           02  RC-RECORD-COUNT        PIC 9(09)   VALUE ZERO.
           02  RC-REASON-CODE         PIC X(02)   VALUE SPACES.
               88  RC-OK                       VALUE '00'.
       01  CYCLE-DATE-CONTROLS.
           02  WS-CYCLE-DATE-PARM     PIC X(08)   VALUE SPACES.
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP - THE LETTER DATE.
       01  WS-RUN-DATE-FIELDS.
           02  WS-RUN-DATE-YYYYMMDD    PIC 9(08)   VALUE ZERO.
           02  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
               03  WS-CURRENT-YEAR         PIC 9(04).
               03  WS-CURRENT-MONTH        PIC 9(02).
               03  WS-CURRENT-DAY          PIC 9(02).
      *
      *    LETTER LINE LAYOUTS.
       01  PRINT-CONTROLS.
           02  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
           02  WS-RULE-LINE            PIC X(132)  VALUE ALL '-'.

       01  LTR-HEADING-1.
           02  FILLER      PIC X(42)  VALUE
               'INCOME TAX REGIME ADVISORY'.
           02  FILLER      PIC X(06)  VALUE 'YEAR:'.
           02  LTR-AY      PIC X(06).
           02  FILLER      PIC X(06)  VALUE 'DATE:'.
           02  LTR-DATE    PIC X(10).
           02  FILLER      PIC X(62)  VALUE SPACES.

       01  LTR-ADDRESS-LINE.
           02  FILLER      PIC X(04)  VALUE 'TO:'.
           02  LTR-EMP-NAME PIC X(26).
           02  FILLER      PIC X(08)  VALUE 'EMP-ID:'.
           02  LTR-EMP-ID  PIC X(08).
           02  FILLER      PIC X(05)  VALUE 'PAN:'.
           02  LTR-PAN     PIC X(10).
           02  FILLER      PIC X(71)  VALUE SPACES.

       01  LTR-TEXT-LINE.
           02  FILLER      PIC X(04)  VALUE SPACES.
           02  LTR-TEXT    PIC X(70).
           02  FILLER      PIC X(58)  VALUE SPACES.

       01  LTR-AMOUNT-LINE.
           02  FILLER          PIC X(08) VALUE SPACES.
           02  LTR-AMT-LABEL   PIC X(40).
           02  LTR-AMT-VALUE   PIC Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER          PIC X(68) VALUE SPACES.

       01  LTR-CUTOFF-LINE.
           02  FILLER      PIC X(04)  VALUE SPACES.
           02  FILLER      PIC X(45)  VALUE
               'PLEASE TELL HR WHETHER YOU WILL SWITCH BY'.
           02  LTR-CUTOFF  PIC X(10).
           02  FILLER      PIC X(73)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 0000-RESOLVE-PARMS THRU 0000-EXIT
           PERFORM 0006-REGISTER-START THRU 0006-EXIT
           OPEN INPUT OUTPUTFL
           OPEN INPUT EMPMAST
           IF WS-EMP-STATUS NOT = '00'
             DISPLAY 'REGADV - EMPMAST OPEN FAILED, STATUS '
                 WS-EMP-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O ADVTRK
      *
      *    THE FIRST LETTER RUN OF ALL HAS NO TRACKING FILE TO OPEN
      *    I-O - CREATE IT SO THE FIRST RUN LOGS ITS LETTERS BY THE
      *    SAME PATH AS EVERY RUN AFTER.
           IF WS-TRK-STATUS = '35'
             OPEN OUTPUT ADVTRK
             CLOSE ADVTRK
             OPEN I-O ADVTRK
           END-IF
           IF WS-TRK-STATUS NOT = '00'
             DISPLAY 'REGADV - ADVTRK OPEN FAILED, STATUS '
                 WS-TRK-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT LETTERFL
           PERFORM UNTIL WS-EOF-OUT-YES
               READ OUTPUTFL
                   AT END
                       SET WS-EOF-OUT-YES TO TRUE
                   NOT AT END
                       IF REC-TYPE-DETAIL
                         ADD 1 TO WS-DETAIL-COUNT
                         PERFORM 0002-SELECT-EMPLOYEE THRU 0002-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTPUTFL, EMPMAST, ADVTRK, LETTERFL
           DISPLAY 'REGADV - RUN DETAILS READ        : ' WS-DETAIL-COUNT
           DISPLAY 'REGADV - LETTERS WRITTEN         : ' WS-LETTER-COUNT
           DISPLAY 'REGADV - SAVING UNDER THRESHOLD  : ' WS-BELOW-COUNT
           DISPLAY 'REGADV - ALREADY ADVISED         : '
               WS-ADVISED-COUNT
           DISPLAY 'REGADV - NOT ON MASTER, NO LETTER: '
               WS-NO-MASTER-COUNT
           DISPLAY 'REGADV - TOTAL SAVING ADVISED    : ' WS-SAVING-TOTAL
           PERFORM 0007-REGISTER-END THRU 0007-EXIT
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    THRESHOLD AND CUT-OFF ARE EDITED BEFORE ANY LETTER IS
      *    WRITTEN - A LETTER QUOTING A GARBLED OR PAST DATE CANNOT
      *    BE RECALLED ONCE IT IS IN THE EMPLOYEE'S HANDS.
       0000-RESOLVE-PARMS.
      *
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ASSESSMENT-YEAR-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-ASSESSMENT-YEAR-PARM
           END-ACCEPT
           IF WS-ASSESSMENT-YEAR-PARM = SPACES OR LOW-VALUES
             MOVE WS-CURRENT-YEAR TO WS-ASSESSMENT-YEAR
           ELSE
             MOVE WS-ASSESSMENT-YEAR-PARM TO WS-ASSESSMENT-YEAR
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-THRESHOLD-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-THRESHOLD-PARM
           END-ACCEPT
           IF WS-THRESHOLD-PARM NOT = SPACES
             PERFORM 0000C-PARSE-THRESHOLD THRU 0000C-EXIT
             IF WS-PARM-GOOD-YES
               MOVE WS-PARM-VALUE TO WS-THRESHOLD
             ELSE
               DISPLAY 'REGADV - THRESHOLD PARM NOT NUMERIC - '
                   'DEFAULT ' WS-THRESHOLD ' USED'
             END-IF
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-CUTOFF-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-CUTOFF-PARM
           END-ACCEPT
           IF WS-CUTOFF-PARM NOT NUMERIC
             DISPLAY 'REGADV - ELECTION CUT-OFF DATE (YYYYMMDD) '
                 'MUST BE GIVEN'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-CUTOFF-PARM TO WS-CUTOFF-DATE-X
           IF WS-CUTOFF-MONTH < 01 OR WS-CUTOFF-MONTH > 12
              OR WS-CUTOFF-DAY < 01 OR WS-CUTOFF-DAY > 31
              OR WS-CUTOFF-DATE < WS-RUN-DATE-YYYYMMDD
             DISPLAY 'REGADV - ELECTION CUT-OFF DATE ' WS-CUTOFF-PARM
                 ' IS NOT A DATE ON OR AFTER THE RUN DATE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           DISPLAY 'REGADV - THRESHOLD ' WS-THRESHOLD
               ' - CUT-OFF ' WS-CUTOFF-DATE.
      *
       0000-EXIT.
      *
      *    THE THRESHOLD MAY BE KEYED WITH OR WITHOUT LEADING ZEROS -
      *    BUILD THE VALUE DIGIT BY DIGIT AND STOP AT THE FIRST
      *    TRAILING SPACE, REJECTING ANYTHING ELSE.
       0000C-PARSE-THRESHOLD.
      *
           SET WS-PARM-GOOD-YES TO TRUE
           MOVE ZEROS TO WS-PARM-VALUE
           MOVE ZERO TO WS-PARM-POS
           PERFORM 0000C1-PARSE-ONE-DIGIT THRU 0000C1-EXIT
               UNTIL WS-PARM-POS >= 7 OR WS-PARM-GOOD-NO.
      *
       0000C-EXIT.
      *
       0000C1-PARSE-ONE-DIGIT.
      *
           ADD 1 TO WS-PARM-POS
           MOVE WS-THRESHOLD-PARM (WS-PARM-POS:1) TO WS-PARM-DIGIT
           EVALUATE TRUE
             WHEN WS-PARM-DIGIT = SPACE
               MOVE 7 TO WS-PARM-POS
             WHEN WS-PARM-DIGIT NUMERIC
               COMPUTE WS-PARM-VALUE = WS-PARM-VALUE * 10
                   + WS-PARM-DIGIT-9
             WHEN OTHER
               SET WS-PARM-GOOD-NO TO TRUE
           END-EVALUATE.
      *
       0000C1-EXIT.
      *
      *    AN EMPLOYEE IS WRITTEN TO ONLY WHEN THE ELECTION IS THE
      *    DEARER REGIME BY MORE THAN THE THRESHOLD, IS ON THE
      *    MASTER TO ADDRESS THE LETTER FROM, AND HAS NOT ALREADY
      *    HAD A LETTER FOR THE YEAR.
       0002-SELECT-EMPLOYEE.
      *
           IF ELECTED-REGIME-O = CHEAPER-REGIME-O
             GO TO 0002-EXIT
           END-IF
           IF OLD-TAX-O > NEW-TAX-O
             COMPUTE WS-SAVING = OLD-TAX-O - NEW-TAX-O
           ELSE
             COMPUTE WS-SAVING = NEW-TAX-O - OLD-TAX-O
           END-IF
           IF WS-SAVING NOT > WS-THRESHOLD
             ADD 1 TO WS-BELOW-COUNT
             GO TO 0002-EXIT
           END-IF
           MOVE PAN-NO-O TO TRK-PAN-NO
           MOVE WS-ASSESSMENT-YEAR TO TRK-ASSMT-YEAR
           READ ADVTRK
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO WS-ADVISED-COUNT
               GO TO 0002-EXIT
           END-READ
           MOVE PAN-NO-O TO EMP-PAN-NO
           READ EMPMAST
             INVALID KEY
               ADD 1 TO WS-NO-MASTER-COUNT
               DISPLAY 'REGADV - PAN ' PAN-NO-O
                   ' NOT ON MASTER - NO LETTER WRITTEN'
               GO TO 0002-EXIT
           END-READ
           PERFORM 0003-WRITE-LETTER THRU 0003-EXIT
           PERFORM 0004-LOG-LETTER THRU 0004-EXIT.
      *
       0002-EXIT.
      *
       0003-WRITE-LETTER.
      *
           MOVE WS-ASSESSMENT-YEAR TO LTR-AY
           MOVE SPACES TO LTR-DATE
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO LTR-DATE
           WRITE LETTER-LINE FROM WS-RULE-LINE
           WRITE LETTER-LINE FROM LTR-HEADING-1
           WRITE LETTER-LINE FROM WS-BLANK-LINE
           MOVE EMP-NAME TO LTR-EMP-NAME
           MOVE EMP-ID TO LTR-EMP-ID
           MOVE EMP-PAN-NO TO LTR-PAN
           WRITE LETTER-LINE FROM LTR-ADDRESS-LINE
           WRITE LETTER-LINE FROM WS-BLANK-LINE
           IF ELECTED-REGIME-O = 'N'
             MOVE 'YOU HAVE ELECTED THE NEW TAX REGIME FOR THE YEAR.'
                 TO LTR-TEXT
           ELSE
             MOVE 'YOU HAVE ELECTED THE OLD TAX REGIME FOR THE YEAR.'
                 TO LTR-TEXT
           END-IF
           WRITE LETTER-LINE FROM LTR-TEXT-LINE
           MOVE 'ON THIS YEAR''S FIGURES YOUR TAX WOULD BE:'
               TO LTR-TEXT
           WRITE LETTER-LINE FROM LTR-TEXT-LINE
           MOVE 'UNDER THE OLD REGIME' TO LTR-AMT-LABEL
           MOVE OLD-TAX-O TO LTR-AMT-VALUE
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE
           MOVE 'UNDER THE NEW REGIME' TO LTR-AMT-LABEL
           MOVE NEW-TAX-O TO LTR-AMT-VALUE
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE
           IF CHEAPER-REGIME-O = 'N'
             MOVE 'SAVING BY SWITCHING TO THE NEW REGIME'
                 TO LTR-AMT-LABEL
           ELSE
             MOVE 'SAVING BY SWITCHING TO THE OLD REGIME'
                 TO LTR-AMT-LABEL
           END-IF
           MOVE WS-SAVING TO LTR-AMT-VALUE
           WRITE LETTER-LINE FROM LTR-AMOUNT-LINE
           WRITE LETTER-LINE FROM WS-BLANK-LINE
           MOVE SPACES TO LTR-CUTOFF
           STRING WS-CUTOFF-YEAR   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CUTOFF-MONTH  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CUTOFF-DAY    DELIMITED BY SIZE
             INTO LTR-CUTOFF
           WRITE LETTER-LINE FROM LTR-CUTOFF-LINE
           MOVE 'OR KEEP YOUR PRESENT ELECTION. IF YOU SWITCH, HR WILL'
               TO LTR-TEXT
           WRITE LETTER-LINE FROM LTR-TEXT-LINE
           MOVE 'CHANGE YOUR ELECTION AND PAYROLL WILL WITHHOLD ON IT.'
               TO LTR-TEXT
           WRITE LETTER-LINE FROM LTR-TEXT-LINE
           WRITE LETTER-LINE FROM WS-BLANK-LINE
           WRITE LETTER-LINE FROM WS-BLANK-LINE
           ADD 1 TO WS-LETTER-COUNT
           ADD WS-SAVING TO WS-SAVING-TOTAL.
      *
       0003-EXIT.
      *
       0004-LOG-LETTER.
      *
           MOVE PAN-NO-O TO TRK-PAN-NO
           MOVE WS-ASSESSMENT-YEAR TO TRK-ASSMT-YEAR
           MOVE EMP-ID TO TRK-EMP-ID
           MOVE EMP-NAME TO TRK-EMP-NAME
           MOVE ELECTED-REGIME-O TO TRK-ELECTED
           MOVE CHEAPER-REGIME-O TO TRK-ADVISED
           MOVE OLD-TAX-O TO TRK-OLD-TAX
           MOVE NEW-TAX-O TO TRK-NEW-TAX
           MOVE WS-SAVING TO TRK-SAVING
           MOVE WS-RUN-DATE-YYYYMMDD TO TRK-LETTER-DATE
           MOVE WS-CUTOFF-DATE TO TRK-CUTOFF-DATE
           MOVE SPACE TO TRK-RESPONSE
           MOVE ZEROS TO TRK-RESPONSE-DATE
           WRITE TRK-RECORD
             INVALID KEY
               DISPLAY 'REGADV - TRACKING WRITE FAILED FOR PAN '
                   PAN-NO-O ' STATUS ' WS-TRK-STATUS
           END-WRITE.
      *
       0004-EXIT.
      *
       0006-REGISTER-START.
      *
           DISPLAY 4 UPON ARGUMENT-NUMBER
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
           MOVE WS-LETTER-COUNT TO RC-RECORD-COUNT
           CALL 'RUNCTL' USING RUN-CONTROL-PARMS.
      *
       0007-EXIT.
