      *******This program is the checker's side of employee-master
      * maintenance. It posts the approve/reject decisions keyed by a
      * second operator against changes captured through EMPCAP,
      * refusing any decision by the user who keyed the change, and
      * then lists everything still awaiting approval with its age in
      * days - with items pending longer than the follow-up limit
      * flagged - so nothing sits unapproved ahead of the tax run.
      * Under each pending change every field it would set is shown
      * as keyed beside the value now on the master, with the ones
      * that differ flagged, so the checker approves what was
      * actually keyed.
      * **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APRDECFL ASSIGN TO APRDEC
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-DEC-STATUS.
           SELECT EMPPEND ASSIGN TO EMPPEND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEND-KEY
              FILE STATUS IS WS-PEND-STATUS.
           SELECT EMPMAST ASSIGN TO EMPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EMP-PAN-NO
              FILE STATUS IS WS-EMP-STATUS.
           SELECT APRRPTFL ASSIGN TO APRRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT PNDRPTFL ASSIGN TO PNDRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    CHECKER DECISIONS - ONE PER PENDING CHANGE, BY THE PENDING
      *    REFERENCE PRINTED ON THE EMPCAP LISTING. 'A' APPROVES,
      *    'R' REJECTS (THE REASON IS KEPT ON THE PENDING RECORD).
      *    THE FILE MAY BE ABSENT ON A LISTING-ONLY RUN.
       FD  APRDECFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS DEC-RECORD.
      *
       01  DEC-RECORD.
           02  DEC-PEND-KEY.
               03  DEC-PEND-DATE     PIC 9(08).
               03  DEC-PEND-SEQ      PIC 9(05).
           02  FILLER            PIC X(01).
           02  DEC-DECISION      PIC X(01).
               88  DEC-APPROVE               VALUE 'A'.
               88  DEC-REJECT                VALUE 'R'.
           02  FILLER            PIC X(01).
           02  DEC-REASON        PIC X(30).

      *
      *    PENDING MASTER CHANGES - SAME LAYOUT AS THE EMPMNT COPY,
      *    KEYED ON CAPTURE DATE PLUS A SEQUENCE WITHIN THE DAY.
      *    'P' AWAITS A CHECKER, 'A' APPROVED, 'R' REJECTED BY THE
      *    CHECKER, 'X' APPLIED BY EMPMNT, 'F' APPROVED BUT FAILED
      *    THE MASTER EDITS IN EMPMNT.
       FD  EMPPEND
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 187 CHARACTERS
           DATA RECORD IS PEND-RECORD.
      *
       01  PEND-RECORD.
           02  PEND-KEY.
               03  PEND-KEY-DATE     PIC 9(08).
               03  PEND-KEY-SEQ      PIC 9(05).
           02  PEND-STATUS       PIC X(01).
               88  PEND-STATUS-PENDING       VALUE 'P'.
               88  PEND-STATUS-APPROVED      VALUE 'A'.
               88  PEND-STATUS-REJECTED      VALUE 'R'.
               88  PEND-STATUS-APPLIED       VALUE 'X'.
               88  PEND-STATUS-FAILED        VALUE 'F'.
           02  PEND-KEYED-BY     PIC X(08).
           02  PEND-KEYED-TIME   PIC 9(06).
           02  PEND-CHECKED-BY   PIC X(08).
           02  PEND-CHECKED-DATE PIC 9(08).
           02  PEND-APPLIED-DATE PIC 9(08).
           02  PEND-REASON       PIC X(30).
           02  PEND-TRAN-IMAGE   PIC X(105).

      *
      *    EMPLOYEE MASTER - SAME LAYOUT AS THE STDRPT COPY, KEYED
      *    BY PAN-NO. READ ONLY, SO THE CHECKER SEES THE VALUES A
      *    CHANGE WOULD REPLACE.
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
               88  EMP-ELECT-OLD             VALUE 'O'.
               88  EMP-ELECT-NEW             VALUE 'N'.
           02  EMP-START-DATE    PIC 9(08).
           02  EMP-END-DATE      PIC 9(08).
           02  EMP-BANK-IFSC     PIC X(11).
           02  EMP-BANK-ACCT-NO  PIC X(18).

      *
      *    DECISIONS POSTED, AND THOSE REFUSED.
       FD  APRRPTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS APR-LINE.
      *
       01  APR-LINE                    PIC X(132).

      *
      *    CHANGES STILL AWAITING APPROVAL, WITH AGE AND FOLLOW-UP.
       FD  PNDRPTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PND-LINE.
      *
       01  PND-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-DEC-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-PEND-STATUS          PIC X(02)   VALUE SPACES.
           02  WS-EMP-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-DEC              PIC X(001)  VALUE ' '.
               88  WS-EOF-DEC-YES                     VALUE 'Y'.
           02  WS-EOF-PEND             PIC X(001)  VALUE ' '.
               88  WS-EOF-PEND-YES                    VALUE 'Y'.
           02  WS-MAST-OPEN            PIC X(001)  VALUE 'N'.
               88  WS-MAST-OPEN-YES                   VALUE 'Y'.
           02  WS-DEC-POSTED           PIC X(001)  VALUE 'N'.
               88  WS-DEC-POSTED-YES                  VALUE 'Y'.
               88  WS-DEC-POSTED-NO                   VALUE 'N'.
           02  WS-OUTCOME-TEXT         PIC X(030)  VALUE SPACES.
           02  WS-DEC-COUNT            PIC 9(09)   VALUE ZERO.
           02  WS-APPROVED-COUNT       PIC 9(09)   VALUE ZERO.
           02  WS-REJECTED-COUNT       PIC 9(09)   VALUE ZERO.
           02  WS-REFUSED-COUNT        PIC 9(09)   VALUE ZERO.
           02  WS-PENDING-COUNT        PIC 9(09)   VALUE ZERO.
           02  WS-FOLLOW-UP-COUNT      PIC 9(09)   VALUE ZERO.
      *
      *    RUN PARAMETERS - THE CHECKER'S USER ID (REQUIRED) AND THE
      *    AGE IN DAYS BEYOND WHICH A PENDING CHANGE IS FLAGGED FOR
      *    FOLLOW-UP (DEFAULT 005).
       01  OPERATOR-CONTROLS.
           02  WS-CHECKER-PARM         PIC X(08)   VALUE SPACES.
           02  WS-FOLLOW-UP-PARM       PIC X(03)   VALUE SPACES.
           02  WS-FOLLOW-UP-DAYS       PIC 9(03)   VALUE 005.
           02  WS-PARM-POS             PIC 9(01)   VALUE ZERO.
           02  WS-PARM-DIGIT           PIC X(01)   VALUE SPACE.
           02  WS-PARM-DIGIT-9 REDEFINES WS-PARM-DIGIT
                                       PIC 9(01).
           02  WS-PARM-VALUE           PIC 9(03)   VALUE ZERO.
           02  WS-PARM-GOOD            PIC X(001)  VALUE 'N'.
               88  WS-PARM-GOOD-YES                    VALUE 'Y'.
               88  WS-PARM-GOOD-NO                     VALUE 'N'.
      *
      *    MAINTENANCE TRANSACTION AS CARRIED ON THE PENDING FILE -
      *    SAME LAYOUT AS THE EMPMNT COPY.
       01  EMP-TRAN-REC.
           02  TRAN-ACTION       PIC X(01).
           02  FILLER            PIC X(01).
           02  TRAN-PAN-NO       PIC X(10).
           02  FILLER            PIC X(01).
           02  TRAN-EMP-ID       PIC X(06).
           02  FILLER            PIC X(01).
           02  TRAN-EMP-NAME     PIC X(25).
           02  FILLER            PIC X(01).
           02  TRAN-EMP-DOB-AN   PIC X(08).
           02  FILLER            PIC X(01).
           02  TRAN-REGIME-ELECT PIC X(01).
           02  FILLER            PIC X(01).
           02  TRAN-START-DATE-AN PIC X(08).
           02  FILLER            PIC X(01).
           02  TRAN-END-DATE-AN  PIC X(08).
           02  FILLER            PIC X(01).
           02  TRAN-BANK-IFSC    PIC X(11).
           02  FILLER            PIC X(01).
           02  TRAN-BANK-ACCT-NO PIC X(18).
      *
      *    ONE FIELD OF A PENDING CHANGE AS KEYED AGAINST THE MASTER.
       01  PENDING-FIELD-AREA.
           02  WS-PND-MAST-FOUND       PIC X(001)  VALUE 'N'.
               88  WS-PND-MAST-FOUND-YES              VALUE 'Y'.
           02  WS-FLD-LABEL            PIC X(14)   VALUE SPACES.
           02  WS-FLD-KEYED            PIC X(25)   VALUE SPACES.
           02  WS-FLD-MASTER           PIC X(25)   VALUE SPACES.
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP.
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
           02  WS-AGE-DAYS             PIC S9(07)  VALUE ZERO.
      *
      *    REPORT CONTROLS AND LINE LAYOUTS - ONE SET PER REPORT.
       01  APR-PRINT-CONTROLS.
           02  APR-PAGE-NUMBER         PIC 9(04)   VALUE ZERO.
           02  APR-LINE-COUNT          PIC 9(04)   VALUE ZERO.
       01  PND-PRINT-CONTROLS.
           02  PND-PAGE-NUMBER         PIC 9(04)   VALUE ZERO.
           02  PND-LINE-COUNT          PIC 9(04)   VALUE ZERO.
       01  PRINT-CONTROLS.
           02  WS-MAX-LINES-PAGE       PIC 9(04)   VALUE 0050.
           02  WS-RUN-DATE-EDIT        PIC X(10)   VALUE SPACES.
           02  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.

       01  APR-HEADING-1.
           02  FILLER      PIC X(36)  VALUE
               'EMPAPR MASTER CHANGE DECISIONS'.
           02  FILLER      PIC X(10)  VALUE 'CHECKER:'.
           02  APR-CHECKER PIC X(08).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  APR-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  APR-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(44)  VALUE SPACES.

       01  APR-HEADING-2.
           02  FILLER      PIC X(15)  VALUE 'PENDING REF'.
           02  FILLER      PIC X(04)  VALUE 'ACT'.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(09)  VALUE 'KEYED BY'.
           02  FILLER      PIC X(04)  VALUE 'DEC'.
           02  FILLER      PIC X(31)  VALUE 'OUTCOME'.
           02  FILLER      PIC X(57)  VALUE 'REASON'.

       01  APR-DETAIL-LINE.
           02  APR-REF-DATE    PIC 9(08).
           02  FILLER          PIC X(01) VALUE '-'.
           02  APR-REF-SEQ     PIC 9(05).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  APR-ACTION      PIC X(03).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  APR-PAN-NO      PIC X(11).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  APR-KEYED-BY    PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  APR-DECISION    PIC X(03).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  APR-OUTCOME     PIC X(30).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  APR-REASON      PIC X(30).
           02  FILLER          PIC X(27) VALUE SPACES.

       01  APR-TOTALS-LINE.
           02  FILLER          PIC X(16) VALUE 'DECISIONS READ:'.
           02  APR-TOT-READ    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(12) VALUE '  APPROVED:'.
           02  APR-TOT-APPROVED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(12) VALUE '  REJECTED:'.
           02  APR-TOT-REJECTED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(11) VALUE '  REFUSED:'.
           02  APR-TOT-REFUSED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(37) VALUE SPACES.

       01  PND-HEADING-1.
           02  FILLER      PIC X(36)  VALUE
               'EMPAPR MASTER CHANGES AWAITING'.
           02  FILLER      PIC X(16)  VALUE 'FOLLOW-UP DAYS:'.
           02  PND-FOLLOW-UP PIC ZZ9.
           02  FILLER      PIC X(03)  VALUE SPACES.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  PND-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  PND-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(42)  VALUE SPACES.

       01  PND-HEADING-2.
           02  FILLER      PIC X(15)  VALUE 'PENDING REF'.
           02  FILLER      PIC X(04)  VALUE 'ACT'.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(09)  VALUE 'KEYED BY'.
           02  FILLER      PIC X(07)  VALUE 'AGE'.
           02  FILLER      PIC X(26)  VALUE 'KEYED NAME'.
           02  FILLER      PIC X(26)  VALUE 'NAME ON MASTER'.
           02  FILLER      PIC X(33)  VALUE 'FLAG'.

       01  PND-DETAIL-LINE.
           02  PND-REF-DATE    PIC 9(08).
           02  FILLER          PIC X(01) VALUE '-'.
           02  PND-REF-SEQ     PIC 9(05).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  PND-ACTION      PIC X(03).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  PND-PAN-NO      PIC X(11).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  PND-KEYED-BY    PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  PND-AGE         PIC ZZZZ9.
           02  FILLER          PIC X(02) VALUE SPACES.
           02  PND-KEYED-NAME  PIC X(25).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  PND-MAST-NAME   PIC X(25).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  PND-FLAG        PIC X(09).
           02  FILLER          PIC X(24) VALUE SPACES.

       01  PND-FIELD-LINE.
           02  FILLER          PIC X(20) VALUE SPACES.
           02  PND-FLD-LABEL   PIC X(14).
           02  FILLER          PIC X(07) VALUE 'KEYED:'.
           02  PND-FLD-KEYED   PIC X(25).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  FILLER          PIC X(08) VALUE 'MASTER:'.
           02  PND-FLD-MASTER  PIC X(25).
           02  FILLER          PIC X(02) VALUE SPACES.
           02  PND-FLD-FLAG    PIC X(07).
           02  FILLER          PIC X(22) VALUE SPACES.

       01  PND-TOTALS-LINE.
           02  FILLER          PIC X(17) VALUE 'STILL PENDING:'.
           02  PND-TOT-PENDING PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(16) VALUE '  FOR FOLLOW-UP:'.
           02  PND-TOT-FOLLOW  PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 0000B-READ-PARAMETERS THRU 0000B-EXIT
           OPEN I-O EMPPEND
           IF WS-PEND-STATUS = '35'
             DISPLAY 'EMPAPR - NO PENDING-CHANGE FILE - NOTHING '
                 'TO APPROVE'
             STOP RUN
           END-IF
           IF WS-PEND-STATUS NOT = '00'
             DISPLAY 'EMPAPR - EMPPEND OPEN FAILED, STATUS '
                 WS-PEND-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
      *
      *    BEFORE THE FIRST MASTER LOAD THERE IS NO MASTER TO SHOW -
      *    THE LISTING THEN CARRIES THE KEYED VALUES ONLY.
           OPEN INPUT EMPMAST
           IF WS-EMP-STATUS = '00'
             SET WS-MAST-OPEN-YES TO TRUE
           END-IF
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO WS-RUN-DATE-EDIT
           OPEN OUTPUT APRRPTFL
           OPEN OUTPUT PNDRPTFL
           OPEN INPUT APRDECFL
           IF WS-DEC-STATUS NOT = '00'
             DISPLAY 'EMPAPR - NO DECISION FILE - LISTING ONLY'
             SET WS-EOF-DEC-YES TO TRUE
           END-IF
           PERFORM UNTIL WS-EOF-DEC-YES
               READ APRDECFL
                   AT END
                       SET WS-EOF-DEC-YES TO TRUE
                   NOT AT END
                        ADD 1 TO WS-DEC-COUNT
                        PERFORM 0002-POST-DECISION THRU 0002-EXIT
               END-READ
           END-PERFORM
           PERFORM 0003-WRITE-APR-TOTALS THRU 0003-EXIT
           PERFORM 0004-LIST-PENDING THRU 0004-EXIT
           IF WS-DEC-STATUS = '00'
             CLOSE APRDECFL
           END-IF
           IF WS-MAST-OPEN-YES
             CLOSE EMPMAST
           END-IF
           CLOSE EMPPEND, APRRPTFL, PNDRPTFL
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    A CHECKER WITH NO USER ID COULD APPROVE THEIR OWN CHANGES
      *    UNSEEN - THE PARM IS REQUIRED. THE FOLLOW-UP AGE DEFAULTS
      *    WHEN NOT GIVEN OR NOT NUMERIC.
       0000B-READ-PARAMETERS.
      *
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-CHECKER-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-CHECKER-PARM
           END-ACCEPT
           IF WS-CHECKER-PARM = SPACES
             DISPLAY 'EMPAPR - CHECKER USER ID PARM REQUIRED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-FOLLOW-UP-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-FOLLOW-UP-PARM
           END-ACCEPT
           IF WS-FOLLOW-UP-PARM NOT = SPACES
             PERFORM 0000C-PARSE-FOLLOW-UP THRU 0000C-EXIT
             IF WS-PARM-GOOD-YES
               MOVE WS-PARM-VALUE TO WS-FOLLOW-UP-DAYS
             ELSE
               DISPLAY 'EMPAPR - FOLLOW-UP PARM NOT NUMERIC - '
                   'DEFAULT ' WS-FOLLOW-UP-DAYS ' USED'
             END-IF
           END-IF.
      *
       0000B-EXIT.
      *
       0000C-PARSE-FOLLOW-UP.
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
           MOVE WS-FOLLOW-UP-PARM (WS-PARM-POS:1) TO WS-PARM-DIGIT
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
      *    ONLY A CHANGE STILL PENDING CAN BE DECIDED, AND NEVER BY
      *    THE USER WHO KEYED IT. EVERY DECISION READ IS LISTED WITH
      *    WHAT BECAME OF IT.
       0002-POST-DECISION.
      *
           SET WS-DEC-POSTED-NO TO TRUE
           MOVE SPACES TO WS-OUTCOME-TEXT
           MOVE SPACES TO EMP-TRAN-REC
           MOVE SPACES TO PEND-KEYED-BY
           MOVE DEC-PEND-KEY TO PEND-KEY
           READ EMPPEND
             INVALID KEY
               MOVE 'NO SUCH PENDING REFERENCE' TO WS-OUTCOME-TEXT
               GO TO 0002A-LIST
           END-READ
           MOVE PEND-TRAN-IMAGE TO EMP-TRAN-REC
           IF NOT PEND-STATUS-PENDING
             MOVE 'ALREADY DECIDED' TO WS-OUTCOME-TEXT
             GO TO 0002A-LIST
           END-IF
           IF PEND-KEYED-BY = WS-CHECKER-PARM
             MOVE 'REFUSED - SAME USER AS KEYER' TO WS-OUTCOME-TEXT
             GO TO 0002A-LIST
           END-IF
           IF NOT DEC-APPROVE AND NOT DEC-REJECT
             MOVE 'INVALID DECISION CODE' TO WS-OUTCOME-TEXT
             GO TO 0002A-LIST
           END-IF
           IF DEC-APPROVE
             SET PEND-STATUS-APPROVED TO TRUE
             MOVE SPACES TO PEND-REASON
           ELSE
             SET PEND-STATUS-REJECTED TO TRUE
             MOVE DEC-REASON TO PEND-REASON
           END-IF
           MOVE WS-CHECKER-PARM TO PEND-CHECKED-BY
           MOVE WS-RUN-DATE-YYYYMMDD TO PEND-CHECKED-DATE
           REWRITE PEND-RECORD
             INVALID KEY
               MOVE 'PENDING REWRITE FAILED' TO WS-OUTCOME-TEXT
               GO TO 0002A-LIST
           END-REWRITE
           SET WS-DEC-POSTED-YES TO TRUE
           IF DEC-APPROVE
             ADD 1 TO WS-APPROVED-COUNT
             MOVE 'APPROVED' TO WS-OUTCOME-TEXT
           ELSE
             ADD 1 TO WS-REJECTED-COUNT
             MOVE 'REJECTED' TO WS-OUTCOME-TEXT
           END-IF.
      *
       0002A-LIST.
      *
           IF WS-DEC-POSTED-NO
             ADD 1 TO WS-REFUSED-COUNT
           END-IF
           IF APR-LINE-COUNT = ZERO
              OR APR-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0002B-WRITE-APR-HEADERS THRU 0002B-EXIT
           END-IF
           MOVE DEC-PEND-DATE TO APR-REF-DATE
           MOVE DEC-PEND-SEQ TO APR-REF-SEQ
           MOVE TRAN-ACTION TO APR-ACTION
           MOVE TRAN-PAN-NO TO APR-PAN-NO
           MOVE PEND-KEYED-BY TO APR-KEYED-BY
           MOVE DEC-DECISION TO APR-DECISION
           MOVE WS-OUTCOME-TEXT TO APR-OUTCOME
           MOVE DEC-REASON TO APR-REASON
           WRITE APR-LINE FROM APR-DETAIL-LINE
           ADD 1 TO APR-LINE-COUNT.
      *
       0002-EXIT.
      *
       0002B-WRITE-APR-HEADERS.
      *
           ADD 1 TO APR-PAGE-NUMBER
           MOVE WS-RUN-DATE-EDIT TO APR-RUN-DATE
           MOVE WS-CHECKER-PARM TO APR-CHECKER
           MOVE APR-PAGE-NUMBER TO APR-PAGE-NO
           WRITE APR-LINE FROM APR-HEADING-1
           WRITE APR-LINE FROM APR-HEADING-2
           WRITE APR-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO APR-LINE-COUNT.
      *
       0002B-EXIT.
      *
       0003-WRITE-APR-TOTALS.
      *
           IF APR-LINE-COUNT = ZERO
             PERFORM 0002B-WRITE-APR-HEADERS THRU 0002B-EXIT
           END-IF
           WRITE APR-LINE FROM WS-BLANK-LINE
           MOVE WS-DEC-COUNT TO APR-TOT-READ
           MOVE WS-APPROVED-COUNT TO APR-TOT-APPROVED
           MOVE WS-REJECTED-COUNT TO APR-TOT-REJECTED
           MOVE WS-REFUSED-COUNT TO APR-TOT-REFUSED
           WRITE APR-LINE FROM APR-TOTALS-LINE
           DISPLAY 'EMPAPR - DECISIONS READ:    ' WS-DEC-COUNT
           DISPLAY 'EMPAPR - APPROVED:          ' WS-APPROVED-COUNT
           DISPLAY 'EMPAPR - REJECTED:          ' WS-REJECTED-COUNT
           DISPLAY 'EMPAPR - REFUSED:           ' WS-REFUSED-COUNT.
      *
       0003-EXIT.
      *
      *    WHAT IS LEFT PENDING AFTER TODAY'S DECISIONS, OLDEST
      *    FIRST (THE KEY LEADS WITH THE CAPTURE DATE).
       0004-LIST-PENDING.
      *
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-DN-DATE
           PERFORM 0006-DAY-NUMBER THRU 0006-EXIT
           MOVE WS-DN-RESULT TO WS-DN-RUN-DAY
           MOVE LOW-VALUES TO PEND-KEY
           START EMPPEND KEY IS NOT LESS THAN PEND-KEY
             INVALID KEY
               SET WS-EOF-PEND-YES TO TRUE
           END-START
           PERFORM 0004A-LIST-ONE-PENDING THRU 0004A-EXIT
               UNTIL WS-EOF-PEND-YES
           IF PND-LINE-COUNT = ZERO
             PERFORM 0004B-WRITE-PND-HEADERS THRU 0004B-EXIT
           END-IF
           WRITE PND-LINE FROM WS-BLANK-LINE
           MOVE WS-PENDING-COUNT TO PND-TOT-PENDING
           MOVE WS-FOLLOW-UP-COUNT TO PND-TOT-FOLLOW
           WRITE PND-LINE FROM PND-TOTALS-LINE
           DISPLAY 'EMPAPR - STILL PENDING:     ' WS-PENDING-COUNT
           DISPLAY 'EMPAPR - FOR FOLLOW-UP:     ' WS-FOLLOW-UP-COUNT.
      *
       0004-EXIT.
      *
       0004A-LIST-ONE-PENDING.
      *
           READ EMPPEND NEXT RECORD
             AT END
               SET WS-EOF-PEND-YES TO TRUE
               GO TO 0004A-EXIT
           END-READ
           IF NOT PEND-STATUS-PENDING
             GO TO 0004A-EXIT
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           MOVE PEND-TRAN-IMAGE TO EMP-TRAN-REC
           MOVE PEND-KEY-DATE TO WS-DN-DATE
           PERFORM 0006-DAY-NUMBER THRU 0006-EXIT
           COMPUTE WS-AGE-DAYS = WS-DN-RUN-DAY - WS-DN-RESULT
           IF WS-AGE-DAYS < ZERO
             MOVE ZERO TO WS-AGE-DAYS
           END-IF
           IF PND-LINE-COUNT = ZERO
              OR PND-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0004B-WRITE-PND-HEADERS THRU 0004B-EXIT
           END-IF
           MOVE PEND-KEY-DATE TO PND-REF-DATE
           MOVE PEND-KEY-SEQ TO PND-REF-SEQ
           MOVE TRAN-ACTION TO PND-ACTION
           MOVE TRAN-PAN-NO TO PND-PAN-NO
           MOVE PEND-KEYED-BY TO PND-KEYED-BY
           MOVE WS-AGE-DAYS TO PND-AGE
           MOVE TRAN-EMP-NAME TO PND-KEYED-NAME
           MOVE SPACES TO PND-MAST-NAME
           MOVE 'N' TO WS-PND-MAST-FOUND
           IF WS-MAST-OPEN-YES
             MOVE TRAN-PAN-NO TO EMP-PAN-NO
             READ EMPMAST
               INVALID KEY
                 MOVE '(NOT ON MASTER)' TO PND-MAST-NAME
               NOT INVALID KEY
                 SET WS-PND-MAST-FOUND-YES TO TRUE
                 MOVE EMP-NAME TO PND-MAST-NAME
             END-READ
           END-IF
           IF WS-AGE-DAYS > WS-FOLLOW-UP-DAYS
             ADD 1 TO WS-FOLLOW-UP-COUNT
             MOVE 'FOLLOW UP' TO PND-FLAG
           ELSE
             MOVE SPACES TO PND-FLAG
           END-IF
           WRITE PND-LINE FROM PND-DETAIL-LINE
           ADD 1 TO PND-LINE-COUNT
           IF TRAN-ACTION NOT = 'D'
             PERFORM 0004C-LIST-FIELDS THRU 0004C-EXIT
           END-IF.
      *
       0004A-EXIT.
      *
      *    THE FIELDS THE CHANGE WOULD SET - ON AN ADD EVERY FIELD,
      *    ON A CHANGE ONLY THOSE KEYED, SINCE EMPMNT LEAVES A BLANK
      *    FIELD AS IT STANDS. THE BANK IFSC AND ACCOUNT GO TOGETHER.
       0004C-LIST-FIELDS.
      *
           IF TRAN-ACTION = 'A' OR TRAN-EMP-ID NOT = SPACES
             MOVE 'EMP ID' TO WS-FLD-LABEL
             MOVE TRAN-EMP-ID TO WS-FLD-KEYED
             MOVE EMP-ID TO WS-FLD-MASTER
             PERFORM 0004D-WRITE-FIELD-LINE THRU 0004D-EXIT
           END-IF
           IF TRAN-ACTION = 'A' OR TRAN-EMP-NAME NOT = SPACES
             MOVE 'NAME' TO WS-FLD-LABEL
             MOVE TRAN-EMP-NAME TO WS-FLD-KEYED
             MOVE EMP-NAME TO WS-FLD-MASTER
             PERFORM 0004D-WRITE-FIELD-LINE THRU 0004D-EXIT
           END-IF
           IF TRAN-ACTION = 'A' OR TRAN-EMP-DOB-AN NOT = SPACES
             MOVE 'DATE OF BIRTH' TO WS-FLD-LABEL
             MOVE TRAN-EMP-DOB-AN TO WS-FLD-KEYED
             MOVE EMP-DOB TO WS-FLD-MASTER
             PERFORM 0004D-WRITE-FIELD-LINE THRU 0004D-EXIT
           END-IF
           IF TRAN-ACTION = 'A' OR TRAN-REGIME-ELECT NOT = SPACE
             MOVE 'REGIME' TO WS-FLD-LABEL
             MOVE TRAN-REGIME-ELECT TO WS-FLD-KEYED
             MOVE EMP-REGIME-ELECT TO WS-FLD-MASTER
             PERFORM 0004D-WRITE-FIELD-LINE THRU 0004D-EXIT
           END-IF
           IF TRAN-ACTION = 'A' OR TRAN-START-DATE-AN NOT = SPACES
             MOVE 'START DATE' TO WS-FLD-LABEL
             MOVE TRAN-START-DATE-AN TO WS-FLD-KEYED
             MOVE EMP-START-DATE TO WS-FLD-MASTER
             PERFORM 0004D-WRITE-FIELD-LINE THRU 0004D-EXIT
           END-IF
           IF TRAN-END-DATE-AN NOT = SPACES
             MOVE 'LEAVING DATE' TO WS-FLD-LABEL
             MOVE TRAN-END-DATE-AN TO WS-FLD-KEYED
             MOVE EMP-END-DATE TO WS-FLD-MASTER
             PERFORM 0004D-WRITE-FIELD-LINE THRU 0004D-EXIT
           END-IF
           IF TRAN-BANK-IFSC NOT = SPACES
              OR TRAN-BANK-ACCT-NO NOT = SPACES
             MOVE 'BANK IFSC' TO WS-FLD-LABEL
             MOVE TRAN-BANK-IFSC TO WS-FLD-KEYED
             MOVE EMP-BANK-IFSC TO WS-FLD-MASTER
             PERFORM 0004D-WRITE-FIELD-LINE THRU 0004D-EXIT
             MOVE 'BANK ACCOUNT' TO WS-FLD-LABEL
             MOVE TRAN-BANK-ACCT-NO TO WS-FLD-KEYED
             MOVE EMP-BANK-ACCT-NO TO WS-FLD-MASTER
             PERFORM 0004D-WRITE-FIELD-LINE THRU 0004D-EXIT
           END-IF.
      *
       0004C-EXIT.
      *
      *    WITH NO MASTER RECORD TO COMPARE (A NEW EMPLOYEE, OR NO
      *    MASTER YET) THE KEYED VALUE IS SHOWN ALONE AS NEW.
       0004D-WRITE-FIELD-LINE.
      *
           IF PND-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0004B-WRITE-PND-HEADERS THRU 0004B-EXIT
           END-IF
           MOVE WS-FLD-LABEL TO PND-FLD-LABEL
           MOVE WS-FLD-KEYED TO PND-FLD-KEYED
           IF NOT WS-PND-MAST-FOUND-YES
             MOVE SPACES TO PND-FLD-MASTER
             MOVE 'NEW' TO PND-FLD-FLAG
           ELSE
             MOVE WS-FLD-MASTER TO PND-FLD-MASTER
             IF WS-FLD-KEYED = WS-FLD-MASTER
               MOVE SPACES TO PND-FLD-FLAG
             ELSE
               MOVE 'DIFFERS' TO PND-FLD-FLAG
             END-IF
           END-IF
           WRITE PND-LINE FROM PND-FIELD-LINE
           ADD 1 TO PND-LINE-COUNT.
      *
       0004D-EXIT.
      *
       0004B-WRITE-PND-HEADERS.
      *
           ADD 1 TO PND-PAGE-NUMBER
           MOVE WS-RUN-DATE-EDIT TO PND-RUN-DATE
           MOVE WS-FOLLOW-UP-DAYS TO PND-FOLLOW-UP
           MOVE PND-PAGE-NUMBER TO PND-PAGE-NO
           WRITE PND-LINE FROM PND-HEADING-1
           WRITE PND-LINE FROM PND-HEADING-2
           WRITE PND-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO PND-LINE-COUNT.
      *
       0004B-EXIT.
      *
      *    DAY NUMBER OF WS-DN-DATE INTO WS-DN-RESULT. EACH QUOTIENT
      *    IS TAKEN ON ITS OWN SO THE DIVIDES TRUNCATE AS THE
      *    CALENDAR RULES NEED.
       0006-DAY-NUMBER.
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
       0006-EXIT.
