      *******This program captures keyed employee-master transactions
      * (ADD/CHG/DEL, in the EMPTRANS layout) onto the pending-change
      * file, stamped with the user ID of the operator who keyed them.
      * Nothing reaches EMPMAST from here - each change waits for a
      * second operator to approve it through EMPAPR, and EMPMNT
      * applies only the approved ones. A capture listing gives each
      * change the pending reference the checker will approve it by.
      * **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPTRANS ASSIGN TO EMPTRAN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           SELECT EMPPEND ASSIGN TO EMPPEND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEND-KEY
              FILE STATUS IS WS-PEND-STATUS.
           SELECT CAPRPTFL ASSIGN TO CAPRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    MAINTENANCE TRANSACTIONS KEYED BY DATA CONTROL - SAME
      *    LAYOUT AS THE EMPMNT COPY. ON A CHANGE, A BLANK FIELD (OR
      *    ZERO DOB) MEANS LEAVE THE MASTER VALUE AS IT STANDS.
       FD  EMPTRANS
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS EMP-TRAN-REC.
      *
       01  EMP-TRAN-REC.
           02  TRAN-ACTION       PIC X(01).
               88  TRAN-ACTION-ADD           VALUE 'A'.
               88  TRAN-ACTION-CHG           VALUE 'C'.
               88  TRAN-ACTION-DEL           VALUE 'D'.
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
      *    CAPTURE LISTING FOR THE KEYING OPERATOR AND THE CHECKER.
       FD  CAPRPTFL
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CAP-LINE.
      *
       01  CAP-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.

       01  MISCELLANEOUS.
           02  WS-PEND-STATUS          PIC X(02)   VALUE SPACES.
           02  WS-EOF-TRAN             PIC X(001)  VALUE ' '.
               88  WS-EOF-TRAN-YES                    VALUE 'Y'.
           02  WS-EOF-PEND             PIC X(001)  VALUE ' '.
               88  WS-EOF-PEND-YES                    VALUE 'Y'.
           02  WS-VALID-TRAN           PIC X(001)  VALUE 'Y'.
               88  WS-VALID-TRAN-YES                   VALUE 'Y'.
               88  WS-VALID-TRAN-NO                    VALUE 'N'.
           02  WS-REASON-TEXT          PIC X(030)  VALUE SPACES.
           02  WS-TRAN-COUNT           PIC 9(09)   VALUE ZERO.
           02  WS-CAPTURED-COUNT       PIC 9(09)   VALUE ZERO.
           02  WS-REJECT-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-NEXT-SEQ             PIC 9(05)   VALUE ZERO.
           02  WS-TIME-RAW             PIC 9(08)   VALUE ZERO.
      *
      *    THE KEYING OPERATOR'S USER ID, FROM THE RUN PARAMETER.
      *    EVERY CHANGE CAPTURED IN THE RUN CARRIES IT, AND EMPAPR
      *    WILL NOT LET THE SAME USER APPROVE IT.
       01  OPERATOR-CONTROLS.
           02  WS-KEYED-BY-PARM        PIC X(08)   VALUE SPACES.
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP - THE CAPTURE DATE ON
      *    EVERY PENDING KEY.
       01  WS-RUN-DATE-FIELDS.
           02  WS-RUN-DATE-YYYYMMDD    PIC 9(08)   VALUE ZERO.
           02  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-YYYYMMDD.
               03  WS-CURRENT-YEAR         PIC 9(04).
               03  WS-CURRENT-MONTH        PIC 9(02).
               03  WS-CURRENT-DAY          PIC 9(02).
      *
      *    CAPTURE-LISTING CONTROLS AND LINE LAYOUTS.
       01  PRINT-CONTROLS.
           02  WS-PAGE-NUMBER          PIC 9(04)   VALUE ZERO.
           02  WS-LINE-COUNT           PIC 9(04)   VALUE ZERO.
           02  WS-MAX-LINES-PAGE       PIC 9(04)   VALUE 0050.
           02  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.

       01  CAP-HEADING-1.
           02  FILLER      PIC X(36)  VALUE
               'EMPCAP MASTER CHANGES CAPTURED'.
           02  FILLER      PIC X(10)  VALUE 'KEYED BY:'.
           02  CAP-KEYED-BY PIC X(08).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(10)  VALUE 'RUN DATE:'.
           02  CAP-RUN-DATE PIC X(10).
           02  FILLER      PIC X(02)  VALUE SPACES.
           02  FILLER      PIC X(06)  VALUE 'PAGE:'.
           02  CAP-PAGE-NO PIC ZZZ9.
           02  FILLER      PIC X(44)  VALUE SPACES.

       01  CAP-HEADING-2.
           02  FILLER      PIC X(15)  VALUE 'PENDING REF'.
           02  FILLER      PIC X(04)  VALUE 'ACT'.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(26)  VALUE 'NAME'.
           02  FILLER      PIC X(09)  VALUE 'DOB'.
           02  FILLER      PIC X(04)  VALUE 'REG'.
           02  FILLER      PIC X(09)  VALUE 'START'.
           02  FILLER      PIC X(09)  VALUE 'END'.
           02  FILLER      PIC X(44)  VALUE 'STATUS'.

       01  CAP-DETAIL-LINE.
           02  CAP-REF-DATE    PIC 9(08).
           02  FILLER          PIC X(01) VALUE '-'.
           02  CAP-REF-SEQ     PIC 9(05).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  CAP-ACTION      PIC X(03).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  CAP-PAN-NO      PIC X(11).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  CAP-EMP-NAME    PIC X(25).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  CAP-DOB         PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  CAP-REGIME      PIC X(01).
           02  FILLER          PIC X(03) VALUE SPACES.
           02  CAP-START       PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  CAP-END         PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  CAP-STATUS      PIC X(09).
           02  CAP-REASON      PIC X(30).
           02  FILLER          PIC X(05) VALUE SPACES.

       01  CAP-TOTALS-LINE.
           02  FILLER          PIC X(19) VALUE 'TRANSACTIONS READ:'.
           02  CAP-TOT-READ    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(12) VALUE '  PENDING:'.
           02  CAP-TOT-CAPTURED PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(12) VALUE '  REJECTED:'.
           02  CAP-TOT-REJECT  PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-KEYED-BY-PARM FROM ARGUMENT-VALUE
             ON EXCEPTION
               MOVE SPACES TO WS-KEYED-BY-PARM
           END-ACCEPT
      *
      *    A CHANGE WITH NO KEYER ON IT COULD NEVER BE PROVED TO
      *    HAVE BEEN CHECKED BY SOMEONE ELSE.
           IF WS-KEYED-BY-PARM = SPACES
             DISPLAY 'EMPCAP - KEYING USER ID PARM REQUIRED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT EMPTRANS
           OPEN I-O EMPPEND
      *
      *    THE FIRST CAPTURE EVER HAS NO PENDING FILE TO OPEN I-O -
      *    CREATE IT.
           IF WS-PEND-STATUS = '35'
             OPEN OUTPUT EMPPEND
             CLOSE EMPPEND
             OPEN I-O EMPPEND
           END-IF
           IF WS-PEND-STATUS NOT = '00'
             DISPLAY 'EMPCAP - EMPPEND OPEN FAILED, STATUS '
                 WS-PEND-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM 0000A-FIND-LAST-SEQ THRU 0000A-EXIT
           OPEN OUTPUT CAPRPTFL
           PERFORM UNTIL WS-EOF-TRAN-YES
               READ EMPTRANS
                   AT END
                       SET WS-EOF-TRAN-YES TO TRUE
                   NOT AT END
                        ADD 1 TO WS-TRAN-COUNT
                        PERFORM 0001A-EDIT-TRAN THRU 0001A-EXIT
                        IF WS-VALID-TRAN-YES
                          PERFORM 0002-CAPTURE-TRAN THRU 0002-EXIT
                        END-IF
                        PERFORM 0003-WRITE-DETAIL THRU 0003-EXIT
               END-READ
           END-PERFORM
           PERFORM 0004-WRITE-TOTALS THRU 0004-EXIT
           CLOSE EMPTRANS, EMPPEND, CAPRPTFL
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    AN EARLIER CAPTURE THE SAME DAY HAS ALREADY USED SOME OF
      *    THE DAY'S SEQUENCE NUMBERS - CARRY ON FROM THE LAST ONE.
       0000A-FIND-LAST-SEQ.
      *
           MOVE ZEROS TO WS-NEXT-SEQ
           MOVE WS-RUN-DATE-YYYYMMDD TO PEND-KEY-DATE
           MOVE ZEROS TO PEND-KEY-SEQ
           START EMPPEND KEY IS NOT LESS THAN PEND-KEY
             INVALID KEY
               GO TO 0000A-EXIT
           END-START
           PERFORM 0000A1-READ-SAME-DAY THRU 0000A1-EXIT
               UNTIL WS-EOF-PEND-YES.
      *
       0000A-EXIT.
      *
       0000A1-READ-SAME-DAY.
      *
           READ EMPPEND NEXT RECORD
             AT END
               SET WS-EOF-PEND-YES TO TRUE
               GO TO 0000A1-EXIT
           END-READ
           IF PEND-KEY-DATE NOT = WS-RUN-DATE-YYYYMMDD
             SET WS-EOF-PEND-YES TO TRUE
             GO TO 0000A1-EXIT
           END-IF
           MOVE PEND-KEY-SEQ TO WS-NEXT-SEQ.
      *
       0000A1-EXIT.
      *
      *    ONLY WHAT MAKES A CHANGE UNUSABLE IS EDITED HERE - THE
      *    FULL FIELD EDITS ARE EMPMNT'S, RUN AGAINST THE MASTER AS
      *    IT STANDS WHEN THE APPROVED CHANGE IS APPLIED.
       0001A-EDIT-TRAN.
      *
           SET WS-VALID-TRAN-YES TO TRUE
           MOVE SPACES TO WS-REASON-TEXT
           IF NOT TRAN-ACTION-ADD AND NOT TRAN-ACTION-CHG
              AND NOT TRAN-ACTION-DEL
             SET WS-VALID-TRAN-NO TO TRUE
             MOVE 'INVALID ACTION CODE' TO WS-REASON-TEXT
             GO TO 0001A-EXIT
           END-IF
           IF TRAN-PAN-NO = SPACES OR LOW-VALUES
             SET WS-VALID-TRAN-NO TO TRUE
             MOVE 'PAN-NO IS BLANK' TO WS-REASON-TEXT
             GO TO 0001A-EXIT
           END-IF
           IF WS-NEXT-SEQ >= 99999
             SET WS-VALID-TRAN-NO TO TRUE
             MOVE 'DAY SEQUENCE EXHAUSTED' TO WS-REASON-TEXT
           END-IF.
      *
       0001A-EXIT.
      *
       0002-CAPTURE-TRAN.
      *
           ACCEPT WS-TIME-RAW FROM TIME
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO PEND-RECORD
           MOVE WS-RUN-DATE-YYYYMMDD TO PEND-KEY-DATE
           MOVE WS-NEXT-SEQ TO PEND-KEY-SEQ
           SET PEND-STATUS-PENDING TO TRUE
           MOVE WS-KEYED-BY-PARM TO PEND-KEYED-BY
           MOVE WS-TIME-RAW (1:6) TO PEND-KEYED-TIME
           MOVE ZEROS TO PEND-CHECKED-DATE
           MOVE ZEROS TO PEND-APPLIED-DATE
           MOVE EMP-TRAN-REC TO PEND-TRAN-IMAGE
           WRITE PEND-RECORD
             INVALID KEY
               SET WS-VALID-TRAN-NO TO TRUE
               MOVE 'PENDING WRITE FAILED' TO WS-REASON-TEXT
           END-WRITE.
      *
       0002-EXIT.
      *
       0003-WRITE-DETAIL.
      *
           IF WS-LINE-COUNT = ZERO OR WS-LINE-COUNT >= WS-MAX-LINES-PAGE
             PERFORM 0003A-WRITE-HEADERS THRU 0003A-EXIT
           END-IF
           IF WS-VALID-TRAN-YES
             ADD 1 TO WS-CAPTURED-COUNT
             MOVE PEND-KEY-DATE TO CAP-REF-DATE
             MOVE PEND-KEY-SEQ TO CAP-REF-SEQ
             MOVE 'PENDING' TO CAP-STATUS
           ELSE
             ADD 1 TO WS-REJECT-COUNT
             MOVE ZEROS TO CAP-REF-DATE
             MOVE ZEROS TO CAP-REF-SEQ
             MOVE 'REJECTED' TO CAP-STATUS
           END-IF
           MOVE TRAN-ACTION TO CAP-ACTION
           MOVE TRAN-PAN-NO TO CAP-PAN-NO
           MOVE TRAN-EMP-NAME TO CAP-EMP-NAME
           MOVE TRAN-EMP-DOB-AN TO CAP-DOB
           MOVE TRAN-REGIME-ELECT TO CAP-REGIME
           MOVE TRAN-START-DATE-AN TO CAP-START
           MOVE TRAN-END-DATE-AN TO CAP-END
           MOVE WS-REASON-TEXT TO CAP-REASON
           WRITE CAP-LINE FROM CAP-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
      *
       0003-EXIT.
      *
       0003A-WRITE-HEADERS.
      *
           ADD 1 TO WS-PAGE-NUMBER
           STRING WS-CURRENT-YEAR  DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-MONTH DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  WS-CURRENT-DAY   DELIMITED BY SIZE
             INTO CAP-RUN-DATE
           MOVE WS-KEYED-BY-PARM TO CAP-KEYED-BY
           MOVE WS-PAGE-NUMBER TO CAP-PAGE-NO
           WRITE CAP-LINE FROM CAP-HEADING-1
           WRITE CAP-LINE FROM CAP-HEADING-2
           WRITE CAP-LINE FROM WS-BLANK-LINE
           MOVE ZERO TO WS-LINE-COUNT.
      *
       0003A-EXIT.
      *
       0004-WRITE-TOTALS.
      *
           IF WS-LINE-COUNT = ZERO
             PERFORM 0003A-WRITE-HEADERS THRU 0003A-EXIT
           END-IF
           WRITE CAP-LINE FROM WS-BLANK-LINE
           MOVE WS-TRAN-COUNT TO CAP-TOT-READ
           MOVE WS-CAPTURED-COUNT TO CAP-TOT-CAPTURED
           MOVE WS-REJECT-COUNT TO CAP-TOT-REJECT
           WRITE CAP-LINE FROM CAP-TOTALS-LINE
           DISPLAY 'EMPCAP - TRANSACTIONS READ: ' WS-TRAN-COUNT
           DISPLAY 'EMPCAP - PENDING APPROVAL:  ' WS-CAPTURED-COUNT
           DISPLAY 'EMPCAP - REJECTED:          ' WS-REJECT-COUNT.
      *
       0004-EXIT.
