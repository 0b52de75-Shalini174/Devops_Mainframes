      *******This program maintains the EMPMAST employee master from the
      * pending-change file (ADD/CHG/DEL). Only changes a second
      * operator has approved through EMPAPR are applied - each one is
      * marked applied or failed on the pending file - and a
      * before/after change audit report, showing who keyed and who
      * approved every change, lets HR sign off every master update
      * before the tax run. **********
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPPEND ASSIGN TO EMPPEND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PEND-KEY
              FILE STATUS IS WS-PEND-STATUS.
           SELECT EMPMAST ASSIGN TO EMPMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
      *
      *    PENDING MASTER CHANGES AS CAPTURED BY EMPCAP - ONE PER
      *    KEYED TRANSACTION, KEYED ON CAPTURE DATE PLUS A SEQUENCE
      *    WITHIN THE DAY. 'P' AWAITS A CHECKER, 'A' APPROVED, 'R'
      *    REJECTED BY THE CHECKER, 'X' APPLIED HERE, 'F' APPROVED
      *    BUT FAILED THE MASTER EDITS HERE. THE TRANSACTION IS
      *    CARRIED AS KEYED, IN THE EMPTRANS LAYOUT.
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
      *    EMP-START-DATE AND EMP-END-DATE BOUND THE EMPLOYMENT -
      *    ZEROS MEAN A MASTER BUILT BEFORE THE FIELDS EXISTED
      *    (TREATED AS EMPLOYED ALL YEAR) OR NO LEAVING DATE SET.
      *    EMP-BANK-IFSC AND EMP-BANK-ACCT-NO ARE THE SALARY
      *    ACCOUNT A TAX REFUND IS PAID TO - SPACES MEAN NO
      *    ACCOUNT ON FILE.
       FD  EMPMAST
           RECORDING MODE IS F
           LABEL RECORDS STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS EMP-MASTER-REC.
      *
       01  EMP-MASTER-REC.
               88  EMP-ELECT-NEW             VALUE 'N'.
           02  EMP-START-DATE    PIC 9(08).
           02  EMP-END-DATE      PIC 9(08).
           02  EMP-BANK-IFSC     PIC X(11).
           02  EMP-BANK-ACCT-NO  PIC X(18).

      *
      *    BEFORE/AFTER CHANGE AUDIT REPORT FOR HR SIGN-OFF.

       01  MISCELLANEOUS.
           02  WS-EMP-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-PEND             PIC X(001)  VALUE ' '.
               88  WS-EOF-PEND-YES                    VALUE 'Y'.
           02  WS-VALID-TRAN           PIC X(001)  VALUE 'Y'.
               88  WS-VALID-TRAN-YES                   VALUE 'Y'.
               88  WS-VALID-TRAN-NO                    VALUE 'N'.
           02  WS-TRAN-COUNT           PIC 9(09)   VALUE ZERO.
           02  WS-APPLIED-COUNT        PIC 9(09)   VALUE ZERO.
           02  WS-REJECT-COUNT         PIC 9(09)   VALUE ZERO.
           02  WS-PEND-STATUS          PIC X(02)   VALUE SPACES.
      *
      *    MAINTENANCE TRANSACTION KEYED BY DATA CONTROL, AS CARRIED
      *    ON THE PENDING FILE - ONE PER MASTER ACTION. ON A CHANGE,
      *    A BLANK FIELD (OR ZERO DOB) MEANS LEAVE THE MASTER VALUE
      *    AS IT STANDS.
      *    ON A CHANGE A BLANK EMPLOYMENT DATE MEANS LEAVE THE
      *    MASTER VALUE AS IT STANDS; AN ALL-ZERO END DATE KEYED
      *    EXPLICITLY CLEARS A LEAVING DATE ENTERED IN ERROR.
      *    THE BANK IFSC AND ACCOUNT ARE KEYED AS A PAIR - A CHANGE
      *    OF ACCOUNT NEARLY ALWAYS MEANS A CHANGE OF BRANCH TOO.
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
           02  TRAN-EMP-DOB      PIC 9(08).
           02  TRAN-EMP-DOB-X REDEFINES TRAN-EMP-DOB.
               03  TRAN-DOB-YEAR     PIC 9(04).
               03  TRAN-DOB-MONTH    PIC 9(02).
               03  TRAN-DOB-DAY      PIC 9(02).
           02  TRAN-EMP-DOB-AN REDEFINES TRAN-EMP-DOB
                                 PIC X(08).
           02  FILLER            PIC X(01).
           02  TRAN-REGIME-ELECT PIC X(01).
           02  FILLER            PIC X(01).
           02  TRAN-START-DATE   PIC 9(08).
           02  TRAN-START-DATE-X REDEFINES TRAN-START-DATE.
               03  TRAN-START-YEAR   PIC 9(04).
               03  TRAN-START-MONTH  PIC 9(02).
               03  TRAN-START-DAY    PIC 9(02).
           02  TRAN-START-DATE-AN REDEFINES TRAN-START-DATE
                                 PIC X(08).
           02  FILLER            PIC X(01).
           02  TRAN-END-DATE     PIC 9(08).
           02  TRAN-END-DATE-X REDEFINES TRAN-END-DATE.
               03  TRAN-END-YEAR     PIC 9(04).
               03  TRAN-END-MONTH    PIC 9(02).
               03  TRAN-END-DAY      PIC 9(02).
           02  TRAN-END-DATE-AN REDEFINES TRAN-END-DATE
                                 PIC X(08).
           02  FILLER            PIC X(01).
           02  TRAN-BANK-IFSC    PIC X(11).
           02  FILLER            PIC X(01).
           02  TRAN-BANK-ACCT-NO PIC X(18).
      *
      *    PAN STRUCTURE VALIDATION - THE CALLED TESTPGM CHECK IS
      *    APPLIED ON AN ADD SO A STRUCTURALLY BAD PAN NEVER GETS
           02  WS-BEF-REGIME-ELECT     PIC X(01)   VALUE SPACE.
           02  WS-BEF-START-DATE       PIC 9(08)   VALUE ZERO.
           02  WS-BEF-END-DATE         PIC 9(08)   VALUE ZERO.
           02  WS-BEF-BANK-IFSC        PIC X(11)   VALUE SPACES.
           02  WS-BEF-BANK-ACCT-NO     PIC X(18)   VALUE SPACES.
      *
      *    SHARED YYYYMMDD-TO-DASHED FORMATTER FOR THE EMPLOYMENT
      *    DATES ON THE IMAGE LINES.
           02  FILLER      PIC X(04)  VALUE 'ACT'.
           02  FILLER      PIC X(12)  VALUE 'PAN NO'.
           02  FILLER      PIC X(09)  VALUE 'STATUS'.
           02  FILLER      PIC X(31)  VALUE 'REASON'.
           02  FILLER      PIC X(09)  VALUE 'KEYED BY'.
           02  FILLER      PIC X(67)  VALUE 'APPROVED BY'.

       01  RPT-TRAN-LINE.
           02  RPT-ACTION      PIC X(03).
           02  RPT-STATUS      PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  RPT-REASON      PIC X(30).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  RPT-KEYED-BY    PIC X(08).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  RPT-APPROVED-BY PIC X(08).
           02  FILLER          PIC X(59) VALUE SPACES.
      *
      *    BEFORE/AFTER IMAGE LINE - ONE WRITTEN FOR THE MASTER AS
      *    IT STOOD, ONE FOR THE MASTER AS APPLIED.
           02  RPT-IMG-START   PIC X(10).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  RPT-IMG-END     PIC X(10).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  RPT-IMG-IFSC    PIC X(11).
           02  FILLER          PIC X(01) VALUE SPACE.
           02  RPT-IMG-ACCT-NO PIC X(18).
           02  FILLER          PIC X(21) VALUE SPACES.

       01  RPT-TOTALS-LINE.
           02  FILLER          PIC X(19) VALUE 'APPROVED CHANGES:'.
           02  RPT-TOT-READ    PIC ZZZ,ZZZ,ZZ9.
           02  FILLER          PIC X(12) VALUE '  APPLIED:'.
           02  RPT-TOT-APPLIED PIC ZZZ,ZZZ,ZZ9.
       0001-MAIN.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 0008-REGISTER-START THRU 0008-EXIT
           OPEN I-O EMPMAST
      *
      *    A BRAND-NEW MASTER HAS NO FILE TO OPEN I-O - CREATE IT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
      *
      *    NO PENDING FILE YET MEANS NOTHING HAS EVER BEEN KEYED -
      *    THE RUN STILL PRODUCES ITS HEADED, ALL-ZERO REPORT.
           OPEN I-O EMPPEND
           IF WS-PEND-STATUS = '35'
             DISPLAY 'EMPMNT - NO PENDING-CHANGE FILE - NOTHING '
                 'TO APPLY'
             SET WS-EOF-PEND-YES TO TRUE
           ELSE
             IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'EMPMNT - EMPPEND OPEN FAILED, STATUS '
                   WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF
           OPEN OUTPUT AUDITRPT
           PERFORM UNTIL WS-EOF-PEND-YES
               READ EMPPEND NEXT RECORD
                   AT END
                       SET WS-EOF-PEND-YES TO TRUE
                   NOT AT END
                        IF PEND-STATUS-APPROVED
                          PERFORM 0001C-APPLY-APPROVED THRU
                              0001C-EXIT
                        END-IF
               END-READ
           END-PERFORM
           PERFORM 0004-WRITE-TOTALS THRU 0004-EXIT
           CLOSE EMPMAST, AUDITRPT
           IF WS-PEND-STATUS NOT = '35'
             CLOSE EMPPEND
           END-IF
           PERFORM 0009-REGISTER-END THRU 0009-EXIT
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    AN APPROVED CHANGE IN KEYING ORDER. THE CHECKER MUST NOT
      *    BE THE KEYER - EMPAPR REFUSES THAT, AND IT IS PROVED AGAIN
      *    HERE SO A PENDING FILE PATCHED BY HAND CANNOT SLIP A
      *    SELF-APPROVED CHANGE ONTO THE MASTER. THE OUTCOME IS
      *    STAMPED BACK ON THE PENDING RECORD SO IT IS APPLIED ONCE.
       0001C-APPLY-APPROVED.
      *
           ADD 1 TO WS-TRAN-COUNT
           MOVE PEND-TRAN-IMAGE TO EMP-TRAN-REC
           IF PEND-CHECKED-BY = SPACES
              OR PEND-CHECKED-BY = PEND-KEYED-BY
             SET WS-VALID-TRAN-NO TO TRUE
             MOVE 'NOT APPROVED BY A 2ND USER' TO WS-REASON-TEXT
           ELSE
             PERFORM 0001A-VALIDATE-TRAN THRU 0001A-EXIT
           END-IF
           IF WS-VALID-TRAN-YES
             PERFORM 0002-APPLY-TRAN THRU 0002-EXIT
           ELSE
             PERFORM 0003B-AUDIT-REJECT THRU 0003B-EXIT
           END-IF
           IF WS-VALID-TRAN-YES
             SET PEND-STATUS-APPLIED TO TRUE
             MOVE SPACES TO PEND-REASON
           ELSE
             SET PEND-STATUS-FAILED TO TRUE
             MOVE WS-REASON-TEXT TO PEND-REASON
           END-IF
           MOVE WS-RUN-DATE-YYYYMMDD TO PEND-APPLIED-DATE
           REWRITE PEND-RECORD
             INVALID KEY
               DISPLAY 'EMPMNT - PENDING REWRITE FAILED FOR '
                   PEND-KEY ' - STATUS ' WS-PEND-STATUS
           END-REWRITE.
      *
       0001C-EXIT.
      *
      *    FIELD EDITS COMMON TO EVERY ACTION, THEN THE PER-ACTION
      *    CONTENT EDITS. DUPLICATE/NOT-FOUND CHECKING IS DONE IN
      *    0002-APPLY-TRAN WHERE THE MASTER IS IN HAND.
              AND TRAN-REGIME-ELECT NOT = 'N'
             SET WS-VALID-TRAN-NO TO TRUE
             MOVE 'REGIME ELECTION NOT O OR N' TO WS-REASON-TEXT
             GO TO 0001A-EXIT
           END-IF
      *
      *    BANK DETAILS ARE OPTIONAL ON EVERY ACTION, BUT WHEN KEYED
      *    THEY COME AS A PAIR AND THE IFSC MUST HAVE ITS FIXED
      *    SHAPE - FOUR LETTERS OF BANK CODE, A ZERO, THEN SIX
      *    CHARACTERS OF BRANCH - SO A REFUND IS NEVER SENT TO A
      *    HALF-KEYED ACCOUNT.
           IF TRAN-BANK-IFSC = SPACES AND TRAN-BANK-ACCT-NO = SPACES
             GO TO 0001A-EXIT
           END-IF
           IF TRAN-BANK-IFSC = SPACES OR TRAN-BANK-ACCT-NO = SPACES
             SET WS-VALID-TRAN-NO TO TRUE
             MOVE 'BANK IFSC AND ACCOUNT NOT PAIR' TO WS-REASON-TEXT
             GO TO 0001A-EXIT
           END-IF
           IF TRAN-BANK-IFSC (1:4) NOT ALPHABETIC
              OR TRAN-BANK-IFSC (1:4) = SPACES
              OR TRAN-BANK-IFSC (5:1) NOT = '0'
              OR TRAN-BANK-IFSC (6:6) = SPACES
             SET WS-VALID-TRAN-NO TO TRUE
             MOVE 'BANK IFSC NOT VALID' TO WS-REASON-TEXT
             GO TO 0001A-EXIT
           END-IF
           IF TRAN-BANK-ACCT-NO (1:1) = SPACE
             SET WS-VALID-TRAN-NO TO TRUE
             MOVE 'BANK ACCOUNT HAS LEADING SPACE' TO WS-REASON-TEXT
           END-IF.
      *
       0001A-EXIT.
           MOVE SPACE TO WS-BEF-REGIME-ELECT
           MOVE ZEROS TO WS-BEF-START-DATE
           MOVE ZEROS TO WS-BEF-END-DATE
           MOVE SPACES TO WS-BEF-BANK-IFSC
           MOVE SPACES TO WS-BEF-BANK-ACCT-NO
           MOVE TRAN-PAN-NO TO EMP-PAN-NO
           READ EMPMAST
             INVALID KEY
               MOVE EMP-REGIME-ELECT TO WS-BEF-REGIME-ELECT
               MOVE EMP-START-DATE TO WS-BEF-START-DATE
               MOVE EMP-END-DATE TO WS-BEF-END-DATE
               MOVE EMP-BANK-IFSC TO WS-BEF-BANK-IFSC
               MOVE EMP-BANK-ACCT-NO TO WS-BEF-BANK-ACCT-NO
           END-READ.
      *
       0002D-EXIT.
           ELSE
             MOVE ZEROS TO EMP-END-DATE
           END-IF
           MOVE TRAN-BANK-IFSC TO EMP-BANK-IFSC
           MOVE TRAN-BANK-ACCT-NO TO EMP-BANK-ACCT-NO
           IF EMP-END-DATE NOT = ZERO
              AND EMP-END-DATE < EMP-START-DATE
             SET WS-VALID-TRAN-NO TO TRUE
              AND TRAN-END-DATE NUMERIC
             MOVE TRAN-END-DATE TO EMP-END-DATE
           END-IF
           IF TRAN-BANK-IFSC NOT = SPACES
             MOVE TRAN-BANK-IFSC TO EMP-BANK-IFSC
             MOVE TRAN-BANK-ACCT-NO TO EMP-BANK-ACCT-NO
           END-IF
           IF EMP-START-DATE NUMERIC AND EMP-END-DATE NUMERIC
              AND EMP-START-DATE NOT = ZERO
              AND EMP-END-DATE NOT = ZERO
           MOVE TRAN-PAN-NO TO RPT-PAN-NO
           MOVE 'APPLIED' TO RPT-STATUS
           MOVE SPACES TO RPT-REASON
           MOVE PEND-KEYED-BY TO RPT-KEYED-BY
           MOVE PEND-CHECKED-BY TO RPT-APPROVED-BY
           PERFORM 0007-WRITE-AUDIT-LINE THRU 0007-EXIT
      *
      *    BEFORE IMAGE - ONLY WHERE THE MASTER EXISTED GOING IN.
             MOVE WS-BEF-END-DATE TO WS-FMT-DATE-IN
             PERFORM 0003E-FORMAT-DATE THRU 0003E-EXIT
             MOVE WS-FMT-DATE-OUT TO RPT-IMG-END
             MOVE WS-BEF-BANK-IFSC TO RPT-IMG-IFSC
             MOVE WS-BEF-BANK-ACCT-NO TO RPT-IMG-ACCT-NO
             PERFORM 0007A-WRITE-IMAGE-LINE THRU 0007A-EXIT
           END-IF
      *
             MOVE EMP-END-DATE TO WS-FMT-DATE-IN
             PERFORM 0003E-FORMAT-DATE THRU 0003E-EXIT
             MOVE WS-FMT-DATE-OUT TO RPT-IMG-END
             MOVE EMP-BANK-IFSC TO RPT-IMG-IFSC
             MOVE EMP-BANK-ACCT-NO TO RPT-IMG-ACCT-NO
             PERFORM 0007A-WRITE-IMAGE-LINE THRU 0007A-EXIT
           END-IF.
      *
           MOVE TRAN-PAN-NO TO RPT-PAN-NO
           MOVE 'REJECTED' TO RPT-STATUS
           MOVE WS-REASON-TEXT TO RPT-REASON
           MOVE PEND-KEYED-BY TO RPT-KEYED-BY
           MOVE PEND-CHECKED-BY TO RPT-APPROVED-BY
           PERFORM 0007-WRITE-AUDIT-LINE THRU 0007-EXIT.
      *
       0003B-EXIT.
