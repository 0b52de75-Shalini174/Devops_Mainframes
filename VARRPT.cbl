              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PRV-STATUS.
           SELECT SORTFILE ASSIGN TO SORTWK01.
           SELECT VARRPTFL ASSIGN TO VARRPT
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL.
           02 INCOME-TAX-P   PIC 9(9)V99.
           02 FILLER         PIC X(63).

      *
      *    THE PRIOR CYCLE'S OUTPUT SORTED INTO PAN ORDER FOR THE
      *    MATCH-MERGE - A RETAINED FILE FROM AN OLDER RELEASE MAY NOT
      *    BE IN THE ORDER THIS CYCLE'S IS.
       SD  SORTFILE
           DATA RECORD IS SORT-RECORD.
      *
       01  SORT-RECORD.
           02 SORT-REC-TYPE  PIC X(1).
               88  SORT-REC-DETAIL           VALUE 'D'.
           02 SORT-PAN-NO    PIC X(10).
           02 FILLER         PIC X(1).
           02 SORT-INCOME-TAX PIC 9(9)V99.
           02 FILLER         PIC X(63).

      *
      *    VARIANCE REPORT FOR DATA CONTROL SIGN-OFF.
       FD  VARRPTFL
           02  WS-PRV-STATUS           PIC X(02)   VALUE SPACES.
           02  WS-EOF-CUR              PIC X(001)  VALUE ' '.
               88  WS-EOF-CUR-YES                     VALUE 'Y'.
           02  WS-EOF-SORT             PIC X(001)  VALUE ' '.
               88  WS-EOF-SORT-YES                    VALUE 'Y'.
           02  WS-CUR-COUNT            PIC 9(09)   VALUE ZERO.
           02  WS-PRV-COUNT            PIC 9(09)   VALUE ZERO.
           02  WS-CHANGED-COUNT        PIC 9(09)   VALUE ZERO.
           02  WS-NEW-COUNT            PIC 9(09)   VALUE ZERO.
           02  WS-DROPPED-COUNT        PIC 9(09)   VALUE ZERO.
           02  WS-CHANGE-PCT           PIC 9(5)V99  VALUE ZERO.
           02  WS-VAR-STATUS           PIC X(08)    VALUE SPACES.
      *
      *    THE MERGE RELIES ON THIS CYCLE'S OUTPUT BEING IN PAN
      *    ORDER AS THE TAX RUN WRITES IT - THE LAST PAN MERGED IS
      *    HELD TO PROVE IT.
       01  MERGE-CONTROLS.
           02  WS-LAST-CUR-PAN         PIC X(10)   VALUE LOW-VALUES.
      *
      *    RUN DATE, ACCEPTED ONCE AT STARTUP.
       01  WS-RUN-DATE-FIELDS.
             END-IF
           END-IF
           PERFORM 0005-REGISTER-START THRU 0005-EXIT
           PERFORM 0000A-CHECK-PRIOR-RUN THRU 0000A-EXIT
           OPEN INPUT CUROUTFL
           IF WS-CUR-STATUS NOT = '00'
             DISPLAY 'VARRPT - CURRENT OUTPUT FILE OPEN FAILED - '
             STOP RUN
           END-IF
           OPEN OUTPUT VARRPTFL
           SORT SORTFILE
               ON ASCENDING KEY SORT-PAN-NO
               USING PRVOUTFL
               OUTPUT PROCEDURE IS 0007-MERGE-RUNS
                   THRU 0007-EXIT
           DISPLAY 'VARRPT - CURRENT DETAILS READ: ' WS-CUR-COUNT
           DISPLAY 'VARRPT - PRIOR DETAILS READ:   ' WS-PRV-COUNT
           DISPLAY 'VARRPT - OVER TOLERANCE:       ' WS-CHANGED-COUNT
           DISPLAY 'VARRPT - NEW PANS:             ' WS-NEW-COUNT
           DISPLAY 'VARRPT - DROPPED PANS:         ' WS-DROPPED-COUNT
       0000C1-EXIT.
      *
      *    WITHOUT THE PRIOR CYCLE'S FILE THERE IS NOTHING TO COMPARE
      *    AGAINST - THAT IS A SETUP ERROR, NOT AN EMPTY RESULT. THE
      *    OPEN IS PROVED HERE SO THE SORT NEVER STARTS WITHOUT IT.
       0000A-CHECK-PRIOR-RUN.
      *
           OPEN INPUT PRVOUTFL
           IF WS-PRV-STATUS NOT = '00'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           CLOSE PRVOUTFL.
      *
       0000A-EXIT.
      *
      *    A PRIOR PAN BELOW THIS ONE HAS DISAPPEARED FROM THE CYCLE;
      *    AN EQUAL ONE IS MEASURED; NONE AT ALL MAKES THIS PAN NEW.
       0002-COMPARE-DETAIL.
      *
           IF PAN-NO-C < WS-LAST-CUR-PAN
             DISPLAY 'VARRPT - CURRENT OUTPUT NOT IN PAN ORDER AT PAN '
                 PAN-NO-C
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE PAN-NO-C TO WS-LAST-CUR-PAN
           PERFORM 0004A-LIST-DROPPED-PRIOR THRU 0004A-EXIT
               UNTIL WS-EOF-SORT-YES
                  OR SORT-PAN-NO NOT < PAN-NO-C
           IF NOT WS-EOF-SORT-YES AND SORT-PAN-NO = PAN-NO-C
             PERFORM 0002B-MEASURE-VARIANCE THRU 0002B-EXIT
             IF WS-CHANGE-PCT > WS-TOLERANCE-PCT
               ADD 1 TO WS-CHANGED-COUNT
               MOVE 'CHANGED' TO WS-VAR-STATUS
               MOVE PAN-NO-C TO VAR-PAN-NO
               MOVE SORT-INCOME-TAX TO VAR-PRIOR-TAX
               MOVE INCOME-TAX-C TO VAR-CURRENT-TAX
               PERFORM 0003-WRITE-VARIANCE THRU 0003-EXIT
             END-IF
             PERFORM 0007A-RETURN-PRIOR THRU 0007A-EXIT
           ELSE
             ADD 1 TO WS-NEW-COUNT
             MOVE 'NEW' TO WS-VAR-STATUS
           END-IF.
      *
       0002-EXIT.
      *
      *    PERCENTAGE MOVEMENT AGAINST THE PRIOR FIGURE. A PRIOR TAX
      *    OF ZERO MAKES ANY NON-ZERO CURRENT FIGURE AN UNBOUNDED
       0002B-MEASURE-VARIANCE.
      *
           COMPUTE WS-TAX-DIFF = INCOME-TAX-C
               - SORT-INCOME-TAX
           IF WS-TAX-DIFF < ZERO
             COMPUTE WS-TAX-DIFF-ABS = WS-TAX-DIFF * -1
           ELSE
             MOVE WS-TAX-DIFF TO WS-TAX-DIFF-ABS
           END-IF
           EVALUATE TRUE
             WHEN SORT-INCOME-TAX > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED = WS-TAX-DIFF-ABS * 100
                   / SORT-INCOME-TAX
                 ON SIZE ERROR
                   MOVE 99999.99 TO WS-CHANGE-PCT
               END-COMPUTE
      *
       0003A-EXIT.
      *
      *    END-OF-RUN SWEEP - THE PRIOR-RUN PANS LEFT WHEN THIS
      *    CYCLE'S OUTPUT RUNS OUT HAVE DISAPPEARED FROM THE CYCLE,
      *    LIKE THE ONES THE MERGE ALREADY PASSED.
       0004-SWEEP-DROPPED.
      *
           PERFORM 0004A-LIST-DROPPED-PRIOR THRU 0004A-EXIT
               UNTIL WS-EOF-SORT-YES.
      *
       0004-EXIT.
      *
       0004A-LIST-DROPPED-PRIOR.
      *
           ADD 1 TO WS-DROPPED-COUNT
           MOVE 'DROPPED' TO WS-VAR-STATUS
           MOVE ZEROS TO WS-CHANGE-PCT
           MOVE SORT-PAN-NO TO VAR-PAN-NO
           MOVE SORT-INCOME-TAX TO VAR-PRIOR-TAX
           MOVE ZEROS TO VAR-CURRENT-TAX
           PERFORM 0003-WRITE-VARIANCE THRU 0003-EXIT
           PERFORM 0007A-RETURN-PRIOR THRU 0007A-EXIT.
      *
       0004A-EXIT.
      *
           CALL 'RUNCTL' USING RUN-CONTROL-PARMS.
      *
       0006-EXIT.
      *
      *    SORT OUTPUT PROCEDURE - THIS CYCLE'S OUTPUT IS READ ONCE,
      *    TOP TO BOTTOM, AGAINST THE PRIOR CYCLE'S DETAILS COMING
      *    BACK FROM THE SORT IN PAN ORDER.
       0007-MERGE-RUNS.
      *
           PERFORM 0007A-RETURN-PRIOR THRU 0007A-EXIT
           PERFORM UNTIL WS-EOF-CUR-YES
               READ CUROUTFL
                   AT END
                       SET WS-EOF-CUR-YES TO TRUE
                   NOT AT END
                       IF CUR-REC-DETAIL
                         ADD 1 TO WS-CUR-COUNT
                         PERFORM 0002-COMPARE-DETAIL THRU 0002-EXIT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0004-SWEEP-DROPPED THRU 0004-EXIT.
      *
       0007-EXIT.
      *
      *    THE PRIOR FILE'S TRAILER SORTS IN WITH THE DETAILS AND IS
      *    PASSED OVER HERE.
       0007A-RETURN-PRIOR.
      *
           RETURN SORTFILE
             AT END
               SET WS-EOF-SORT-YES TO TRUE
               GO TO 0007A-EXIT
           END-RETURN
           IF NOT SORT-REC-DETAIL
             GO TO 0007A-RETURN-PRIOR
           END-IF
           ADD 1 TO WS-PRV-COUNT.
      *
       0007A-EXIT.
