       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXENG.
      *****************************************************************
      *                                                               *
      *   TAX COMPUTATION ENGINE SUBPROGRAM.                          *
      *                                                               *
      *   THE ONE PLACE THE LIABILITY RULES LIVE. THE TAX RUN, THE    *
      *   FORM 16 STATEMENT AND THE WHAT-IF SIMULATOR ALL CALL HERE,  *
      *   SO A FIGURE ON THE STATEMENT OR THE SIMULATION CAN NEVER    *
      *   DRIFT FROM THE FIGURE ON OUTPUTFL. ONE CALL COMPUTES ONE    *
      *   REGIME'S LIABILITY: THE CALLER PASSES THE REGIME CODE, THE  *
      *   SALARY-HEAD INCOME, THE ADDITIONAL HEADS, THE SECTION       *
      *   DEDUCTIONS AS CLAIMED AND THE REGIME'S SLAB SET (WITH THE   *
      *   AGE-BASED EXEMPT LIMIT ALREADY RESOLVED AS THE SLAB-1       *
      *   FLOOR), AND GETS BACK THE CAPPED DEDUCTIONS, THE HOUSE-     *
      *   PROPERTY SET-OFF, THE GROSS AND TAXABLE INCOME, THE BAND    *
      *   AND TAX IN EACH OF THE FIVE SLABS, THE SURCHARGE, THE CESS, *
      *   THE FLAT-RATE CAPITAL-GAINS TAX AND THE TOTAL.              *
      *                                                               *
      *   THE OLD REGIME ('O') ALLOWS THE SECTION DEDUCTIONS; THE     *
      *   NEW REGIME ('N') TAXES THE GROSS STRAIGHT OFF ITS SLABS.    *
      *   THE CAPPED SECTION FIGURES COME BACK UNDER EITHER REGIME    *
      *   SO A STATEMENT CAN SHOW WHAT WOULD HAVE BEEN ALLOWED.       *
      *                                                               *
      *   REASON CODES: '00' OK, '04' REGIME CODE NOT RECOGNISED -    *
      *   NO LIABILITY COMPUTED, RESULTS ZERO.                        *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
      *    PER-SECTION DEDUCTION CEILINGS.
       01  DEDUCTION-CAPS.
           02  DED-80C-CAP      PIC 9(9)V99 VALUE 150000.00.
           02  DED-80D-CAP      PIC 9(9)V99 VALUE 25000.00.
           02  DED-80G-CAP      PIC 9(9)V99 VALUE 100000.00.
      *
      *    ADDITIONAL-HEAD RULES - HOUSE PROPERTY JOINS THE SLAB
      *    INCOME WITH A LOSS SET OFF ONLY UP TO THE STATUTORY
      *    CEILING; THE CAPITAL-GAINS HEADS ARE TAXED FLAT AT THEIR
      *    OWN RATES AND NEVER WALK THE SLABS.
       01  ADDL-HEAD-PARMS.
           02  HP-LOSS-CAP             PIC 9(9)V99 VALUE 200000.00.
           02  STCG-FLAT-RATE          PIC V999    VALUE .150.
           02  LTCG-FLAT-RATE          PIC V999    VALUE .100.
      *
      *    SURCHARGE BANDS (APPLIED TO THE SLAB TAX BY GROSS INCOME)
      *    AND THE HEALTH & EDUCATION CESS APPLIED AFTER SURCHARGE.
       01  CESS-SURCHARGE-PARMS.
           02  SURCHARGE-LIMIT-1  PIC 9(9)V99 VALUE 5000000.00.
           02  SURCHARGE-LIMIT-2  PIC 9(9)V99 VALUE 10000000.00.
           02  SURCHARGE-LIMIT-3  PIC 9(9)V99 VALUE 20000000.00.
           02  SURCHARGE-RATE-1   PIC V999    VALUE .100.
           02  SURCHARGE-RATE-2   PIC V999    VALUE .150.
           02  SURCHARGE-RATE-3   PIC V999    VALUE .250.
           02  CESS-RATE          PIC V999    VALUE .040.
      *
      *    THE SLAB WALK IS DRIVEN OFF THIS WORK TABLE - LOADED FROM
      *    THE CALLER'S SLAB SET SO ONE WALK SERVES BOTH REGIMES.
      *    ENTRY 1'S FLOOR IS THE EXEMPT LIMIT; ENTRY 5 HAS NO
      *    CEILING.
       01  SLAB-WALK-AREA.
           02  WS-SLAB-IX             PIC 9(02) COMP VALUE ZERO.
           02  WS-SLAB-FLOOR          PIC 9(9)V99 OCCURS 5 TIMES.
           02  WS-SLAB-CEIL           PIC 9(9)V99 OCCURS 5 TIMES.
      *
      *    SIGNED WORK FIELDS - THE GROSS AND TAXABLE FIGURES ARE
      *    BUILT SIGNED AND FLOORED AT ZERO BEFORE THEY LAND IN THE
      *    UNSIGNED RESULT FIELDS.
       01  ENGINE-WORK-AREA.
           02  WS-HP-FLOOR             PIC S9(9)V99 VALUE ZERO.
           02  WS-AMOUNT-WORK          PIC S9(9)V99 VALUE ZERO.

       LINKAGE SECTION.
       01  TAX-ENGINE-PARMS.
           02  TE-REGIME              PIC X(01).
               88  TE-REGIME-OLD               VALUE 'O'.
               88  TE-REGIME-NEW               VALUE 'N'.
           02  TE-SALARY-INCOME       PIC 9(9)V99.
           02  TE-HP-INCOME           PIC S9(9)V99.
           02  TE-STCG-AMT            PIC S9(9)V99.
           02  TE-LTCG-AMT            PIC S9(9)V99.
           02  TE-80C-CLAIMED         PIC 9(9)V99.
           02  TE-80D-CLAIMED         PIC 9(9)V99.
           02  TE-80G-CLAIMED         PIC 9(9)V99.
           02  TE-HRA-CLAIMED         PIC 9(9)V99.
           02  TE-LTA-CLAIMED         PIC 9(9)V99.
           02  TE-EXEMPT-LIMIT        PIC 9(8)V99.
           02  TE-SLAB-2-LIMIT        PIC 9(9)V99.
           02  TE-SLAB-3-LIMIT        PIC 9(9)V99.
           02  TE-SLAB-4-LIMIT        PIC 9(9)V99.
           02  TE-SLAB-5-LIMIT        PIC 9(9)V99.
           02  TE-SLAB-1-RATE         PIC V999.
           02  TE-SLAB-2-RATE         PIC V999.
           02  TE-SLAB-3-RATE         PIC V999.
           02  TE-SLAB-4-RATE         PIC V999.
           02  TE-SLAB-5-RATE         PIC V999.
           02  TE-80C-ALLOWED         PIC 9(9)V99.
           02  TE-80D-ALLOWED         PIC 9(9)V99.
           02  TE-80G-ALLOWED         PIC 9(9)V99.
           02  TE-DEDUCTIONS          PIC 9(9)V99.
           02  TE-HP-SETOFF           PIC S9(9)V99.
           02  TE-STCG-TAXED          PIC 9(9)V99.
           02  TE-LTCG-TAXED          PIC 9(9)V99.
           02  TE-GROSS-INCOME        PIC 9(9)V99.
           02  TE-TAXABLE-INCOME      PIC 9(9)V99.
           02  TE-SLAB-RESULT OCCURS 5 TIMES.
               03  TE-SLAB-BAND       PIC 9(9)V99.
               03  TE-SLAB-RATE       PIC V999.
               03  TE-SLAB-TAX        PIC 9(9)V99.
           02  TE-SLAB-TAX-TOTAL      PIC 9(9)V99.
           02  TE-SURCHARGE-AMT       PIC 9(9)V99.
           02  TE-CESS-AMT            PIC 9(9)V99.
           02  TE-STCG-TAX            PIC 9(9)V99.
           02  TE-LTCG-TAX            PIC 9(9)V99.
           02  TE-FLAT-TAX            PIC 9(9)V99.
           02  TE-TOTAL-TAX           PIC 9(9)V99.
           02  TE-REASON-CODE         PIC X(02).
               88  TE-OK                       VALUE '00'.
               88  TE-BAD-REGIME               VALUE '04'.

       PROCEDURE DIVISION USING TAX-ENGINE-PARMS.
       0001-MAIN.
           SET TE-OK TO TRUE
           PERFORM 0002-CLEAR-RESULTS THRU 0002-EXIT
           IF NOT TE-REGIME-OLD AND NOT TE-REGIME-NEW
             SET TE-BAD-REGIME TO TRUE
             GOBACK
           END-IF
           PERFORM 0003-APPLY-CAPS THRU 0003-EXIT
           PERFORM 0004-SET-ADDL-HEADS THRU 0004-EXIT
           PERFORM 0005-SET-TAXABLE THRU 0005-EXIT
           PERFORM 0006-LOAD-SLAB-TABLE THRU 0006-EXIT
           PERFORM 0006A-WALK-ONE-SLAB THRU 0006A-EXIT
               VARYING WS-SLAB-IX FROM 1 BY 1 UNTIL WS-SLAB-IX > 5
           PERFORM 0007-APPLY-SURCHG-CESS THRU 0007-EXIT
      *
      *    THE FLAT-RATE CAPITAL-GAINS TAX RIDES ON TOP OF THE SLAB
      *    LIABILITY - THE SAME AMOUNT UNDER EITHER REGIME.
           COMPUTE TE-TOTAL-TAX = TE-SLAB-TAX-TOTAL + TE-SURCHARGE-AMT
               + TE-CESS-AMT + TE-FLAT-TAX
           GOBACK.
         0001-EXIT.
           EXIT.
      *
      *    EVERY RESULT IS CLEARED ON ENTRY SO SLABS A CALL NEVER
      *    REACHES CANNOT CARRY THE PRIOR CALL'S FIGURES.
       0002-CLEAR-RESULTS.
      *
           MOVE ZEROS TO TE-80C-ALLOWED
           MOVE ZEROS TO TE-80D-ALLOWED
           MOVE ZEROS TO TE-80G-ALLOWED
           MOVE ZEROS TO TE-DEDUCTIONS
           MOVE ZEROS TO TE-HP-SETOFF
           MOVE ZEROS TO TE-STCG-TAXED
           MOVE ZEROS TO TE-LTCG-TAXED
           MOVE ZEROS TO TE-GROSS-INCOME
           MOVE ZEROS TO TE-TAXABLE-INCOME
           MOVE ZEROS TO TE-SLAB-TAX-TOTAL
           MOVE ZEROS TO TE-SURCHARGE-AMT
           MOVE ZEROS TO TE-CESS-AMT
           MOVE ZEROS TO TE-STCG-TAX
           MOVE ZEROS TO TE-LTCG-TAX
           MOVE ZEROS TO TE-FLAT-TAX
           MOVE ZEROS TO TE-TOTAL-TAX
           PERFORM 0002A-CLEAR-ONE-SLAB THRU 0002A-EXIT
               VARYING WS-SLAB-IX FROM 1 BY 1 UNTIL WS-SLAB-IX > 5.
      *
       0002-EXIT.
      *
       0002A-CLEAR-ONE-SLAB.
      *
           MOVE ZEROS TO TE-SLAB-BAND (WS-SLAB-IX)
           MOVE ZEROS TO TE-SLAB-RATE (WS-SLAB-IX)
           MOVE ZEROS TO TE-SLAB-TAX (WS-SLAB-IX).
      *
       0002A-EXIT.
      *
      *    EACH SECTION IS CAPPED AT ITS OWN CEILING; HRA AND LTA
      *    CARRY NO CEILING. THE NEW REGIME APPLIES NONE OF THEM.
       0003-APPLY-CAPS.
      *
           IF TE-80C-CLAIMED > DED-80C-CAP
             MOVE DED-80C-CAP TO TE-80C-ALLOWED
           ELSE
             MOVE TE-80C-CLAIMED TO TE-80C-ALLOWED
           END-IF
           IF TE-80D-CLAIMED > DED-80D-CAP
             MOVE DED-80D-CAP TO TE-80D-ALLOWED
           ELSE
             MOVE TE-80D-CLAIMED TO TE-80D-ALLOWED
           END-IF
           IF TE-80G-CLAIMED > DED-80G-CAP
             MOVE DED-80G-CAP TO TE-80G-ALLOWED
           ELSE
             MOVE TE-80G-CLAIMED TO TE-80G-ALLOWED
           END-IF
           IF TE-REGIME-OLD
             COMPUTE TE-DEDUCTIONS = TE-HRA-CLAIMED + TE-80C-ALLOWED
                 + TE-80D-ALLOWED + TE-80G-ALLOWED + TE-LTA-CLAIMED
           END-IF.
      *
       0003-EXIT.
      *
      *    A NET HOUSE-PROPERTY LOSS SETS OFF ONLY UP TO THE
      *    STATUTORY CEILING; A NET LOSS ON EITHER CAPITAL-GAINS
      *    HEAD FLOORS AT ZERO - LOSSES DO NOT REFUND THROUGH THE
      *    FLAT RATES.
       0004-SET-ADDL-HEADS.
      *
           COMPUTE WS-HP-FLOOR = HP-LOSS-CAP * -1
           IF TE-HP-INCOME < WS-HP-FLOOR
             MOVE WS-HP-FLOOR TO TE-HP-SETOFF
           ELSE
             MOVE TE-HP-INCOME TO TE-HP-SETOFF
           END-IF
           IF TE-STCG-AMT > ZERO
             MOVE TE-STCG-AMT TO TE-STCG-TAXED
           END-IF
           IF TE-LTCG-AMT > ZERO
             MOVE TE-LTCG-AMT TO TE-LTCG-TAXED
           END-IF
           COMPUTE TE-STCG-TAX = TE-STCG-TAXED * STCG-FLAT-RATE
           COMPUTE TE-LTCG-TAX = TE-LTCG-TAXED * LTCG-FLAT-RATE
           COMPUTE TE-FLAT-TAX = TE-STCG-TAX + TE-LTCG-TAX.
      *
       0004-EXIT.
      *
      *    HOUSE PROPERTY JOINS THE SALARY-HEAD INCOME AFTER THE LOSS
      *    CEILING; A LOSS DEEP ENOUGH TO SWALLOW THE SALARY FLOORS
      *    THE GROSS AT ZERO, AND DEDUCTIONS ABOVE THE GROSS FLOOR
      *    THE TAXABLE INCOME THE SAME WAY.
       0005-SET-TAXABLE.
      *
           COMPUTE WS-AMOUNT-WORK = TE-SALARY-INCOME + TE-HP-SETOFF
           IF WS-AMOUNT-WORK > ZERO
             MOVE WS-AMOUNT-WORK TO TE-GROSS-INCOME
           END-IF
           COMPUTE WS-AMOUNT-WORK = TE-GROSS-INCOME - TE-DEDUCTIONS
           IF WS-AMOUNT-WORK > ZERO
             MOVE WS-AMOUNT-WORK TO TE-TAXABLE-INCOME
           END-IF.
      *
       0005-EXIT.
      *
      *    LOAD THE WALK TABLE FROM THE CALLER'S SLAB SET.
       0006-LOAD-SLAB-TABLE.
      *
           MOVE TE-EXEMPT-LIMIT TO WS-SLAB-FLOOR (1)
           MOVE TE-SLAB-2-LIMIT TO WS-SLAB-CEIL (1) WS-SLAB-FLOOR (2)
           MOVE TE-SLAB-3-LIMIT TO WS-SLAB-CEIL (2) WS-SLAB-FLOOR (3)
           MOVE TE-SLAB-4-LIMIT TO WS-SLAB-CEIL (3) WS-SLAB-FLOOR (4)
           MOVE TE-SLAB-5-LIMIT TO WS-SLAB-CEIL (4) WS-SLAB-FLOOR (5)
           MOVE TE-SLAB-1-RATE TO TE-SLAB-RATE (1)
           MOVE TE-SLAB-2-RATE TO TE-SLAB-RATE (2)
           MOVE TE-SLAB-3-RATE TO TE-SLAB-RATE (3)
           MOVE TE-SLAB-4-RATE TO TE-SLAB-RATE (4)
           MOVE TE-SLAB-5-RATE TO TE-SLAB-RATE (5)
      *
      *    THE TOP SLAB HAS NO CEILING - ANYTHING ABOVE ITS FLOOR.
           MOVE 999999999.99 TO WS-SLAB-CEIL (5).
      *
       0006-EXIT.
      *
      *    EACH BAND IS TAXED MARGINALLY AT ITS OWN RATE, SO THE TAX
      *    BUILDS UP SLAB BY SLAB.
       0006A-WALK-ONE-SLAB.
      *
           IF TE-TAXABLE-INCOME > WS-SLAB-FLOOR (WS-SLAB-IX)
             IF TE-TAXABLE-INCOME > WS-SLAB-CEIL (WS-SLAB-IX)
               COMPUTE TE-SLAB-BAND (WS-SLAB-IX) =
                   WS-SLAB-CEIL (WS-SLAB-IX) -
                   WS-SLAB-FLOOR (WS-SLAB-IX)
             ELSE
               COMPUTE TE-SLAB-BAND (WS-SLAB-IX) =
                   TE-TAXABLE-INCOME - WS-SLAB-FLOOR (WS-SLAB-IX)
             END-IF
             COMPUTE TE-SLAB-TAX (WS-SLAB-IX) =
                 TE-SLAB-BAND (WS-SLAB-IX) * TE-SLAB-RATE (WS-SLAB-IX)
             ADD TE-SLAB-TAX (WS-SLAB-IX) TO TE-SLAB-TAX-TOTAL
           END-IF.
      *
       0006A-EXIT.
      *
      *    SURCHARGE BY GROSS INCOME ON THE SLAB TAX, THEN THE CESS
      *    ON THE SLAB TAX PLUS SURCHARGE.
       0007-APPLY-SURCHG-CESS.
      *
           EVALUATE TRUE
             WHEN TE-GROSS-INCOME > SURCHARGE-LIMIT-3
               COMPUTE TE-SURCHARGE-AMT =
                   TE-SLAB-TAX-TOTAL * SURCHARGE-RATE-3
             WHEN TE-GROSS-INCOME > SURCHARGE-LIMIT-2
               COMPUTE TE-SURCHARGE-AMT =
                   TE-SLAB-TAX-TOTAL * SURCHARGE-RATE-2
             WHEN TE-GROSS-INCOME > SURCHARGE-LIMIT-1
               COMPUTE TE-SURCHARGE-AMT =
                   TE-SLAB-TAX-TOTAL * SURCHARGE-RATE-1
             WHEN OTHER
               MOVE ZEROS TO TE-SURCHARGE-AMT
           END-EVALUATE
           COMPUTE TE-CESS-AMT =
               (TE-SLAB-TAX-TOTAL + TE-SURCHARGE-AMT) * CESS-RATE.
      *
       0007-EXIT.
       END PROGRAM TAXENG.
