      *    RUN-REGISTRY INTERLOCK - THE CALLED RUNCTL SUBPROGRAM
      *    STAMPS THIS JOB IN THE SHARED REGISTRY AT START AND END
      *    AND REFUSES THE START WHEN A RUN IS ALREADY OPEN FOR THE
      *    CYCLE, OR WHEN THE MASTER RECONCILIATION HAS NOT PASSED
      *    FOR IT. THE CYCLE DATE COMES FROM THE RUN PARAMETER,
      *    DEFAULTED TO THE RUN DATE.
       01  RUN-CONTROL-PARMS.
           02  RC-FUNCTION            PIC X(01)   VALUE SPACE.
               88  RC-FUNC-END                 VALUE 'E'.
           02  RC-JOB-NAME            PIC X(08)   VALUE 'PANCONS '.
           02  RC-CYCLE-DATE          PIC 9(08)   VALUE ZERO.
           02  RC-PREREQ-JOB          PIC X(08)   VALUE 'MSTREC  '.
           02  RC-ALLOW-RESTART       PIC X(01)   VALUE 'N'.
           02  RC-RECORD-COUNT        PIC 9(09)   VALUE ZERO.
           02  RC-REASON-CODE         PIC X(02)   VALUE SPACES.
