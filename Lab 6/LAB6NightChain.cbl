      *             LAB 6 - NIGHTLY CHAIN CONTROLLER
      *
      *  DRIVE THE WHOLE NIGHTLY RUN IN ORDER - Lab6SortMerge, THEN
      *  Lab6MasterPost, THEN Lab6Standing, THEN Lab6Caseload, THEN
      *  Lab6GradeStats -
      *  CHECKING EACH STEP'S RETURN CODE, RECORDING EACH STEP'S
      *  COMPLETION AGAINST THE CHAIN RUN NUMBER IN RUNCONTROL.TXT,
      *  AND HOLDING EVERY DOWNSTREAM STEP WHEN AN UPSTREAM ONE
      *     0 - STEP COMPLETED CLEAN, CHAIN CONTINUES
      *     8 - Lab6SortMerge SIGNALS A RECONCILIATION FAILURE -
      *         THE CHAIN HOLDS SO A SHORT EXTRACT NEVER POSTS
      *    12 - Lab6MasterPost OR Lab6GradeStats REFUSED THE
      *         REGISTRAR EXTRACT - ITS HEADER/TRAILER DID NOT
      *         BALANCE, IT WAS NOT A FINAL RUN FOR THIS POSTING
      *         TERM, OR ITS RUN NUMBER HAD ALREADY POSTED
      *     ANY OTHER NON-ZERO CODE ALSO HOLDS THE CHAIN
      ******
      *  CHAIN RECORDS IN RUNCONTROL.TXT
      *     THE CONTROLLER APPENDS ITS OWN RECORDS, MARKED 'CHAIN'
      *     IN COLUMNS 1-5 SO THEY STAND APART FROM THE REPORT
      *     RUN'S OWN LOG RECORDS: ONE 'DONE' OR 'FAILED' RECORD
      *     PER STEP AND ONE 'CHAINEND' RECORD WHEN ALL FIVE STEPS
      *     HAVE COMPLETED
      ******
      *  THE CONTROLLER ENDS WITH RETURN CODE 8 WHEN THE CHAIN IS
           05  WS-LAST-RUN                  PIC 9(5)  VALUE ZERO.
      *
      ***************CHAIN STEP TABLE**********************************
      *  THE FIVE NIGHTLY STEPS IN THE ONLY ORDER THEY MAY RUN -
      *  EACH COMMAND IS THE STEP'S COMPILED PROGRAM IN THE RUN
      *  DIRECTORY, INVOKED THROUGH THE SYSTEM ROUTINE
      *
       01  WS-CHAIN-STEPS                   PIC 9     VALUE 5.
       01  CHAIN-STEP-DATA.
           05  FILLER  PIC X(40) VALUE
               'SORTMERGE ./Lab6SortMerge'.
               'MASTERPOST./Lab6MasterPost'.
           05  FILLER  PIC X(40) VALUE
               'STANDING  ./Lab6Standing'.
           05  FILLER  PIC X(40) VALUE
               'CASELOAD  ./Lab6Caseload'.
           05  FILLER  PIC X(40) VALUE
               'GRADESTATS./Lab6GradeStats'.
      *
       01  CHAIN-STEP-TABLE REDEFINES CHAIN-STEP-DATA.
           05  STP-ENTRY OCCURS 5 TIMES.
               10  STP-NAME                 PIC X(10).
               10  STP-COMMAND              PIC X(30).
      *
       01  CHAIN-DONE-TABLE.
           05  STP-DONE OCCURS 5 TIMES      PIC X.
      *
      ***************STEP RETURN-CODE FIELDS***************************
      *  THE SYSTEM ROUTINE HANDS BACK THE RAW WAIT STATUS, WHICH
