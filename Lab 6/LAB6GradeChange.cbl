       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Lab6GradeChange.
       AUTHOR.         TEAM OGLETREE.
      ******************************************************************
      *
      *             LAB 6 - POST-TERM CHANGE OF GRADE
      *
      *  APPLY THE CHANGE-OF-GRADE FORMS INSTRUCTORS SUBMIT AFTER A
      *  TERM IS POSTED - GRADING ERRORS AND RESOLVED APPEALS - TO
      *  THE PERMANENT STUDENT MASTER ONE TRANSACTION AT A TIME,
      *  INSTEAD OF RERUNNING Lab6SortMerge AND Lab6MasterPost FOR
      *  THE WHOLE TERM OR HAND-EDITING RECORDS.  EVERY CHANGE IS
      *  CHECKED AGAINST THE GRADE THE MASTER ACTUALLY HOLDS FOR
      *  THAT TERM; A TRANSACTION THAT DOES NOT MATCH IS LISTED AND
      *  NEVER APPLIED
      ******
      *  INPUT
      *     GRADECHANGE.TXT - ONE TRANSACTION PER CHANGE FORM:
      *     DEPT / CLASS / STUDENT ID / TERM / EXPECTED OLD GRADE /
      *     NEW AVERAGE / NEW GRADE / REASON CODE / AUTHORIZING CHAIR
      *     STUDENTMASTER.DAT - INDEXED MASTER KEYED BY
      *     DEPARTMENT / CLASS / PERMANENT STUDENT ID, OPENED I-O
      *     COURSECATALOG.TXT - CLASS / DEPARTMENT / TITLE / CREDITS
      ******
      *  OUTPUT
      *     STUDENTMASTER.DAT - TERM ROW, GPA, CREDITS, AND STANDING
      *     CODE REWRITTEN IN PLACE FOR EVERY APPLIED CHANGE
      *     GRADECHANGEAUDIT.TXT - ONE AUDIT LINE PER APPLIED CHANGE
      *     SHOWING THE DATE, AUTHORIZING CHAIR, KEY, TERM, BEFORE
      *     AND AFTER GRADE, AVERAGE, GPA AND STANDING, AND REASON,
      *     APPENDED THE WAY MASTERAUDIT.TXT IS
      *     L6GRADENOTICE.TXT - ONE CONFIRMATION NOTICE PAGE PER
      *     APPLIED CHANGE, FOR MAILING TO THE STUDENT
      *     L6GRADECHGREJ.TXT - EVERY TRANSACTION NOT APPLIED, WITH
      *     THE REASON IT WAS REJECTED
      ******
      *  REASON CODES
      *     CALC - GRADE CALCULATION OR GRADING ERROR
      *     APPL - GRADE APPEAL RESOLVED
      *     INCP - INCOMPLETE WORK COMPLETED
      *     CLER - CLERICAL OR RECORDING ERROR
      ******
      *  CALCULATIONS
      *     THE NEW GRADE MUST FIT THE NEW AVERAGE ON THE REPORT
      *     RUN'S SCALE (ABOVE 89 A, 80 B, 70 C, 60 D, BELOW 60 F)
      *     UNLESS THE CHANGE IS TO A WITHDRAWAL ('W')
      *     GPA AND CREDITS ARE RECOMPUTED EXACTLY AS
      *     Lab6MasterPost DOES - CATALOG CREDIT HOURS (3 WHEN NOT
      *     IN THE CATALOG), LATEST GRADED ATTEMPT ONLY - AND THE
      *     STANDING CODE IS REFRESHED BY THE SAME LADDER
      *     Lab6Standing USES (DL / P1 / P2 / DR / GS).  WHEN THE
      *     REFRESH MOVES THE CODE, THE CODE IT REPLACED BECOMES THE
      *     PRIOR STANDING AND THE RECORD IS MARKED ('G') SO THE NEXT
      *     STANDING RUN KEEPS THAT PRIOR AND Lab6Caseload SHOWS THE
      *     MOVE
      ******
      *  A RUN WITH ANY REJECTED TRANSACTION ENDS WITH RETURN CODE 4
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT GRADE-CHANGE-FILE
               ASSIGN TO 'GRADECHANGE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRADE-CHANGE-STATUS.
      *
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT OPTIONAL COURSE-CATALOG-FILE
               ASSIGN TO 'COURSECATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL AUDIT-LOG-FILE
               ASSIGN TO 'GRADECHANGEAUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT NOTICE-FILE
               ASSIGN TO PRINTER 'L6GRADENOTICE.TXT'.
      *
           SELECT REJECT-LIST-FILE
               ASSIGN TO PRINTER 'L6GRADECHGREJ.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  GRADE-CHANGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-CHANGE-RECORD.
           05  GC-STUDENT-KEY.
               10  GC-DEPT-CODE             PIC A(4).
               10  GC-CLASS-CODE            PIC X(5).
               10  GC-STUDENT-ID            PIC 9(7).
           05  GC-TERM                      PIC X(6).
           05  GC-OLD-GRADE                 PIC X.
           05  GC-NEW-AVERAGE               PIC 999V99.
           05  GC-NEW-GRADE                 PIC X.
               88 VALID-NEW-GRADE           VALUE 'A' 'B' 'C' 'D'
                                                  'F' 'W'.
           05  GC-REASON-CODE               PIC X(4).
               88 VALID-REASON-CODE         VALUE 'CALC' 'APPL'
                                                  'INCP' 'CLER'.
           05  GC-CHAIR-NAME                PIC X(20).
           05  FILLER                       PIC X(27).
      *
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-KEY.
               10  SM-DEPT-CODE             PIC A(4).
               10  SM-CLASS-CODE            PIC X(5).
               10  SM-STUDENT-ID            PIC 9(7).
           05  SM-NAME                      PIC X(20).
           05  SM-TERM-COUNT                PIC 99.
           05  SM-TERM-HISTORY OCCURS 12 TIMES.
               10  SM-HIST-TERM             PIC X(6).
               10  SM-HIST-AVERAGE          PIC 999V99.
               10  SM-HIST-GRADE            PIC X.
           05  SM-GPA                       PIC 9V99.
           05  SM-CREDITS-EARNED            PIC 9(3).
           05  SM-STANDING-CODE             PIC X(2).
           05  SM-PRIOR-STANDING            PIC X(2).
           05  SM-STANDING-SOURCE           PIC X.
               88 STANDING-SET-BY-CHANGE               VALUE 'G'.
           05  FILLER                       PIC X(7).
      *
       FD  COURSE-CATALOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  COURSE-CATALOG-RECORD.
           05  CCF-CLASS-CODE               PIC X(5).
           05  CCF-DEPT-CODE                PIC X(4).
           05  CCF-TITLE                    PIC X(30).
           05  CCF-CREDITS                  PIC 9.
      *
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  AUDIT-RECORD                     PIC X(120).
      *
       FD  NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-LINE                      PIC X(80).
      *
       FD  REJECT-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REJECT-LIST-LINE                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  RUN-END-FLAG                 PIC X      VALUE 'N'.
               88 LOW-RUN-ENDED                        VALUE 'Y'.
      *
       01  WS-MASTER-STATUS                PIC XX      VALUE '00'.
           88 MASTER-FILE-MISSING                      VALUE '35'.
      *
       01  WS-GRADE-CHANGE-STATUS          PIC XX      VALUE '00'.
           88 GRADE-CHANGE-FILE-MISSING                VALUE '35'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE ZERO.
           05  WS-TERM-ROW                 PIC 99      VALUE ZERO.
           05  WS-COUNTING-ROW             PIC 99      VALUE ZERO.
      *
       01  CONSTANT-FIELDS.
           05  CF-CLASS-CREDITS            PIC 9       VALUE 3.
      *
      ***************COURSE CATALOG TABLE******************************
      *  LOADED FROM COURSECATALOG.TXT FOR THE CREDIT HOURS THE GPA
      *  IS WEIGHTED BY AND THE TITLE THE NOTICE PRINTS - A CLASS
      *  NOT IN THE CATALOG FALLS BACK TO CF-CLASS-CREDITS
      *
       01  WS-MAX-CATALOG                   PIC 999   VALUE 200.
       01  COURSE-CATALOG-TABLE.
           05  WS-CATALOG-COUNT             PIC 999   VALUE ZERO.
           05  CAT-ENTRY OCCURS 200 TIMES.
               10  CAT-CLASS-CODE           PIC X(5).
               10  CAT-DEPT-CODE            PIC X(4).
               10  CAT-TITLE                PIC X(30).
               10  CAT-CREDITS              PIC 9.
       01  CAT-SUB                          PIC 999   VALUE ZERO.
       01  WS-CLASS-CREDITS                 PIC 9     VALUE 3.
       01  WS-CLASS-TITLE                   PIC X(30) VALUE SPACES.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  WS-REJECT-REASON                PIC X(30)   VALUE SPACES.
           88 TRANSACTION-VALID                        VALUE SPACES.
      *
       01  WS-FITTING-GRADE                PIC X       VALUE SPACE.
      *
      *  THE ROW AND TOTALS AS THEY STOOD BEFORE THE CHANGE, FOR THE
      *  AUDIT LINE AND THE NOTICE
       01  BEFORE-CHANGE-FIELDS.
           05  BC-AVERAGE                  PIC 999V99  VALUE ZERO.
           05  BC-GRADE                    PIC X       VALUE SPACE.
           05  BC-GPA                      PIC 9V99    VALUE ZERO.
           05  BC-STANDING-CODE            PIC X(2)    VALUE SPACES.
      *
       01  GPA-WORK-FIELDS.
           05  GW-GRADE-POINTS             PIC 9       VALUE ZERO.
           05  GW-POINT-TOTAL              PIC 9(4)    VALUE ZERO.
           05  GW-CREDIT-TOTAL             PIC 9(4)    VALUE ZERO.
      *
      ***************STANDING DETERMINATION FIELDS*********************
      *  THE SAME LADDER Lab6Standing APPLIES: CONSECUTIVE TERMS
      *  BELOW 2.0 ENDING AT THE LATEST TERM, WALKED OVER A COPY OF
      *  THE HISTORY SORTED INTO CALENDAR ORDER
      *
       01  STANDING-WORK-FIELDS.
           05  WS-LOW-TERM-RUN             PIC 99      VALUE ZERO.
           05  WS-GPA-FLOOR                PIC 9V99    VALUE 3.50.
      *
       01  HISTORY-WORK-FIELDS.
           05  HW-COUNT                    PIC 99      VALUE ZERO.
           05  HW-ENTRY OCCURS 12 TIMES.
               10  HW-TERM-KEY             PIC X(6).
               10  HW-GRADE                PIC X.
           05  HW-HOLD-ENTRY.
               10  HW-HOLD-KEY             PIC X(6).
               10  HW-HOLD-GRADE           PIC X.
           05  SRT-I                       PIC 99      VALUE ZERO.
           05  SWAP-FLAG                   PIC X       VALUE 'Y'.
               88 SWAPS-OCCURRED                       VALUE 'Y'.
      *
       01  TERM-KEY-WORK-FIELDS.
           05  WS-TERM-IN                  PIC X(6)    VALUE SPACES.
           05  WS-TERM-KEY-OUT             PIC X(6)    VALUE SPACES.
           05  WS-LATEST-KEY               PIC X(6)    VALUE SPACES.
      *
      ***************CHANGE-OF-GRADE RECONCILIATION COUNTS*************
       01  GRADE-CHANGE-COUNTS.
           05  CNT-TRANS-READ               PIC 9(7)  VALUE ZERO.
           05  CNT-APPLIED                  PIC 9(7)  VALUE ZERO.
           05  CNT-REJECTED                 PIC 9(7)  VALUE ZERO.
           05  CNT-STANDING-CHANGED         PIC 9(7)  VALUE ZERO.
      *
       01  AUDIT-LINE.
           05  AUD-DATE                     PIC X(6).
           05                               PIC X     VALUE SPACE.
           05  AUD-CHAIR                    PIC X(20).
           05                               PIC X     VALUE SPACE.
           05  AUD-ACTION                   PIC X(6)  VALUE 'GRDCHG'.
           05                               PIC X     VALUE SPACE.
           05  AUD-DEPT                     PIC X(4).
           05                               PIC X     VALUE '/'.
           05  AUD-CLASS                    PIC X(5).
           05                               PIC X     VALUE SPACE.
           05  AUD-ID                       PIC 9(7).
           05                               PIC X     VALUE SPACE.
           05  AUD-TERM                     PIC X(6).
           05                               PIC X     VALUE SPACE.
           05  AUD-OLD-GRADE                PIC X.
           05                               PIC X(4)  VALUE ' -> '.
           05  AUD-NEW-GRADE                PIC X.
           05                               PIC X     VALUE SPACE.
           05  AUD-OLD-AVERAGE              PIC ZZ9.99.
           05                               PIC X(4)  VALUE ' -> '.
           05  AUD-NEW-AVERAGE              PIC ZZ9.99.
           05                               PIC X(5)  VALUE ' GPA '.
           05  AUD-OLD-GPA                  PIC 9.99.
           05                               PIC X(4)  VALUE ' -> '.
           05  AUD-NEW-GPA                  PIC 9.99.
           05                               PIC X     VALUE SPACE.
           05  AUD-OLD-STANDING             PIC X(2).
           05                               PIC X(4)  VALUE ' -> '.
           05  AUD-NEW-STANDING             PIC X(2).
           05                               PIC X     VALUE SPACE.
           05  AUD-REASON-CODE              PIC X(4).
           05                               PIC X(5)  VALUE SPACES.
      *
      **********************OUTPUT AREA**************************
       01  NOTICE-HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  NT1-DATE.
               10  NT1-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  NT1-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  NT1-YEAR                PIC 99.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(36) VALUE
                                           'CHANGE OF GRADE NOTICE'.
           05                              PIC X(13) VALUE '420'.
      *
       01  REJECT-HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  RJ1-DATE.
               10  RJ1-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  RJ1-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  RJ1-YEAR                PIC 99.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(36) VALUE
                                           'CHANGE OF GRADE REJECTS'.
           05                              PIC X(13) VALUE '420'.
      *
       01  NOTICE-NAME-LINE.
           05                              PIC X(9)  VALUE 'STUDENT:'.
           05  NTC-NAME                    PIC X(20).
           05                              PIC X(5)  VALUE '  ID '.
           05  NTC-ID                      PIC 9(7).
           05                              PIC X(39) VALUE SPACES.
      *
       01  NOTICE-CLASS-LINE.
           05                              PIC X(9)  VALUE 'CLASS:'.
           05  NTC-DEPT                    PIC X(4).
           05                              PIC X     VALUE '/'.
           05  NTC-CLASS                   PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  NTC-TITLE                   PIC X(30).
           05                              PIC X(29) VALUE SPACES.
      *
       01  NOTICE-TERM-LINE.
           05                              PIC X(9)  VALUE 'TERM:'.
           05  NTC-TERM                    PIC X(6).
           05                              PIC X(65) VALUE SPACES.
      *
       01  NOTICE-OPENING-LINE             PIC X(80) VALUE
               'YOUR GRADE FOR THIS CLASS AND TERM HAS BEEN CHANGED:'.
      *
       01  NOTICE-GRADE-LINE.
           05  NTC-GRADE-LABEL             PIC X(14).
           05                              PIC X(9)  VALUE 'AVERAGE'.
           05  NTC-AVERAGE                 PIC ZZ9.99.
           05                              PIC X(10) VALUE
                                           '   GRADE'.
           05  NTC-GRADE                   PIC X.
           05                              PIC X(40) VALUE SPACES.
      *
       01  NOTICE-REASON-LINE.
           05                              PIC X(14) VALUE
                                           'REASON:'.
           05  NTC-REASON                  PIC X(40).
           05                              PIC X(26) VALUE SPACES.
      *
       01  NOTICE-CHAIR-LINE.
           05                              PIC X(14) VALUE
                                           'AUTHORIZED BY:'.
           05  NTC-CHAIR                   PIC X(20).
           05                              PIC X(46) VALUE SPACES.
      *
       01  NOTICE-GPA-LINE.
           05                              PIC X(16) VALUE
                                           'CUMULATIVE GPA:'.
           05  NTC-GPA                     PIC 9.99.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(16) VALUE
                                           'CREDITS EARNED:'.
           05  NTC-CREDITS                 PIC ZZ9.
           05                              PIC X(37) VALUE SPACES.
      *
       01  NOTICE-CLOSING-LINE             PIC X(80) VALUE
               'QUESTIONS SHOULD GO TO YOUR DEPARTMENT OFFICE.'.
      *
       01  REJECT-HEADING-FOUR.
           05                              PIC X(5)  VALUE 'DEPT'.
           05                              PIC X(7)  VALUE 'CLASS'.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(8)  VALUE 'TERM'.
           05                              PIC X(8)  VALUE 'CHANGE'.
           05                              PIC X(6)  VALUE 'RSN'.
           05                              PIC X(30) VALUE
                                           'REJECTED BECAUSE'.
           05                              PIC X(7)  VALUE SPACES.
      *
       01  REJECT-DETAIL-LINE.
           05  RJL-DEPT                    PIC X(4).
           05                              PIC X     VALUE SPACE.
           05  RJL-CLASS                   PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  RJL-ID                      PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  RJL-TERM                    PIC X(6).
           05                              PIC X(2)  VALUE SPACES.
           05  RJL-OLD-GRADE               PIC X.
           05                              PIC X(4)  VALUE ' -> '.
           05  RJL-NEW-GRADE               PIC X.
           05                              PIC X(2)  VALUE SPACES.
           05  RJL-REASON-CODE             PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  RJL-REJECT-REASON           PIC X(30).
           05                              PIC X(7)  VALUE SPACES.
      *
       01  REJECT-TOTAL-LINE.
           05                              PIC X(24) VALUE
                                           'TRANSACTIONS REJECTED:'.
           05  RTL-REJECTED                PIC ZZZZZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(24) VALUE
                                           'TRANSACTIONS APPLIED:'.
           05  RTL-APPLIED                 PIC ZZZZZZ9.
           05                              PIC X(14) VALUE SPACES.
      *
       01  NO-STUDENTS-LINE                PIC X(80) VALUE
               '   (NONE)'.
      *
       PROCEDURE DIVISION.
      *
       10-PROCESS-GRADE-CHANGES.
           PERFORM 20-HSKPING-ROUTINE
           IF NOT GRADE-CHANGE-FILE-MISSING
              AND NOT MASTER-FILE-MISSING
               PERFORM 25-READ-CHANGE-FILE
           END-IF
           PERFORM 45-FINAL-ROUTINE
       .

       20-HSKPING-ROUTINE.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO NT1-MONTH RJ1-MONTH
           MOVE WS-DAY TO NT1-DAY RJ1-DAY
           MOVE WS-YEAR TO NT1-YEAR RJ1-YEAR

      *    A NIGHT WITH NO CHANGE FORMS HAS NO TRANSACTION FILE -
      *    NOTHING ELSE IS OPENED AND THE MASTER IS NOT TOUCHED
           OPEN INPUT GRADE-CHANGE-FILE
           IF GRADE-CHANGE-FILE-MISSING
               DISPLAY 'NO GRADE CHANGES ON HAND'
           ELSE
               OPEN I-O STUDENT-MASTER-FILE
               IF MASTER-FILE-MISSING
                   DISPLAY 'NO STUDENT MASTER FILE ON HAND - '
                       'NO GRADE CHANGES CAN BE APPLIED'
               ELSE
                   OPEN EXTEND AUDIT-LOG-FILE
                   OPEN OUTPUT NOTICE-FILE
                   OPEN OUTPUT REJECT-LIST-FILE
                   PERFORM 22-LOAD-COURSE-CATALOG

                   WRITE REJECT-LIST-LINE FROM REJECT-HEADING-ONE
                       AFTER ADVANCING PAGE
                   WRITE REJECT-LIST-LINE FROM REJECT-HEADING-FOUR
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF
       .

       22-LOAD-COURSE-CATALOG.
      *LOAD THE COURSE CATALOG FOR CREDIT HOURS AND TITLES - AN
      *EMPTY OR MISSING CATALOG LEAVES THE TABLE EMPTY AND EVERY
      *LOOKUP FALLS BACK TO THE DEFAULT
           MOVE 'Y' TO EOF-FLAG
           OPEN INPUT COURSE-CATALOG-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ COURSE-CATALOG-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF WS-CATALOG-COUNT < WS-MAX-CATALOG
                           ADD 1 TO WS-CATALOG-COUNT
                           MOVE CCF-CLASS-CODE TO
                               CAT-CLASS-CODE (WS-CATALOG-COUNT)
                           MOVE CCF-DEPT-CODE TO
                               CAT-DEPT-CODE (WS-CATALOG-COUNT)
                           MOVE CCF-TITLE TO
                               CAT-TITLE (WS-CATALOG-COUNT)
                           MOVE CCF-CREDITS TO
                               CAT-CREDITS (WS-CATALOG-COUNT)
                       ELSE
                           DISPLAY 'CATALOG TABLE FULL - CLASS '
                               CCF-CLASS-CODE ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-CATALOG-FILE
           MOVE 'Y' TO EOF-FLAG
       .

       25-READ-CHANGE-FILE.
           MOVE 'Y' TO EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA
               READ GRADE-CHANGE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CNT-TRANS-READ
                       PERFORM 30-VALIDATE-TRANSACTION
                       IF TRANSACTION-VALID
                           PERFORM 35-APPLY-GRADE-CHANGE
                       ELSE
                           PERFORM 36-WRITE-REJECT-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF CNT-REJECTED = ZERO
               WRITE REJECT-LIST-LINE FROM NO-STUDENTS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE CNT-REJECTED TO RTL-REJECTED
           MOVE CNT-APPLIED TO RTL-APPLIED
           WRITE REJECT-LIST-LINE FROM REJECT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
       .

       30-VALIDATE-TRANSACTION.
      *THE FORM ITSELF FIRST, THEN THE MASTER: THE KEY MUST BE ON
      *FILE, THE TERM MUST BE ONE OF ITS HISTORY ROWS, AND THE
      *GRADE THAT ROW HOLDS MUST BE THE OLD GRADE THE FORM EXPECTS.
      *THE FIRST FAILURE FOUND IS THE ONE LISTED
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN NOT VALID-REASON-CODE
                   MOVE 'UNKNOWN REASON CODE'
                       TO WS-REJECT-REASON
               WHEN GC-CHAIR-NAME = SPACES
                   MOVE 'NO AUTHORIZING CHAIR'
                       TO WS-REJECT-REASON
               WHEN GC-STUDENT-ID NOT NUMERIC
                   MOVE 'INVALID STUDENT ID'
                       TO WS-REJECT-REASON
               WHEN NOT VALID-NEW-GRADE
                   MOVE 'INVALID NEW GRADE'
                       TO WS-REJECT-REASON
               WHEN GC-NEW-AVERAGE NOT NUMERIC
                   MOVE 'INVALID NEW AVERAGE'
                       TO WS-REJECT-REASON
               WHEN GC-NEW-AVERAGE > 100
                   MOVE 'NEW AVERAGE OVER 100'
                       TO WS-REJECT-REASON
           END-EVALUATE

           IF TRANSACTION-VALID AND GC-NEW-GRADE NOT = 'W'
               PERFORM 31-FIND-FITTING-GRADE
               IF GC-NEW-GRADE NOT = WS-FITTING-GRADE
                   MOVE 'NEW GRADE DOES NOT FIT AVERAGE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF

           IF TRANSACTION-VALID
               MOVE GC-STUDENT-KEY TO SM-STUDENT-KEY
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       MOVE 'NO MASTER RECORD FOR KEY'
                           TO WS-REJECT-REASON
               END-READ
           END-IF

           IF TRANSACTION-VALID
               PERFORM 32-FIND-TERM-ROW
               EVALUATE TRUE
                   WHEN WS-TERM-ROW = ZERO
                       MOVE 'TERM NOT ON MASTER'
                           TO WS-REJECT-REASON
                   WHEN SM-HIST-GRADE (WS-TERM-ROW)
                           NOT = GC-OLD-GRADE
                       MOVE 'OLD GRADE DOES NOT MATCH MASTER'
                           TO WS-REJECT-REASON
                   WHEN SM-HIST-GRADE (WS-TERM-ROW) = GC-NEW-GRADE
                    AND SM-HIST-AVERAGE (WS-TERM-ROW)
                           = GC-NEW-AVERAGE
                       MOVE 'NOTHING TO CHANGE'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
       .

       31-FIND-FITTING-GRADE.
      *THE LETTER THE NEW AVERAGE EARNS ON THE REPORT RUN'S SCALE
           EVALUATE TRUE
               WHEN GC-NEW-AVERAGE > 89
                   MOVE 'A' TO WS-FITTING-GRADE
               WHEN GC-NEW-AVERAGE >= 80
                   MOVE 'B' TO WS-FITTING-GRADE
               WHEN GC-NEW-AVERAGE >= 70
                   MOVE 'C' TO WS-FITTING-GRADE
               WHEN GC-NEW-AVERAGE >= 60
                   MOVE 'D' TO WS-FITTING-GRADE
               WHEN OTHER
                   MOVE 'F' TO WS-FITTING-GRADE
           END-EVALUATE
       .

       32-FIND-TERM-ROW.
           MOVE ZERO TO WS-TERM-ROW
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               IF SM-HIST-TERM (SUB) = GC-TERM
                   MOVE SUB TO WS-TERM-ROW
               END-IF
           END-PERFORM
       .

       34-FIND-CLASS-ENTRY.
      *CATALOG CREDIT HOURS AND TITLE FOR THE MASTER'S CLASS - NOT
      *FOUND MEANS THE DEFAULT HOURS AND NO TITLE
           MOVE CF-CLASS-CREDITS TO WS-CLASS-CREDITS
           MOVE SPACES TO WS-CLASS-TITLE
           PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > WS-CATALOG-COUNT
               IF CAT-CLASS-CODE (CAT-SUB) = SM-CLASS-CODE
                  AND CAT-DEPT-CODE (CAT-SUB) = SM-DEPT-CODE
                   MOVE CAT-CREDITS (CAT-SUB) TO WS-CLASS-CREDITS
                   MOVE CAT-TITLE (CAT-SUB) TO WS-CLASS-TITLE
               END-IF
           END-PERFORM
       .

       35-APPLY-GRADE-CHANGE.
      *THE MASTER RECORD IS IN THE FD AREA FROM THE VALIDATION
      *READ - CHANGE THE ROW, REBUILD THE TOTALS AND STANDING FROM
      *THE WHOLE HISTORY, REWRITE, THEN JOURNAL AND NOTIFY
           MOVE SM-HIST-AVERAGE (WS-TERM-ROW) TO BC-AVERAGE
           MOVE SM-HIST-GRADE (WS-TERM-ROW) TO BC-GRADE
           MOVE SM-GPA TO BC-GPA
           MOVE SM-STANDING-CODE TO BC-STANDING-CODE

           MOVE GC-NEW-AVERAGE TO SM-HIST-AVERAGE (WS-TERM-ROW)
           MOVE GC-NEW-GRADE TO SM-HIST-GRADE (WS-TERM-ROW)

           PERFORM 34-FIND-CLASS-ENTRY
           PERFORM 38-RECOMPUTE-GPA
           PERFORM 41-REFRESH-STANDING

      *    A STANDING MOVED HERE MUST STILL SHOW AS A CHANGE ON THE
      *    CASELOAD - KEEP THE CODE IT REPLACED AS THE PRIOR, UNLESS
      *    AN EARLIER CHANGE SINCE THE LAST STANDING RUN ALREADY DID
           IF SM-STANDING-CODE NOT = BC-STANDING-CODE
              AND NOT STANDING-SET-BY-CHANGE
               MOVE BC-STANDING-CODE TO SM-PRIOR-STANDING
               SET STANDING-SET-BY-CHANGE TO TRUE
           END-IF

           REWRITE STUDENT-MASTER-RECORD
               INVALID KEY
                   MOVE 'MASTER REWRITE FAILED'
                       TO WS-REJECT-REASON
           END-REWRITE

           IF TRANSACTION-VALID
               ADD 1 TO CNT-APPLIED
               IF SM-STANDING-CODE NOT = BC-STANDING-CODE
                   ADD 1 TO CNT-STANDING-CHANGED
               END-IF
               PERFORM 43-WRITE-AUDIT-LINE
               PERFORM 44-PRINT-CHANGE-NOTICE
           ELSE
               DISPLAY 'REWRITE FAILED FOR ' SM-STUDENT-KEY
                   ' - STATUS ' WS-MASTER-STATUS
               PERFORM 36-WRITE-REJECT-LINE
           END-IF
       .

       36-WRITE-REJECT-LINE.
           MOVE GC-DEPT-CODE TO RJL-DEPT
           MOVE GC-CLASS-CODE TO RJL-CLASS
           MOVE GC-STUDENT-ID TO RJL-ID
           MOVE GC-TERM TO RJL-TERM
           MOVE GC-OLD-GRADE TO RJL-OLD-GRADE
           MOVE GC-NEW-GRADE TO RJL-NEW-GRADE
           MOVE GC-REASON-CODE TO RJL-REASON-CODE
           MOVE WS-REJECT-REASON TO RJL-REJECT-REASON
           WRITE REJECT-LIST-LINE FROM REJECT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO CNT-REJECTED
       .

       38-RECOMPUTE-GPA.
      *REBUILD THE RUNNING GPA AND CREDIT COUNT FROM THE FULL TERM
      *HISTORY - SAME RULES AS THE POSTING RUN: CATALOG CREDIT
      *HOURS, ONLY THE LATEST GRADED ATTEMPT COUNTS, A WITHDRAWAL
      *IS NEVER THE COUNTING ROW, AND AN F EARNS NO CREDIT
           PERFORM 39-FIND-COUNTING-ATTEMPT
           MOVE ZERO TO GW-POINT-TOTAL
           MOVE ZERO TO GW-CREDIT-TOTAL
           MOVE ZERO TO SM-CREDITS-EARNED
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               IF SUB = WS-COUNTING-ROW
                   EVALUATE SM-HIST-GRADE (SUB)
                       WHEN 'A'
                           MOVE 4 TO GW-GRADE-POINTS
                       WHEN 'B'
                           MOVE 3 TO GW-GRADE-POINTS
                       WHEN 'C'
                           MOVE 2 TO GW-GRADE-POINTS
                       WHEN 'D'
                           MOVE 1 TO GW-GRADE-POINTS
                       WHEN OTHER
                           MOVE ZERO TO GW-GRADE-POINTS
                   END-EVALUATE
                   COMPUTE GW-POINT-TOTAL = GW-POINT-TOTAL
                       + (GW-GRADE-POINTS * WS-CLASS-CREDITS)
                   ADD WS-CLASS-CREDITS TO GW-CREDIT-TOTAL
                   IF SM-HIST-GRADE (SUB) NOT = 'F'
                       ADD WS-CLASS-CREDITS TO SM-CREDITS-EARNED
                   END-IF
               END-IF
           END-PERFORM

           IF GW-CREDIT-TOTAL > 0
               COMPUTE SM-GPA ROUNDED =
                       GW-POINT-TOTAL / GW-CREDIT-TOTAL
           ELSE
               MOVE ZERO TO SM-GPA
           END-IF
       .

       39-FIND-COUNTING-ATTEMPT.
      *THE ATTEMPT THAT COUNTS IS THE LATEST GRADED (NON-'W') ROW
      *BY TERM; ALL-'W' HISTORY LEAVES NO COUNTING ROW
           MOVE ZERO TO WS-COUNTING-ROW
           MOVE LOW-VALUES TO WS-LATEST-KEY
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               IF SM-HIST-GRADE (SUB) NOT = 'W'
                   MOVE SM-HIST-TERM (SUB) TO WS-TERM-IN
                   PERFORM 40-BUILD-TERM-SORT-KEY
                   IF WS-TERM-KEY-OUT > WS-LATEST-KEY
                       MOVE WS-TERM-KEY-OUT TO WS-LATEST-KEY
                       MOVE SUB TO WS-COUNTING-ROW
                   END-IF
               END-IF
           END-PERFORM
       .

       40-BUILD-TERM-SORT-KEY.
      *TURN A TERM CODE INTO A CHRONOLOGICALLY COLLATING KEY: AN
      *ALL-NUMERIC YYYYMM TERM IS ALREADY ONE, AND A SEASON SUFFIX
      *MAPS TO A MONTH-LIKE RANK (WI=01, SP=03, SU=06, FA=09)
           MOVE WS-TERM-IN TO WS-TERM-KEY-OUT
           EVALUATE WS-TERM-IN (5:2)
               WHEN 'WI'
                   MOVE '01' TO WS-TERM-KEY-OUT (5:2)
               WHEN 'SP'
                   MOVE '03' TO WS-TERM-KEY-OUT (5:2)
               WHEN 'SU'
                   MOVE '06' TO WS-TERM-KEY-OUT (5:2)
               WHEN 'FA'
                   MOVE '09' TO WS-TERM-KEY-OUT (5:2)
           END-EVALUATE
       .

       41-REFRESH-STANDING.
      *THE Lab6Standing LADDER: COUNT THE CONSECUTIVE TERMS BELOW
      *2.0 (D OR F) ENDING AT THE LATEST TERM - A 'W' NEITHER
      *EXTENDS NOR RESETS THE RUN - THEN P1 / P2 / DR BY COUNT,
      *DEAN'S LIST ABOVE THE GPA FLOOR, GOOD STANDING OTHERWISE
           PERFORM 42-BUILD-SORTED-HISTORY

           MOVE ZERO TO WS-LOW-TERM-RUN
           MOVE 'N' TO RUN-END-FLAG
           PERFORM VARYING SUB FROM HW-COUNT BY -1
                   UNTIL SUB < 1 OR LOW-RUN-ENDED
               EVALUATE HW-GRADE (SUB)
                   WHEN 'W'
                       CONTINUE
                   WHEN 'D'
                   WHEN 'F'
                       ADD 1 TO WS-LOW-TERM-RUN
                   WHEN OTHER
                       SET LOW-RUN-ENDED TO TRUE
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-LOW-TERM-RUN >= 3
                   MOVE 'DR' TO SM-STANDING-CODE
               WHEN WS-LOW-TERM-RUN = 2
                   MOVE 'P2' TO SM-STANDING-CODE
               WHEN WS-LOW-TERM-RUN = 1
                   MOVE 'P1' TO SM-STANDING-CODE
               WHEN SM-TERM-COUNT > ZERO
                    AND SM-GPA > WS-GPA-FLOOR
                   MOVE 'DL' TO SM-STANDING-CODE
               WHEN OTHER
                   MOVE 'GS' TO SM-STANDING-CODE
           END-EVALUATE
       .

       42-BUILD-SORTED-HISTORY.
      *COPY THE RECORD'S TERM ROWS INTO THE WORK TABLE UNDER THEIR
      *COLLATING KEYS AND BUBBLE THEM INTO TERM ORDER
           MOVE ZERO TO HW-COUNT
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               ADD 1 TO HW-COUNT
               MOVE SM-HIST-TERM (SUB) TO WS-TERM-IN
               PERFORM 40-BUILD-TERM-SORT-KEY
               MOVE WS-TERM-KEY-OUT TO HW-TERM-KEY (HW-COUNT)
               MOVE SM-HIST-GRADE (SUB) TO HW-GRADE (HW-COUNT)
           END-PERFORM

           MOVE 'Y' TO SWAP-FLAG
           PERFORM UNTIL NOT SWAPS-OCCURRED
               MOVE 'N' TO SWAP-FLAG
               PERFORM VARYING SRT-I FROM 1 BY 1
                       UNTIL SRT-I >= HW-COUNT
                   IF HW-TERM-KEY (SRT-I) > HW-TERM-KEY (SRT-I + 1)
                       MOVE HW-ENTRY (SRT-I) TO HW-HOLD-ENTRY
                       MOVE HW-ENTRY (SRT-I + 1)
                           TO HW-ENTRY (SRT-I)
                       MOVE HW-HOLD-ENTRY TO HW-ENTRY (SRT-I + 1)
                       MOVE 'Y' TO SWAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM
       .

       43-WRITE-AUDIT-LINE.
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE GC-CHAIR-NAME TO AUD-CHAIR
           MOVE SM-DEPT-CODE TO AUD-DEPT
           MOVE SM-CLASS-CODE TO AUD-CLASS
           MOVE SM-STUDENT-ID TO AUD-ID
           MOVE GC-TERM TO AUD-TERM
           MOVE BC-GRADE TO AUD-OLD-GRADE
           MOVE GC-NEW-GRADE TO AUD-NEW-GRADE
           MOVE BC-AVERAGE TO AUD-OLD-AVERAGE
           MOVE GC-NEW-AVERAGE TO AUD-NEW-AVERAGE
           MOVE BC-GPA TO AUD-OLD-GPA
           MOVE SM-GPA TO AUD-NEW-GPA
           MOVE BC-STANDING-CODE TO AUD-OLD-STANDING
           MOVE SM-STANDING-CODE TO AUD-NEW-STANDING
           MOVE GC-REASON-CODE TO AUD-REASON-CODE
           WRITE AUDIT-RECORD FROM AUDIT-LINE
       .

       44-PRINT-CHANGE-NOTICE.
      *ONE PAGE PER APPLIED CHANGE, READY TO MAIL TO THE STUDENT
           MOVE SM-NAME TO NTC-NAME
           MOVE SM-STUDENT-ID TO NTC-ID
           MOVE SM-DEPT-CODE TO NTC-DEPT
           MOVE SM-CLASS-CODE TO NTC-CLASS
           MOVE WS-CLASS-TITLE TO NTC-TITLE
           MOVE GC-TERM TO NTC-TERM

           WRITE NOTICE-LINE FROM NOTICE-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE NOTICE-LINE FROM NOTICE-NAME-LINE
               AFTER ADVANCING 2 LINES
           WRITE NOTICE-LINE FROM NOTICE-CLASS-LINE
               AFTER ADVANCING 1 LINE
           WRITE NOTICE-LINE FROM NOTICE-TERM-LINE
               AFTER ADVANCING 1 LINE
           WRITE NOTICE-LINE FROM NOTICE-OPENING-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'PREVIOUS:' TO NTC-GRADE-LABEL
           MOVE BC-AVERAGE TO NTC-AVERAGE
           MOVE BC-GRADE TO NTC-GRADE
           WRITE NOTICE-LINE FROM NOTICE-GRADE-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CORRECTED:' TO NTC-GRADE-LABEL
           MOVE GC-NEW-AVERAGE TO NTC-AVERAGE
           MOVE GC-NEW-GRADE TO NTC-GRADE
           WRITE NOTICE-LINE FROM NOTICE-GRADE-LINE
               AFTER ADVANCING 1 LINE

           EVALUATE GC-REASON-CODE
               WHEN 'CALC'
                   MOVE 'GRADE CALCULATION CORRECTED' TO NTC-REASON
               WHEN 'APPL'
                   MOVE 'GRADE APPEAL RESOLVED' TO NTC-REASON
               WHEN 'INCP'
                   MOVE 'INCOMPLETE WORK COMPLETED' TO NTC-REASON
               WHEN 'CLER'
                   MOVE 'RECORDING ERROR CORRECTED' TO NTC-REASON
           END-EVALUATE
           WRITE NOTICE-LINE FROM NOTICE-REASON-LINE
               AFTER ADVANCING 2 LINES
           MOVE GC-CHAIR-NAME TO NTC-CHAIR
           WRITE NOTICE-LINE FROM NOTICE-CHAIR-LINE
               AFTER ADVANCING 1 LINE

           MOVE SM-GPA TO NTC-GPA
           MOVE SM-CREDITS-EARNED TO NTC-CREDITS
           WRITE NOTICE-LINE FROM NOTICE-GPA-LINE
               AFTER ADVANCING 2 LINES
           WRITE NOTICE-LINE FROM NOTICE-CLOSING-LINE
               AFTER ADVANCING 2 LINES
       .

       45-FINAL-ROUTINE.
           IF NOT GRADE-CHANGE-FILE-MISSING
               CLOSE GRADE-CHANGE-FILE
               IF NOT MASTER-FILE-MISSING
                   CLOSE STUDENT-MASTER-FILE
                         AUDIT-LOG-FILE
                         NOTICE-FILE
                         REJECT-LIST-FILE
               END-IF
           END-IF

           DISPLAY 'CHANGE TRANSACTIONS READ: ' CNT-TRANS-READ
           DISPLAY 'GRADE CHANGES APPLIED: ' CNT-APPLIED
           DISPLAY 'TRANSACTIONS REJECTED: ' CNT-REJECTED
           DISPLAY 'STANDING CODES CHANGED: ' CNT-STANDING-CHANGED
           IF CNT-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN
       .
