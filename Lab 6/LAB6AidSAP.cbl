       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Lab6AidSAP.
       AUTHOR.         TEAM OGLETREE.
      ******************************************************************
      *
      *             LAB 6 - FINANCIAL AID SATISFACTORY ACADEMIC
      *                     PROGRESS (SAP) INTERFACE
      *
      *  END-OF-TERM JOB, RUN AFTER Lab6MasterPost HAS POSTED THE
      *  TERM.  GATHERS EVERY MASTER RECORD FOR EACH PERMANENT
      *  STUDENT ID AND MEASURES THE STUDENT AGAINST THE FEDERAL
      *  SAP RULES, WHICH ARE NOT THE Lab6Standing LADDER: A
      *  WITHDRAWN OR FAILED CLASS STILL COUNTS AS ATTEMPTED HOURS,
      *  AND THE COMPLETION RATE MATTERS AS MUCH AS THE GPA.  ONE
      *  FIXED-WIDTH RECORD PER STUDENT GOES TO THE FINANCIAL AID
      *  SYSTEM - AID FOR THE NEXT TERM IS NOT DISBURSED UNTIL IT
      *  ARRIVES
      ******
      *  INPUT
      *     STUDENTMASTER.DAT - INDEXED MASTER KEYED BY
      *     DEPARTMENT / CLASS / PERMANENT STUDENT ID
      *     STUDENTHISTARCH.DAT - INDEXED HISTORY ARCHIVE, WHEN ONE
      *     EXISTS - TERM ROWS PUSHED OUT OF A FULL MASTER AND THE
      *     ROWS OF MASTERS CLOSED OUT BY Lab6YearEndClose ARE
      *     STILL ATTEMPTS AND COUNT HERE
      *     STUDENTXREF.TXT - PERMANENT ID / CURRENT NAME KEPT BY
      *     Lab6SortMerge, SO THE AID RECORD CARRIES THE NAME OF
      *     RECORD
      *     COURSECATALOG.TXT - CLASS / DEPARTMENT / TITLE / CREDITS
      ******
      *  OUTPUT
      *     SAPINTERFACE.TXT - ONE 80-BYTE RECORD PER PERMANENT
      *     STUDENT ID, IN ID ORDER: ID / NAME / TERM / ATTEMPTED
      *     HOURS / EARNED HOURS / COMPLETION RATE / CUMULATIVE GPA
      *     / SAP STATUS (MEETS, WARNING, SUSPENSION)
      *     L6SAPCONTROL.TXT - CONTROL LISTING OF EVERY STUDENT IN
      *     WARNING OR SUSPENSION, WITH THE STATUS COUNTS
      ******
      *  CALCULATIONS
      *     EACH CLASS CARRIES ITS CATALOG CREDIT HOURS - A CLASS
      *     NOT IN THE CATALOG FALLS BACK TO 3 HOURS, THE SAME AS
      *     Lab6MasterPost
      *     ATTEMPTED HOURS = THE HOURS OF EVERY HISTORY ROW, ON
      *                THE MASTER OR IN THE ARCHIVE - EVERY ATTEMPT
      *                AT A REPEATED CLASS, EVERY 'W', AND EVERY
      *                'F'.  A TERM ON BOTH THE MASTER AND THE
      *                ARCHIVE IS ONE ATTEMPT, AT THE MASTER'S GRADE
      *     EARNED HOURS = THE HOURS OF EACH CLASS WHOSE COUNTING
      *                ATTEMPT (THE LATEST GRADED, NON-'W' ROW - THE
      *                LATEST-ATTEMPT-COUNTS REPEAT POLICY) IS A
      *                PASSING GRADE, A THROUGH D
      *     COMPLETION RATE = EARNED HOURS / ATTEMPTED HOURS X 100
      *     CUMULATIVE GPA = SUM OF (POINTS X HOURS) / SUM OF HOURS
      *                OVER THE COUNTING ATTEMPTS, A=4 B=3 C=2 D=1
      *                F=0
      *     A TERM FAILS SAP WHEN, MEASURED THROUGH THAT TERM, THE
      *     COMPLETION RATE IS BELOW 67 PERCENT OR THE CUMULATIVE
      *     GPA IS BELOW 2.00
      *     STATUS - THROUGH THE POSTING TERM:
      *        MEETS      - THE TERM PASSES SAP
      *        WARNING    - THE TERM FAILS SAP
      *        SUSPENSION - THE TERM FAILS SAP AND SO DID THE
      *                     STUDENT'S PRIOR TERM ON RECORD - THE
      *                     SECOND CONSECUTIVE FAILING TERM
      *     ROWS FROM TERMS AFTER THE POSTING TERM ARE LEFT OUT, SO
      *     A RERUN FOR AN EARLIER TERM MEASURES THAT TERM.  A
      *     STUDENT WITH NO HOURS THROUGH THE POSTING TERM IS NOT
      *     REPORTED
      ******
      *  THE POSTING TERM IS TAKEN FROM THE ENVIRONMENT VARIABLE
      *  POSTING-TERM (E.G. 2026FA) AND DEFAULTS TO THE RUN DATE
      *  YEAR/MONTH, EXACTLY AS Lab6MasterPost TAKES IT
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT STUDENT-MASTER-FILE
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT HISTORY-ARCHIVE-FILE
               ASSIGN TO 'STUDENTHISTARCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS HA-ARCHIVE-KEY
               FILE STATUS IS WS-ARCHIVE-STATUS.
      *
           SELECT OPTIONAL XREF-FILE
               ASSIGN TO 'STUDENTXREF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL COURSE-CATALOG-FILE
               ASSIGN TO 'COURSECATALOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SAP-SORT-FILE
               ASSIGN TO 'SAPSORTWORK.TMP'.
      *
           SELECT SAP-INTERFACE-FILE
               ASSIGN TO 'SAPINTERFACE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SAP-CONTROL-FILE
               ASSIGN TO PRINTER 'L6SAPCONTROL.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
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
           05  FILLER                       PIC X(7).
      *
       FD  HISTORY-ARCHIVE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-ARCHIVE-RECORD.
           05  HA-ARCHIVE-KEY.
               10  HA-STUDENT-KEY.
                   15  HA-DEPT-CODE         PIC A(4).
                   15  HA-CLASS-CODE        PIC X(5).
                   15  HA-STUDENT-ID        PIC 9(7).
               10  HA-TERM                  PIC X(6).
           05  HA-NAME                      PIC X(20).
           05  HA-AVERAGE                   PIC 999V99.
           05  HA-GRADE                     PIC X.
           05  HA-REASON                    PIC X(5).
           05  HA-ARCHIVE-DATE              PIC X(6).
           05  HA-GPA                       PIC 9V99.
           05  HA-CREDITS-EARNED            PIC 9(3).
           05  FILLER                       PIC X(15).
      *
       FD  XREF-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  XREF-RECORD.
           05  XRF-REC-ID                   PIC 9(7).
           05  XRF-REC-NAME                 PIC X(20).
      *
       FD  COURSE-CATALOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  COURSE-CATALOG-RECORD.
           05  CCF-CLASS-CODE               PIC X(5).
           05  CCF-DEPT-CODE                PIC X(4).
           05  CCF-TITLE                    PIC X(30).
           05  CCF-CREDITS                  PIC 9.
      *
      *THE MASTER RECORDS RE-SEQUENCED BY PERMANENT STUDENT ID SO
      *EVERY CLASS A STUDENT TOOK COMES BACK TOGETHER.  EACH
      *ARCHIVED ROW RIDES ALONG AS A ONE-ROW RECORD UNDER ITS
      *MASTER KEY, SORTED BEHIND THE MASTER ITSELF
       SD  SAP-SORT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  SAP-SORT-RECORD.
           05  SSR-STUDENT-KEY.
               10  SSR-DEPT-CODE            PIC A(4).
               10  SSR-CLASS-CODE           PIC X(5).
               10  SSR-STUDENT-ID           PIC 9(7).
           05  SSR-NAME                     PIC X(20).
           05  SSR-TERM-COUNT               PIC 99.
           05  SSR-TERM-HISTORY OCCURS 12 TIMES.
               10  SSR-HIST-TERM            PIC X(6).
               10  SSR-HIST-AVERAGE         PIC 999V99.
               10  SSR-HIST-GRADE           PIC X.
           05  SSR-GPA                      PIC 9V99.
           05  SSR-CREDITS-EARNED           PIC 9(3).
           05  SSR-STANDING-CODE            PIC X(2).
           05  SSR-PRIOR-STANDING           PIC X(2).
           05  SSR-ROW-SOURCE               PIC X.
               88 SSR-FROM-MASTER                      VALUE 'M'.
               88 SSR-FROM-ARCHIVE                     VALUE 'A'.
           05  FILLER                       PIC X(7).
      *
      *THE FINANCIAL AID INTERFACE RECORD - FIXED WIDTH, ONE PER
      *PERMANENT STUDENT ID
       FD  SAP-INTERFACE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SAP-INTERFACE-RECORD.
           05  SAP-STUDENT-ID               PIC 9(7).
           05  SAP-NAME                     PIC X(20).
           05  SAP-TERM                     PIC X(6).
           05  SAP-ATTEMPTED-HOURS          PIC 9(4).
           05  SAP-EARNED-HOURS             PIC 9(4).
           05  SAP-COMPLETION-RATE          PIC 999V9.
           05  SAP-CUM-GPA                  PIC 9V99.
           05  SAP-STATUS                   PIC X(10).
           05  FILLER                       PIC X(22).
      *
       FD  SAP-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SAP-CONTROL-LINE                 PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  FIRST-RECORD-FLAG            PIC X      VALUE 'Y'.
               88 FIRST-RECORD                         VALUE 'Y'.
           05  CATALOG-FOUND-FLAG           PIC X      VALUE 'N'.
               88 CATALOG-ENTRY-FOUND                  VALUE 'Y'.
           05  TERM-FOUND-FLAG              PIC X      VALUE 'N'.
               88 TERM-ALREADY-HELD                    VALUE 'Y'.
           05  TERM-FAILED-FLAG             PIC X      VALUE 'N'.
               88 TERM-FAILED-SAP                      VALUE 'Y'.
           05  PRIOR-FAILED-FLAG            PIC X      VALUE 'N'.
               88 PRIOR-FAILED-SAP                     VALUE 'Y'.
      *
       01  WS-MASTER-STATUS                PIC XX      VALUE '00'.
           88 MASTER-FILE-MISSING                      VALUE '35'.
      *
       01  WS-ARCHIVE-STATUS               PIC XX      VALUE '00'.
           88 ARCHIVE-FILE-MISSING                     VALUE '35'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE ZERO.
           05  ROW-SUB                     PIC 9(3)    VALUE ZERO.
           05  CLASS-SUB                   PIC 99      VALUE ZERO.
           05  WS-COUNTING-ROW             PIC 9(3)    VALUE ZERO.
      *
       01  CONSTANT-FIELDS.
           05  CF-CLASS-CREDITS            PIC 9       VALUE 3.
           05  CF-MIN-COMPLETION           PIC 999V9   VALUE 67.
           05  CF-MIN-GPA                  PIC 9V99    VALUE 2.00.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  WS-POSTING-TERM                 PIC X(6)    VALUE SPACES.
      *
      ***************COURSE CATALOG TABLE******************************
      *  LOADED FROM COURSECATALOG.TXT FOR EACH CLASS'S CREDIT HOURS -
      *  A CLASS NOT IN THE CATALOG WEIGHS IN AT THE CF-CLASS-CREDITS
      *  DEFAULT
      *
       01  WS-MAX-CATALOG                   PIC 999   VALUE 200.
       01  COURSE-CATALOG-TABLE.
           05  WS-CATALOG-COUNT             PIC 999   VALUE ZERO.
           05  CAT-ENTRY OCCURS 200 TIMES.
               10  CAT-CLASS-CODE           PIC X(5).
               10  CAT-DEPT-CODE            PIC X(4).
               10  CAT-CREDITS              PIC 9.
       01  CAT-SUB                          PIC 999   VALUE ZERO.
       01  WS-CLASS-CREDITS                 PIC 9     VALUE 3.
      *
      ***************STUDENT CROSS-REFERENCE TABLE*********************
      *  PERMANENT ID / CURRENT NAME FROM STUDENTXREF.TXT - A
      *  STUDENT NOT YET CROSS-REFERENCED GOES OUT UNDER THE NAME ON
      *  THE MASTER RECORD
      *
       01  WS-MAX-XREF                      PIC 9(4)  VALUE 2000.
       01  XREF-TABLE.
           05  WS-XREF-COUNT                PIC 9(4)  VALUE ZERO.
           05  XRF-ENTRY OCCURS 2000 TIMES.
               10  XRF-ID                   PIC 9(7).
               10  XRF-NAME                 PIC X(20).
       01  XREF-SUB                         PIC 9(4)  VALUE ZERO.
      *
      ***************ONE STUDENT'S HISTORY IN PROGRESS*****************
      *  EVERY HISTORY ROW OF EVERY CLASS THE STUDENT TOOK, HELD
      *  UNTIL THE STUDENT ID CHANGES - THE PRIOR TERM ON RECORD IS
      *  NOT KNOWN UNTIL ALL OF THEM ARE IN.  ROW-CLASS-SEQ TIES EACH
      *  ROW TO ITS MASTER RECORD SO THE COUNTING ATTEMPT AT EACH
      *  CLASS CAN BE FOUND
      *
       01  WS-MAX-SAP-ROWS                  PIC 9(3)  VALUE 500.
       01  STUDENT-ROW-TABLE.
           05  WS-ROW-COUNT                 PIC 9(3)  VALUE ZERO.
           05  ROW-ENTRY OCCURS 500 TIMES.
               10  ROW-CLASS-SEQ            PIC 99.
               10  ROW-TERM-KEY             PIC X(6).
               10  ROW-CREDITS              PIC 9.
               10  ROW-GRADE                PIC X.
       01  WS-CLASS-SEQ                     PIC 99    VALUE ZERO.
       01  WS-PREV-CLASS-KEY                PIC X(9)  VALUE SPACES.
      *
       01  PREV-STUDENT-ID                  PIC 9(7)  VALUE ZERO.
       01  WS-SAP-NAME                      PIC X(20) VALUE SPACES.
      *
      ***************SAP MEASUREMENT FIELDS****************************
      *  ONE MEASUREMENT IS TAKEN THROUGH THE CUTOFF TERM KEY - ONCE
      *  THROUGH THE POSTING TERM, ONCE THROUGH THE STUDENT'S PRIOR
      *  TERM ON RECORD
      *
       01  SAP-WORK-FIELDS.
           05  GW-GRADE-POINTS             PIC 9       VALUE ZERO.
           05  GW-ATTEMPTED-HOURS          PIC 9(4)    VALUE ZERO.
           05  GW-EARNED-HOURS             PIC 9(4)    VALUE ZERO.
           05  GW-GPA-POINTS               PIC 9(5)    VALUE ZERO.
           05  GW-GPA-HOURS                PIC 9(4)    VALUE ZERO.
           05  GW-COMPLETION-RATE          PIC 999V9   VALUE ZERO.
           05  GW-CUM-GPA                  PIC 9V99    VALUE ZERO.
      *
       01  TERM-KEY-WORK-FIELDS.
           05  WS-TERM-IN                  PIC X(6)    VALUE SPACES.
           05  WS-TERM-KEY-OUT             PIC X(6)    VALUE SPACES.
           05  WS-POSTING-KEY              PIC X(6)    VALUE SPACES.
           05  WS-CURRENT-TERM-KEY         PIC X(6)    VALUE SPACES.
           05  WS-PRIOR-TERM-KEY           PIC X(6)    VALUE SPACES.
           05  WS-CUTOFF-KEY               PIC X(6)    VALUE SPACES.
           05  WS-LATEST-KEY               PIC X(6)    VALUE SPACES.
      *
      ***************SAP RECONCILIATION COUNTS*************************
       01  SAP-COUNTS.
           05  CNT-MASTERS-READ             PIC 9(7)  VALUE ZERO.
           05  CNT-ARCHIVE-ROWS-READ        PIC 9(7)  VALUE ZERO.
           05  CNT-STUDENTS                 PIC 9(7)  VALUE ZERO.
           05  CNT-RECORDS-WRITTEN          PIC 9(7)  VALUE ZERO.
           05  CNT-NO-HOURS                 PIC 9(7)  VALUE ZERO.
           05  CNT-MEETS                    PIC 9(7)  VALUE ZERO.
           05  CNT-WARNING                  PIC 9(7)  VALUE ZERO.
           05  CNT-SUSPENSION               PIC 9(7)  VALUE ZERO.
           05  CNT-NOT-IN-CATALOG           PIC 9(7)  VALUE ZERO.
      *
      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  H1-DATE.
               10  H1-MONTH                PIC Z9.
               10                          PIC X    VALUE '/'.
               10  H1-DAY                  PIC 99.
               10                          PIC X    VALUE '/'.
               10  H1-YEAR                 PIC 99.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(36) VALUE
                                           'SAP WARNING / SUSPENSION'.
           05                              PIC X(13) VALUE '420'.
      *
       01  SAP-TERM-LINE.
           05                              PIC X(14) VALUE
                                           'POSTING TERM:'.
           05  ST-TERM                     PIC X(6).
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(56) VALUE
               'MINIMUM COMPLETION 67.0%   MINIMUM GPA 2.00'.
      *
       01  SAP-HEADING-FOUR.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(7)  VALUE 'ATTEMPT'.
           05                              PIC X(8)  VALUE ' EARNED'.
           05                              PIC X(8)  VALUE ' COMPL%'.
           05                              PIC X(7)  VALUE '   GPA'.
           05                              PIC X(19) VALUE '  STATUS'.
      *
       01  SAP-DETAIL-LINE.
           05  SDL-ID                      PIC 9(7).
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-NAME                    PIC X(20).
           05                              PIC X(4)  VALUE SPACES.
           05  SDL-ATTEMPTED               PIC ZZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05  SDL-EARNED                  PIC ZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  SDL-COMPLETION              PIC ZZ9.9.
           05                              PIC X(3)  VALUE SPACES.
           05  SDL-GPA                     PIC 9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  SDL-STATUS                  PIC X(10).
           05                              PIC X(8)  VALUE SPACES.
      *
       01  SAP-TOTAL-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  STL-LABEL                   PIC X(30).
           05  STL-COUNT                   PIC ZZZZZZ9.
           05                              PIC X(39) VALUE SPACES.
      *
       01  NO-STUDENTS-LINE                PIC X(80) VALUE
               '   (NONE)'.
      *
       PROCEDURE DIVISION.
      *
       10-BUILD-SAP-INTERFACE.
           PERFORM 20-HSKPING-ROUTINE
           IF NOT MASTER-FILE-MISSING
               PERFORM 15-SORT-MASTER-BY-STUDENT
           END-IF
           PERFORM 45-FINAL-ROUTINE
       .

       15-SORT-MASTER-BY-STUDENT.
      *BRING EVERY CLASS A STUDENT TOOK BACK TOGETHER UNDER THE
      *PERMANENT ID
           SORT SAP-SORT-FILE
                ON ASCENDING KEY SSR-STUDENT-ID
                                 SSR-DEPT-CODE
                                 SSR-CLASS-CODE
                ON DESCENDING KEY SSR-ROW-SOURCE
                INPUT PROCEDURE IS 19-RELEASE-MASTER-RECORDS
                OUTPUT PROCEDURE IS 25-RETURN-SORTED-MASTERS
       .

       19-RELEASE-MASTER-RECORDS.
      *SORT INPUT PROCEDURE - HAND EVERY MASTER RECORD TO THE SORT,
      *THEN EVERY ARCHIVED ROW AS A ONE-ROW RECORD UNDER ITS KEY -
      *A KEY CLOSED OUT AS INACTIVE HAS ONLY ITS ARCHIVED ROWS
           MOVE 'Y' TO EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-MASTER-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CNT-MASTERS-READ
                       MOVE STUDENT-MASTER-RECORD TO SAP-SORT-RECORD
                       SET SSR-FROM-MASTER TO TRUE
                       RELEASE SAP-SORT-RECORD
               END-READ
           END-PERFORM

           IF NOT ARCHIVE-FILE-MISSING
               MOVE 'Y' TO EOF-FLAG
               PERFORM UNTIL NO-MORE-DATA
                   READ HISTORY-ARCHIVE-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CNT-ARCHIVE-ROWS-READ
                           MOVE SPACES TO SAP-SORT-RECORD
                           MOVE HA-STUDENT-KEY TO SSR-STUDENT-KEY
                           MOVE HA-NAME TO SSR-NAME
                           MOVE 1 TO SSR-TERM-COUNT
                           MOVE HA-TERM TO SSR-HIST-TERM (1)
                           MOVE HA-AVERAGE TO SSR-HIST-AVERAGE (1)
                           MOVE HA-GRADE TO SSR-HIST-GRADE (1)
                           SET SSR-FROM-ARCHIVE TO TRUE
                           RELEASE SAP-SORT-RECORD
                   END-READ
               END-PERFORM
           END-IF
       .

       20-HSKPING-ROUTINE.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

           ACCEPT WS-POSTING-TERM FROM ENVIRONMENT 'POSTING-TERM'
           IF WS-POSTING-TERM = SPACES OR WS-POSTING-TERM = LOW-VALUES
               STRING '20' WS-YEAR WS-MONTH
                   DELIMITED BY SIZE INTO WS-POSTING-TERM
           END-IF
           MOVE WS-POSTING-TERM TO WS-TERM-IN
           PERFORM 42-BUILD-TERM-SORT-KEY
           MOVE WS-TERM-KEY-OUT TO WS-POSTING-KEY

           OPEN INPUT STUDENT-MASTER-FILE
           IF MASTER-FILE-MISSING
               DISPLAY 'NO STUDENT MASTER FILE ON HAND - '
                   'NO SAP INTERFACE WRITTEN'
           ELSE
               DISPLAY 'MEASURING SAP THROUGH TERM ' WS-POSTING-TERM
               OPEN OUTPUT SAP-INTERFACE-FILE
               OPEN OUTPUT SAP-CONTROL-FILE
      *        THE ARCHIVE ONLY EXISTS ONCE A ROW HAS BEEN PUSHED
      *        OUT OF A MASTER - WITHOUT IT THE MASTER IS THE WHOLE
      *        HISTORY
               OPEN INPUT HISTORY-ARCHIVE-FILE
               PERFORM 21-LOAD-COURSE-CATALOG
               PERFORM 22-LOAD-XREF-TABLE

               MOVE WS-POSTING-TERM TO ST-TERM
               WRITE SAP-CONTROL-LINE FROM HEADING-ONE
                   AFTER ADVANCING PAGE
               WRITE SAP-CONTROL-LINE FROM SAP-TERM-LINE
                   AFTER ADVANCING 2 LINES
               WRITE SAP-CONTROL-LINE FROM SAP-HEADING-FOUR
                   AFTER ADVANCING 2 LINES
           END-IF
       .

       21-LOAD-COURSE-CATALOG.
      *LOAD THE COURSE CATALOG FOR CREDIT HOURS - AN EMPTY OR
      *MISSING CATALOG LEAVES THE TABLE EMPTY AND EVERY LOOKUP
      *FALLS BACK TO THE DEFAULT
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

           IF WS-CATALOG-COUNT = ZERO
               DISPLAY 'NO COURSE CATALOG ON HAND - ALL CLASSES '
                   'WEIGH IN AT ' CF-CLASS-CREDITS ' CREDIT HOURS'
           END-IF
       .

       22-LOAD-XREF-TABLE.
      *LOAD THE STUDENT ID / CURRENT NAME CROSS-REFERENCE KEPT BY
      *Lab6SortMerge - NONE ON HAND MEANS EVERY RECORD GOES OUT
      *UNDER THE MASTER RECORD'S NAME
           MOVE 'Y' TO EOF-FLAG
           OPEN INPUT XREF-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ XREF-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF WS-XREF-COUNT < WS-MAX-XREF
                           ADD 1 TO WS-XREF-COUNT
                           MOVE XRF-REC-ID
                               TO XRF-ID (WS-XREF-COUNT)
                           MOVE XRF-REC-NAME
                               TO XRF-NAME (WS-XREF-COUNT)
                       ELSE
                           DISPLAY 'XREF TABLE FULL - ENTRY '
                               XRF-REC-ID ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           MOVE 'Y' TO EOF-FLAG
       .

       25-RETURN-SORTED-MASTERS.
      *SORT OUTPUT PROCEDURE - TAKE THE MASTERS BACK IN STUDENT ID
      *ORDER AND MEASURE EACH STUDENT WHEN THE STUDENT ID CHANGES
           MOVE 'Y' TO EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA
               RETURN SAP-SORT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 35-ACCUMULATE-CLASS
               END-RETURN
           END-PERFORM

           IF NOT FIRST-RECORD
               PERFORM 38-STUDENT-BREAK-ROUTINE
           END-IF
       .

       35-ACCUMULATE-CLASS.
           IF FIRST-RECORD
               MOVE 'N' TO FIRST-RECORD-FLAG
               PERFORM 36-START-NEW-STUDENT
           ELSE
               IF SSR-STUDENT-ID NOT = PREV-STUDENT-ID
                   PERFORM 38-STUDENT-BREAK-ROUTINE
                   PERFORM 36-START-NEW-STUDENT
               END-IF
           END-IF

      *    EVERY ROW OF THE CLASS IS AN ATTEMPT AND IS HELD WITH
      *    THE CLASS'S CATALOG HOURS AND ITS CHRONOLOGICAL TERM KEY.
      *    A CLASS'S ARCHIVED ROWS FOLLOW ITS MASTER UNDER THE SAME
      *    CLASS SEQUENCE; AN ARCHIVED COPY OF A TERM THE MASTER
      *    ALREADY HOLDS IS NOT A SECOND ATTEMPT
           PERFORM 37-FIND-CATALOG-CREDITS
           IF SSR-STUDENT-KEY (1:9) NOT = WS-PREV-CLASS-KEY
               ADD 1 TO WS-CLASS-SEQ
               MOVE SSR-STUDENT-KEY (1:9) TO WS-PREV-CLASS-KEY
           END-IF
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SSR-TERM-COUNT
               MOVE SSR-HIST-TERM (SUB) TO WS-TERM-IN
               PERFORM 42-BUILD-TERM-SORT-KEY
               MOVE 'N' TO TERM-FOUND-FLAG
               IF SSR-FROM-ARCHIVE
                   PERFORM 44-CHECK-TERM-HELD
               END-IF
               IF TERM-ALREADY-HELD
                   CONTINUE
               ELSE
                   IF WS-ROW-COUNT < WS-MAX-SAP-ROWS
                       ADD 1 TO WS-ROW-COUNT
                       MOVE WS-CLASS-SEQ
                           TO ROW-CLASS-SEQ (WS-ROW-COUNT)
                       MOVE WS-TERM-KEY-OUT
                           TO ROW-TERM-KEY (WS-ROW-COUNT)
                       MOVE WS-CLASS-CREDITS
                           TO ROW-CREDITS (WS-ROW-COUNT)
                       MOVE SSR-HIST-GRADE (SUB)
                           TO ROW-GRADE (WS-ROW-COUNT)
                   ELSE
                       DISPLAY 'SAP ROW TABLE FULL - ' SSR-DEPT-CODE
                           '/' SSR-CLASS-CODE ' TERM '
                           SSR-HIST-TERM (SUB) ' LEFT OUT FOR '
                           SSR-STUDENT-ID
                   END-IF
               END-IF
           END-PERFORM
       .

       36-START-NEW-STUDENT.
      *THE CURRENT NAME COMES FROM THE CROSS-REFERENCE; A STUDENT
      *NOT YET IN IT KEEPS THE NAME CARRIED ON THE MASTER
           ADD 1 TO CNT-STUDENTS
           MOVE SSR-STUDENT-ID TO PREV-STUDENT-ID
           MOVE SSR-NAME TO WS-SAP-NAME
           PERFORM VARYING XREF-SUB FROM 1 BY 1
                   UNTIL XREF-SUB > WS-XREF-COUNT
               IF XRF-ID (XREF-SUB) = SSR-STUDENT-ID
                   MOVE XRF-NAME (XREF-SUB) TO WS-SAP-NAME
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-ROW-COUNT
           MOVE ZERO TO WS-CLASS-SEQ
           MOVE SPACES TO WS-PREV-CLASS-KEY
       .

       37-FIND-CATALOG-CREDITS.
      *LOOK THE CLASS UP FOR ITS CREDIT HOURS - NOT FOUND MEANS THE
      *DEFAULT HOURS
           MOVE CF-CLASS-CREDITS TO WS-CLASS-CREDITS
           MOVE 'N' TO CATALOG-FOUND-FLAG
           PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > WS-CATALOG-COUNT
               IF CAT-CLASS-CODE (CAT-SUB) = SSR-CLASS-CODE
                  AND CAT-DEPT-CODE (CAT-SUB) = SSR-DEPT-CODE
                   MOVE CAT-CREDITS (CAT-SUB) TO WS-CLASS-CREDITS
                   MOVE 'Y' TO CATALOG-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT CATALOG-ENTRY-FOUND
              AND SSR-FROM-MASTER
               ADD 1 TO CNT-NOT-IN-CATALOG
           END-IF
       .

       38-STUDENT-BREAK-ROUTINE.
      *FINISH THE STUDENT IN PROGRESS: MEASURE THROUGH THE LATEST
      *TERM ON RECORD UP TO THE POSTING TERM, THEN THROUGH THE TERM
      *BEFORE IT, AND SEND ONE INTERFACE RECORD.  WARNING AND
      *SUSPENSION ALSO GO ON THE CONTROL LISTING
           PERFORM 39-FIND-EVALUATION-TERMS

           IF WS-CURRENT-TERM-KEY = LOW-VALUES
               ADD 1 TO CNT-NO-HOURS
           ELSE
               MOVE 'N' TO PRIOR-FAILED-FLAG
               IF WS-PRIOR-TERM-KEY NOT = LOW-VALUES
                   MOVE WS-PRIOR-TERM-KEY TO WS-CUTOFF-KEY
                   PERFORM 40-MEASURE-PROGRESS
                   IF TERM-FAILED-SAP
                       MOVE 'Y' TO PRIOR-FAILED-FLAG
                   END-IF
               END-IF

               MOVE WS-CURRENT-TERM-KEY TO WS-CUTOFF-KEY
               PERFORM 40-MEASURE-PROGRESS

               MOVE SPACES TO SAP-INTERFACE-RECORD
               MOVE PREV-STUDENT-ID TO SAP-STUDENT-ID
               MOVE WS-SAP-NAME TO SAP-NAME
               MOVE WS-POSTING-TERM TO SAP-TERM
               MOVE GW-ATTEMPTED-HOURS TO SAP-ATTEMPTED-HOURS
               MOVE GW-EARNED-HOURS TO SAP-EARNED-HOURS
               MOVE GW-COMPLETION-RATE TO SAP-COMPLETION-RATE
               MOVE GW-CUM-GPA TO SAP-CUM-GPA
               EVALUATE TRUE
                   WHEN NOT TERM-FAILED-SAP
                       MOVE 'MEETS' TO SAP-STATUS
                       ADD 1 TO CNT-MEETS
                   WHEN PRIOR-FAILED-SAP
                       MOVE 'SUSPENSION' TO SAP-STATUS
                       ADD 1 TO CNT-SUSPENSION
                   WHEN OTHER
                       MOVE 'WARNING' TO SAP-STATUS
                       ADD 1 TO CNT-WARNING
               END-EVALUATE
               WRITE SAP-INTERFACE-RECORD
               ADD 1 TO CNT-RECORDS-WRITTEN

               IF TERM-FAILED-SAP
                   MOVE PREV-STUDENT-ID TO SDL-ID
                   MOVE WS-SAP-NAME TO SDL-NAME
                   MOVE GW-ATTEMPTED-HOURS TO SDL-ATTEMPTED
                   MOVE GW-EARNED-HOURS TO SDL-EARNED
                   MOVE GW-COMPLETION-RATE TO SDL-COMPLETION
                   MOVE GW-CUM-GPA TO SDL-GPA
                   MOVE SAP-STATUS TO SDL-STATUS
                   WRITE SAP-CONTROL-LINE FROM SAP-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF
       .

       39-FIND-EVALUATION-TERMS.
      *THE TERM BEING MEASURED IS THE STUDENT'S LATEST TERM ON
      *RECORD NOT AFTER THE POSTING TERM; THE PRIOR TERM IS THE
      *LATEST ONE BEFORE THAT.  LOW-VALUES MEANS THERE IS NONE
           MOVE LOW-VALUES TO WS-CURRENT-TERM-KEY
           MOVE LOW-VALUES TO WS-PRIOR-TERM-KEY
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > WS-ROW-COUNT
               IF ROW-TERM-KEY (ROW-SUB) <= WS-POSTING-KEY
                  AND ROW-TERM-KEY (ROW-SUB) > WS-CURRENT-TERM-KEY
                   MOVE ROW-TERM-KEY (ROW-SUB) TO WS-CURRENT-TERM-KEY
               END-IF
           END-PERFORM
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > WS-ROW-COUNT
               IF ROW-TERM-KEY (ROW-SUB) < WS-CURRENT-TERM-KEY
                  AND ROW-TERM-KEY (ROW-SUB) > WS-PRIOR-TERM-KEY
                   MOVE ROW-TERM-KEY (ROW-SUB) TO WS-PRIOR-TERM-KEY
               END-IF
           END-PERFORM
       .

       40-MEASURE-PROGRESS.
      *ATTEMPTED, EARNED, COMPLETION RATE, AND CUMULATIVE GPA
      *THROUGH WS-CUTOFF-KEY.  EVERY ROW IS ATTEMPTED; EACH CLASS
      *EARNS AND WEIGHS IN ONLY THROUGH ITS COUNTING ATTEMPT
           MOVE ZERO TO GW-ATTEMPTED-HOURS
           MOVE ZERO TO GW-EARNED-HOURS
           MOVE ZERO TO GW-GPA-POINTS
           MOVE ZERO TO GW-GPA-HOURS
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > WS-ROW-COUNT
               IF ROW-TERM-KEY (ROW-SUB) <= WS-CUTOFF-KEY
                   ADD ROW-CREDITS (ROW-SUB) TO GW-ATTEMPTED-HOURS
               END-IF
           END-PERFORM

           PERFORM VARYING CLASS-SUB FROM 1 BY 1
                   UNTIL CLASS-SUB > WS-CLASS-SEQ
               PERFORM 41-FIND-COUNTING-ATTEMPT
               IF WS-COUNTING-ROW > ZERO
                   PERFORM 43-TAKE-GRADE-POINTS
                   COMPUTE GW-GPA-POINTS = GW-GPA-POINTS
                       + (GW-GRADE-POINTS
                          * ROW-CREDITS (WS-COUNTING-ROW))
                   ADD ROW-CREDITS (WS-COUNTING-ROW) TO GW-GPA-HOURS
                   IF ROW-GRADE (WS-COUNTING-ROW) NOT = 'F'
                       ADD ROW-CREDITS (WS-COUNTING-ROW)
                           TO GW-EARNED-HOURS
                   END-IF
               END-IF
           END-PERFORM

           IF GW-ATTEMPTED-HOURS > 0
               COMPUTE GW-COMPLETION-RATE ROUNDED =
                   GW-EARNED-HOURS * 100 / GW-ATTEMPTED-HOURS
           ELSE
               MOVE ZERO TO GW-COMPLETION-RATE
           END-IF
           IF GW-GPA-HOURS > 0
               COMPUTE GW-CUM-GPA ROUNDED =
                   GW-GPA-POINTS / GW-GPA-HOURS
           ELSE
               MOVE ZERO TO GW-CUM-GPA
           END-IF

           MOVE 'N' TO TERM-FAILED-FLAG
           IF GW-ATTEMPTED-HOURS > 0
              AND (GW-COMPLETION-RATE < CF-MIN-COMPLETION
                   OR GW-CUM-GPA < CF-MIN-GPA)
               MOVE 'Y' TO TERM-FAILED-FLAG
           END-IF
       .

       41-FIND-COUNTING-ATTEMPT.
      *THE ATTEMPT THAT COUNTS FOR CLASS CLASS-SUB IS ITS LATEST
      *GRADED (NON-'W') ROW THROUGH THE CUTOFF, AS Lab6MasterPost
      *DECIDES IT.  ZERO MEANS THE CLASS HAS ONLY WITHDRAWALS
           MOVE ZERO TO WS-COUNTING-ROW
           MOVE LOW-VALUES TO WS-LATEST-KEY
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > WS-ROW-COUNT
               IF ROW-CLASS-SEQ (ROW-SUB) = CLASS-SUB
                  AND ROW-GRADE (ROW-SUB) NOT = 'W'
                  AND ROW-TERM-KEY (ROW-SUB) <= WS-CUTOFF-KEY
                  AND ROW-TERM-KEY (ROW-SUB) > WS-LATEST-KEY
                   MOVE ROW-TERM-KEY (ROW-SUB) TO WS-LATEST-KEY
                   MOVE ROW-SUB TO WS-COUNTING-ROW
               END-IF
           END-PERFORM
       .

       42-BUILD-TERM-SORT-KEY.
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

       43-TAKE-GRADE-POINTS.
           EVALUATE ROW-GRADE (WS-COUNTING-ROW)
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
       .

       44-CHECK-TERM-HELD.
      *HAS THE CLASS IN PROGRESS ALREADY TAKEN A ROW FOR THE TERM
      *KEY IN WS-TERM-KEY-OUT - THE MASTER'S ROW IS THE GRADE OF
      *RECORD FOR A TERM IT SHARES WITH THE ARCHIVE
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > WS-ROW-COUNT
               IF ROW-CLASS-SEQ (ROW-SUB) = WS-CLASS-SEQ
                  AND ROW-TERM-KEY (ROW-SUB) = WS-TERM-KEY-OUT
                   MOVE 'Y' TO TERM-FOUND-FLAG
               END-IF
           END-PERFORM
       .

       45-FINAL-ROUTINE.
           IF NOT MASTER-FILE-MISSING
               IF CNT-WARNING + CNT-SUSPENSION = ZERO
                   WRITE SAP-CONTROL-LINE FROM NO-STUDENTS-LINE
                       AFTER ADVANCING 1 LINE
               END-IF

               MOVE 'STUDENTS SENT TO FINANCIAL AID' TO STL-LABEL
               MOVE CNT-RECORDS-WRITTEN TO STL-COUNT
               WRITE SAP-CONTROL-LINE FROM SAP-TOTAL-LINE
                   AFTER ADVANCING 3 LINES
               MOVE 'MEETS' TO STL-LABEL
               MOVE CNT-MEETS TO STL-COUNT
               WRITE SAP-CONTROL-LINE FROM SAP-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'WARNING' TO STL-LABEL
               MOVE CNT-WARNING TO STL-COUNT
               WRITE SAP-CONTROL-LINE FROM SAP-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'SUSPENSION' TO STL-LABEL
               MOVE CNT-SUSPENSION TO STL-COUNT
               WRITE SAP-CONTROL-LINE FROM SAP-TOTAL-LINE
                   AFTER ADVANCING 1 LINE

               CLOSE STUDENT-MASTER-FILE
                     SAP-INTERFACE-FILE
                     SAP-CONTROL-FILE
               IF NOT ARCHIVE-FILE-MISSING
                   CLOSE HISTORY-ARCHIVE-FILE
               END-IF
           END-IF

           DISPLAY 'MASTER RECORDS READ: ' CNT-MASTERS-READ
           DISPLAY 'ARCHIVED HISTORY ROWS READ: '
               CNT-ARCHIVE-ROWS-READ
           DISPLAY 'STUDENTS ON FILE: ' CNT-STUDENTS
           DISPLAY 'SAP RECORDS WRITTEN: ' CNT-RECORDS-WRITTEN
           DISPLAY 'STUDENTS WITH NO HOURS THROUGH THE TERM: '
               CNT-NO-HOURS
           DISPLAY 'SAP MEETS: ' CNT-MEETS
           DISPLAY 'SAP WARNING: ' CNT-WARNING
           DISPLAY 'SAP SUSPENSION: ' CNT-SUSPENSION
           DISPLAY 'MASTER RECORDS NOT IN CATALOG: '
               CNT-NOT-IN-CATALOG

           STOP RUN
       .
