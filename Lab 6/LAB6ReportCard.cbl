       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Lab6ReportCard.
       AUTHOR.         TEAM OGLETREE.
      ******************************************************************
      *
      *             LAB 6 - STUDENT TERM REPORT CARDS
      *
      *  THE STUDENT MASTER IS KEYED BY DEPARTMENT / CLASS / STUDENT
      *  ID, SO ITS GPA, CREDITS, AND STANDING ALL DESCRIBE ONE
      *  STUDENT IN ONE CLASS.  RUN AFTER Lab6MasterPost HAS POSTED
      *  THE TERM, THIS JOB GATHERS EVERY MASTER RECORD FOR EACH
      *  PERMANENT STUDENT ID AND PRINTS ONE REPORT CARD PER
      *  STUDENT - EVERY CLASS TAKEN IN THE POSTING TERM WITH ITS
      *  CATALOG TITLE, CREDIT HOURS, AVERAGE AND GRADE, A CREDIT-
      *  WEIGHTED TERM GPA ACROSS THOSE CLASSES, AND THE OVERALL
      *  CUMULATIVE GPA ACROSS EVERY CLASS AND TERM ON FILE -
      *  ROWS PUSHED OUT TO THE HISTORY ARCHIVE AND CLASSES CLOSED
      *  OUT AS INACTIVE INCLUDED
      ******
      *  INPUT
      *     STUDENTMASTER.DAT - INDEXED MASTER KEYED BY
      *     DEPARTMENT / CLASS / PERMANENT STUDENT ID
      *     STUDENTHISTARCH.DAT - INDEXED HISTORY ARCHIVE, WHEN ONE
      *     EXISTS - TERM ROWS PUSHED OUT OF A FULL MASTER AND THE
      *     ROWS OF MASTERS CLOSED OUT BY Lab6YearEndClose
      *     STUDENTXREF.TXT - PERMANENT ID / CURRENT NAME KEPT BY
      *     Lab6SortMerge, SO THE CARD CARRIES THE NAME OF RECORD
      *     COURSECATALOG.TXT - CLASS / DEPARTMENT / TITLE / CREDITS
      ******
      *  OUTPUT
      *     L6REPORTCARDS.TXT - ONE REPORT CARD PAGE PER STUDENT
      *     WITH AT LEAST ONE CLASS IN THE POSTING TERM, IN
      *     PERMANENT STUDENT ID ORDER
      ******
      *  CALCULATIONS
      *     GRADE POINTS: A=4 B=3 C=2 D=1 F=0
      *     EACH CLASS IS WEIGHTED BY ITS CATALOG CREDIT HOURS - A
      *     CLASS NOT IN THE CATALOG FALLS BACK TO 3 HOURS, THE
      *     SAME AS Lab6MasterPost
      *     TERM GPA = SUM OF (POINTS X HOURS) / SUM OF HOURS OVER
      *                THE POSTING TERM'S GRADED CLASSES
      *     CUMULATIVE GPA = THE SAME OVER EVERY CLASS ON THE
      *                STUDENT'S MASTER RECORDS AND IN THE ARCHIVE,
      *                TAKING ONLY THE LATEST GRADED ATTEMPT AT A
      *                RETAKEN CLASS - THE LATEST-ATTEMPT-COUNTS
      *                REPEAT POLICY.  A TERM ON BOTH THE MASTER AND
      *                THE ARCHIVE TAKES THE MASTER'S GRADE
      *     A WITHDRAWN ROW ('W') EARNS NOTHING AND STAYS OUT OF
      *     THE DIVISOR; AN F COUNTS IN THE DIVISOR BUT EARNS NO
      *     CREDIT HOURS
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
           SELECT CARD-SORT-FILE
               ASSIGN TO 'CARDSORTWORK.TMP'.
      *
           SELECT REPORT-CARD-FILE
               ASSIGN TO PRINTER 'L6REPORTCARDS.TXT'.
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
       SD  CARD-SORT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CARD-SORT-RECORD.
           05  CSR-STUDENT-KEY.
               10  CSR-DEPT-CODE            PIC A(4).
               10  CSR-CLASS-CODE           PIC X(5).
               10  CSR-STUDENT-ID           PIC 9(7).
           05  CSR-NAME                     PIC X(20).
           05  CSR-TERM-COUNT               PIC 99.
           05  CSR-TERM-HISTORY OCCURS 12 TIMES.
               10  CSR-HIST-TERM            PIC X(6).
               10  CSR-HIST-AVERAGE         PIC 999V99.
               10  CSR-HIST-GRADE           PIC X.
           05  CSR-GPA                      PIC 9V99.
           05  CSR-CREDITS-EARNED           PIC 9(3).
           05  CSR-STANDING-CODE            PIC X(2).
           05  CSR-PRIOR-STANDING           PIC X(2).
           05  CSR-ROW-SOURCE               PIC X.
               88 CSR-FROM-MASTER                      VALUE 'M'.
               88 CSR-FROM-ARCHIVE                     VALUE 'A'.
           05  FILLER                       PIC X(7).
      *
       FD  REPORT-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-CARD-LINE                 PIC X(80).
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
      *
       01  WS-MASTER-STATUS                PIC XX      VALUE '00'.
           88 MASTER-FILE-MISSING                      VALUE '35'.
      *
       01  WS-ARCHIVE-STATUS               PIC XX      VALUE '00'.
           88 ARCHIVE-FILE-MISSING                     VALUE '35'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE ZERO.
      *
       01  CONSTANT-FIELDS.
           05  CF-CLASS-CREDITS            PIC 9       VALUE 3.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  WS-POSTING-TERM                 PIC X(6)    VALUE SPACES.
      *
      ***************COURSE CATALOG TABLE******************************
      *  LOADED FROM COURSECATALOG.TXT FOR EACH CLASS'S TITLE AND
      *  CREDIT HOURS - A CLASS NOT IN THE CATALOG PRINTS FLAGGED AS
      *  SUCH AND WEIGHS IN AT THE CF-CLASS-CREDITS DEFAULT
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
      ***************STUDENT CROSS-REFERENCE TABLE*********************
      *  PERMANENT ID / CURRENT NAME FROM STUDENTXREF.TXT - A
      *  STUDENT NOT YET CROSS-REFERENCED PRINTS UNDER THE NAME ON
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
      ***************ONE STUDENT'S CARD IN PROGRESS********************
      *  THE CLASSES FROM THE POSTING TERM ARE HELD HERE UNTIL THE
      *  STUDENT ID CHANGES - A STUDENT WITH NO CLASS IN THE TERM
      *  GETS NO CARD
      *
       01  WS-MAX-CARD-LINES                PIC 99    VALUE 40.
       01  CARD-LINE-TABLE.
           05  WS-CARD-LINE-COUNT           PIC 99    VALUE ZERO.
           05  CRD-ENTRY OCCURS 40 TIMES.
               10  CRD-DEPT-CODE            PIC X(4).
               10  CRD-CLASS-CODE           PIC X(5).
               10  CRD-TITLE                PIC X(30).
               10  CRD-CREDITS              PIC 9.
               10  CRD-AVERAGE              PIC 999V99.
               10  CRD-GRADE                PIC X.
       01  CRD-SUB                          PIC 99    VALUE ZERO.
      *
       01  PREV-STUDENT-ID                  PIC 9(7)  VALUE ZERO.
       01  WS-CARD-NAME                     PIC X(20) VALUE SPACES.
      *
      *  THE CLASS IN PROGRESS - ITS MASTER AND ARCHIVED ROWS ARRIVE
      *  AS SEPARATE RECORDS, SO ITS COUNTING ATTEMPT IS CARRIED
      *  ACROSS THEM AND SETTLED WHEN THE CLASS CHANGES
       01  WS-PREV-CLASS-KEY                PIC X(9)  VALUE SPACES.
       01  WS-COUNTING-GRADE                PIC X     VALUE SPACE.
       01  WS-GRADE-IN                      PIC X     VALUE SPACE.
      *
       01  GPA-WORK-FIELDS.
           05  GW-GRADE-POINTS             PIC 9       VALUE ZERO.
           05  GW-TERM-POINTS              PIC 9(5)    VALUE ZERO.
           05  GW-TERM-HOURS               PIC 9(5)    VALUE ZERO.
           05  GW-TERM-EARNED              PIC 9(5)    VALUE ZERO.
           05  GW-CUM-POINTS               PIC 9(5)    VALUE ZERO.
           05  GW-CUM-HOURS                PIC 9(5)    VALUE ZERO.
           05  GW-CUM-EARNED               PIC 9(5)    VALUE ZERO.
           05  GW-TERM-GPA                 PIC 9V99    VALUE ZERO.
           05  GW-CUM-GPA                  PIC 9V99    VALUE ZERO.
      *
      *  A MASTER'S ROWS ARE NOT KEPT IN TERM ORDER, SO THE LATEST
      *  ATTEMPT IS FOUND BY CHRONOLOGICALLY COLLATING TERM KEYS
       01  TERM-KEY-WORK-FIELDS.
           05  WS-TERM-IN                  PIC X(6)    VALUE SPACES.
           05  WS-TERM-KEY-OUT             PIC X(6)    VALUE SPACES.
           05  WS-LATEST-KEY               PIC X(6)    VALUE SPACES.
      *
      ***************REPORT CARD RECONCILIATION COUNTS*****************
       01  REPORT-CARD-COUNTS.
           05  CNT-MASTERS-READ             PIC 9(7)  VALUE ZERO.
           05  CNT-ARCHIVE-ROWS-READ        PIC 9(7)  VALUE ZERO.
           05  CNT-STUDENTS                 PIC 9(7)  VALUE ZERO.
           05  CNT-CARDS-PRINTED            PIC 9(7)  VALUE ZERO.
           05  CNT-NO-TERM-CLASSES          PIC 9(7)  VALUE ZERO.
           05  CNT-CLASS-LINES              PIC 9(7)  VALUE ZERO.
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
                                           'STUDENT REPORT CARD'.
           05                              PIC X(13) VALUE '420'.
      *
       01  CARD-NAME-LINE.
           05                              PIC X(9)  VALUE 'STUDENT:'.
           05  RC-NAME                     PIC X(20).
           05                              PIC X(5)  VALUE '  ID '.
           05  RC-ID                       PIC 9(7).
           05                              PIC X(8)  VALUE '   TERM '.
           05  RC-TERM                     PIC X(6).
           05                              PIC X(25) VALUE SPACES.
      *
       01  CARD-HEADING-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(12) VALUE 'CLASS'.
           05                              PIC X(30) VALUE 'TITLE'.
           05                              PIC X(7)  VALUE '  HRS'.
           05                              PIC X(10) VALUE ' AVERAGE'.
           05                              PIC X(5)  VALUE 'GRADE'.
           05                              PIC X(14) VALUE SPACES.
      *
       01  CARD-DETAIL-LINE.
           05                              PIC X(2)  VALUE SPACES.
           05  CD-DEPT                     PIC X(4).
           05                              PIC X     VALUE '/'.
           05  CD-CLASS                    PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  CD-TITLE                    PIC X(30).
           05                              PIC X(2)  VALUE SPACES.
           05  CD-CREDITS                  PIC 9.
           05                              PIC X(5)  VALUE SPACES.
           05  CD-AVERAGE                  PIC ZZ9.99.
           05                              PIC X(5)  VALUE SPACES.
           05  CD-GRADE                    PIC X.
           05                              PIC X(16) VALUE SPACES.
      *
       01  TERM-GPA-LINE.
           05                              PIC X(16) VALUE
                                           'TERM GPA:'.
           05  TG-GPA                      PIC 9.99.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'TERM HOURS EARNED:'.
           05  TG-CREDITS                  PIC ZZ9.
           05                              PIC X(33) VALUE SPACES.
      *
       01  CUMULATIVE-LINE.
           05                              PIC X(16) VALUE
                                           'CUMULATIVE GPA:'.
           05  CU-GPA                      PIC 9.99.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(20) VALUE
                                           'TOTAL HOURS EARNED:'.
           05  CU-CREDITS                  PIC ZZ9.
           05                              PIC X(33) VALUE SPACES.
      *
       01  NO-DATA-LINE                    PIC X(80) VALUE
               'NO STUDENT HAS A CLASS POSTED FOR THIS TERM'.
      *
       PROCEDURE DIVISION.
      *
       10-PRINT-REPORT-CARDS.
           PERFORM 20-HSKPING-ROUTINE
           IF NOT MASTER-FILE-MISSING
               PERFORM 15-SORT-MASTER-BY-STUDENT
           END-IF
           PERFORM 45-FINAL-ROUTINE
       .

       15-SORT-MASTER-BY-STUDENT.
      *BRING EVERY CLASS A STUDENT TOOK BACK TOGETHER UNDER THE
      *PERMANENT ID - DEPARTMENT AND CLASS ORDER WITHIN THE STUDENT
      *SO THE CARD LISTS CLASSES THE WAY THE CATALOG DOES
           SORT CARD-SORT-FILE
                ON ASCENDING KEY CSR-STUDENT-ID
                                 CSR-DEPT-CODE
                                 CSR-CLASS-CODE
                ON DESCENDING KEY CSR-ROW-SOURCE
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
                       MOVE STUDENT-MASTER-RECORD TO CARD-SORT-RECORD
                       SET CSR-FROM-MASTER TO TRUE
                       RELEASE CARD-SORT-RECORD
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
                           MOVE SPACES TO CARD-SORT-RECORD
                           MOVE HA-STUDENT-KEY TO CSR-STUDENT-KEY
                           MOVE HA-NAME TO CSR-NAME
                           MOVE 1 TO CSR-TERM-COUNT
                           MOVE HA-TERM TO CSR-HIST-TERM (1)
                           MOVE HA-AVERAGE TO CSR-HIST-AVERAGE (1)
                           MOVE HA-GRADE TO CSR-HIST-GRADE (1)
                           SET CSR-FROM-ARCHIVE TO TRUE
                           RELEASE CARD-SORT-RECORD
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

           OPEN INPUT STUDENT-MASTER-FILE
           IF MASTER-FILE-MISSING
               DISPLAY 'NO STUDENT MASTER FILE ON HAND - '
                   'NOTHING TO PRINT'
           ELSE
               DISPLAY 'PRINTING REPORT CARDS FOR TERM '
                   WS-POSTING-TERM
               OPEN OUTPUT REPORT-CARD-FILE
      *        THE ARCHIVE ONLY EXISTS ONCE A ROW HAS BEEN PUSHED
      *        OUT OF A MASTER - WITHOUT IT THE MASTER IS THE WHOLE
      *        HISTORY
               OPEN INPUT HISTORY-ARCHIVE-FILE
               PERFORM 21-LOAD-COURSE-CATALOG
               PERFORM 22-LOAD-XREF-TABLE
           END-IF
       .

       21-LOAD-COURSE-CATALOG.
      *LOAD THE COURSE CATALOG FOR TITLES AND CREDIT HOURS - AN
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

           IF WS-CATALOG-COUNT = ZERO
               DISPLAY 'NO COURSE CATALOG ON HAND - ALL CLASSES '
                   'WEIGH IN AT ' CF-CLASS-CREDITS ' CREDIT HOURS'
           END-IF
       .

       22-LOAD-XREF-TABLE.
      *LOAD THE STUDENT ID / CURRENT NAME CROSS-REFERENCE KEPT BY
      *Lab6SortMerge - NONE ON HAND MEANS EVERY CARD PRINTS UNDER
      *THE MASTER RECORD'S NAME
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
      *ORDER AND PRINT A CARD EACH TIME THE STUDENT ID CHANGES
           MOVE 'Y' TO EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA
               RETURN CARD-SORT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 35-ACCUMULATE-CLASS
               END-RETURN
           END-PERFORM

           IF FIRST-RECORD
               WRITE REPORT-CARD-LINE FROM HEADING-ONE
                   AFTER ADVANCING PAGE
               WRITE REPORT-CARD-LINE FROM NO-DATA-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 38-STUDENT-BREAK-ROUTINE
               IF CNT-CARDS-PRINTED = ZERO
                   WRITE REPORT-CARD-LINE FROM HEADING-ONE
                       AFTER ADVANCING PAGE
                   WRITE REPORT-CARD-LINE FROM NO-DATA-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF
       .

       35-ACCUMULATE-CLASS.
           IF FIRST-RECORD
               MOVE 'N' TO FIRST-RECORD-FLAG
               PERFORM 36-START-NEW-STUDENT
           ELSE
               IF CSR-STUDENT-ID NOT = PREV-STUDENT-ID
                   PERFORM 38-STUDENT-BREAK-ROUTINE
                   PERFORM 36-START-NEW-STUDENT
               ELSE
                   IF CSR-STUDENT-KEY (1:9) NOT = WS-PREV-CLASS-KEY
                       PERFORM 43-SETTLE-CLASS-ATTEMPT
                       PERFORM 44-START-NEW-CLASS
                   END-IF
               END-IF
           END-IF

           PERFORM 37-FIND-CATALOG-ENTRY

      *    THE LATEST GRADED ATTEMPT AT EACH CLASS FEEDS THE
      *    CUMULATIVE GPA WHEN THE CLASS IS SETTLED; THE POSTING
      *    TERM'S MASTER ROW ALSO GOES ON THE CARD AND INTO THE
      *    TERM GPA
           PERFORM 41-FIND-COUNTING-ATTEMPT
           IF CSR-FROM-MASTER
               PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > CSR-TERM-COUNT
                   IF CSR-HIST-TERM (SUB) = WS-POSTING-TERM
                       PERFORM 40-ADD-CARD-LINE
                   END-IF
               END-PERFORM
           END-IF
       .

       36-START-NEW-STUDENT.
      *THE CURRENT NAME COMES FROM THE CROSS-REFERENCE; A STUDENT
      *NOT YET IN IT KEEPS THE NAME CARRIED ON THE MASTER
           ADD 1 TO CNT-STUDENTS
           MOVE CSR-STUDENT-ID TO PREV-STUDENT-ID
           MOVE CSR-NAME TO WS-CARD-NAME
           PERFORM VARYING XREF-SUB FROM 1 BY 1
                   UNTIL XREF-SUB > WS-XREF-COUNT
               IF XRF-ID (XREF-SUB) = CSR-STUDENT-ID
                   MOVE XRF-NAME (XREF-SUB) TO WS-CARD-NAME
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-CARD-LINE-COUNT
           MOVE ZERO TO GW-TERM-POINTS
           MOVE ZERO TO GW-TERM-HOURS
           MOVE ZERO TO GW-TERM-EARNED
           MOVE ZERO TO GW-CUM-POINTS
           MOVE ZERO TO GW-CUM-HOURS
           MOVE ZERO TO GW-CUM-EARNED
           PERFORM 44-START-NEW-CLASS
       .

       37-FIND-CATALOG-ENTRY.
      *LOOK THE CLASS UP FOR ITS TITLE AND CREDIT HOURS - NOT FOUND
      *MEANS NO TITLE AND THE DEFAULT HOURS
           MOVE CF-CLASS-CREDITS TO WS-CLASS-CREDITS
           MOVE '** NOT IN COURSE CATALOG **' TO WS-CLASS-TITLE
           MOVE 'N' TO CATALOG-FOUND-FLAG
           PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > WS-CATALOG-COUNT
               IF CAT-CLASS-CODE (CAT-SUB) = CSR-CLASS-CODE
                  AND CAT-DEPT-CODE (CAT-SUB) = CSR-DEPT-CODE
                   MOVE CAT-CREDITS (CAT-SUB) TO WS-CLASS-CREDITS
                   MOVE CAT-TITLE (CAT-SUB) TO WS-CLASS-TITLE
                   MOVE 'Y' TO CATALOG-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT CATALOG-ENTRY-FOUND
              AND CSR-FROM-MASTER
               ADD 1 TO CNT-NOT-IN-CATALOG
           END-IF
       .

       38-STUDENT-BREAK-ROUTINE.
      *FINISH THE STUDENT IN PROGRESS: ONE CARD PAGE WITH EVERY
      *CLASS FROM THE POSTING TERM, THE TERM GPA, AND THE
      *CUMULATIVE GPA.  NO CLASS THIS TERM MEANS NO CARD
           PERFORM 43-SETTLE-CLASS-ATTEMPT
           IF WS-CARD-LINE-COUNT = ZERO
               ADD 1 TO CNT-NO-TERM-CLASSES
           ELSE
               WRITE REPORT-CARD-LINE FROM HEADING-ONE
                   AFTER ADVANCING PAGE

               MOVE WS-CARD-NAME TO RC-NAME
               MOVE PREV-STUDENT-ID TO RC-ID
               MOVE WS-POSTING-TERM TO RC-TERM
               WRITE REPORT-CARD-LINE FROM CARD-NAME-LINE
                   AFTER ADVANCING 2 LINES

               WRITE REPORT-CARD-LINE FROM CARD-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM VARYING CRD-SUB FROM 1 BY 1
                       UNTIL CRD-SUB > WS-CARD-LINE-COUNT
                   MOVE CRD-DEPT-CODE (CRD-SUB) TO CD-DEPT
                   MOVE CRD-CLASS-CODE (CRD-SUB) TO CD-CLASS
                   MOVE CRD-TITLE (CRD-SUB) TO CD-TITLE
                   MOVE CRD-CREDITS (CRD-SUB) TO CD-CREDITS
                   MOVE CRD-AVERAGE (CRD-SUB) TO CD-AVERAGE
                   MOVE CRD-GRADE (CRD-SUB) TO CD-GRADE
                   WRITE REPORT-CARD-LINE FROM CARD-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO CNT-CLASS-LINES
               END-PERFORM

               IF GW-TERM-HOURS > 0
                   COMPUTE GW-TERM-GPA ROUNDED =
                           GW-TERM-POINTS / GW-TERM-HOURS
               ELSE
                   MOVE ZERO TO GW-TERM-GPA
               END-IF
               IF GW-CUM-HOURS > 0
                   COMPUTE GW-CUM-GPA ROUNDED =
                           GW-CUM-POINTS / GW-CUM-HOURS
               ELSE
                   MOVE ZERO TO GW-CUM-GPA
               END-IF

               MOVE GW-TERM-GPA TO TG-GPA
               MOVE GW-TERM-EARNED TO TG-CREDITS
               WRITE REPORT-CARD-LINE FROM TERM-GPA-LINE
                   AFTER ADVANCING 2 LINES
               MOVE GW-CUM-GPA TO CU-GPA
               MOVE GW-CUM-EARNED TO CU-CREDITS
               WRITE REPORT-CARD-LINE FROM CUMULATIVE-LINE
                   AFTER ADVANCING 1 LINE

               ADD 1 TO CNT-CARDS-PRINTED
           END-IF
       .

       39-TAKE-GRADE-POINTS.
           EVALUATE WS-GRADE-IN
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

       40-ADD-CARD-LINE.
      *FILE THE POSTING TERM'S ROW ON THE CARD AND IN THE TERM
      *GPA - A WITHDRAWN CLASS PRINTS ITS 'W' BUT WEIGHS NOTHING
           IF WS-CARD-LINE-COUNT < WS-MAX-CARD-LINES
               ADD 1 TO WS-CARD-LINE-COUNT
               MOVE CSR-DEPT-CODE TO CRD-DEPT-CODE (WS-CARD-LINE-COUNT)
               MOVE CSR-CLASS-CODE
                   TO CRD-CLASS-CODE (WS-CARD-LINE-COUNT)
               MOVE WS-CLASS-TITLE TO CRD-TITLE (WS-CARD-LINE-COUNT)
               MOVE WS-CLASS-CREDITS
                   TO CRD-CREDITS (WS-CARD-LINE-COUNT)
               MOVE CSR-HIST-AVERAGE (SUB)
                   TO CRD-AVERAGE (WS-CARD-LINE-COUNT)
               MOVE CSR-HIST-GRADE (SUB)
                   TO CRD-GRADE (WS-CARD-LINE-COUNT)
           ELSE
               DISPLAY 'CARD TABLE FULL - CLASS ' CSR-DEPT-CODE '/'
                   CSR-CLASS-CODE ' LEFT OFF CARD FOR '
                   CSR-STUDENT-ID
           END-IF

      *    THE ROW'S OWN GRADE WEIGHS IN HERE - IT NEED NOT BE THE
      *    CLASS'S COUNTING ATTEMPT
           IF CSR-HIST-GRADE (SUB) NOT = 'W'
               MOVE CSR-HIST-GRADE (SUB) TO WS-GRADE-IN
               PERFORM 39-TAKE-GRADE-POINTS
               COMPUTE GW-TERM-POINTS = GW-TERM-POINTS
                   + (GW-GRADE-POINTS * WS-CLASS-CREDITS)
               ADD WS-CLASS-CREDITS TO GW-TERM-HOURS
               IF CSR-HIST-GRADE (SUB) NOT = 'F'
                   ADD WS-CLASS-CREDITS TO GW-TERM-EARNED
               END-IF
           END-IF
       .

       41-FIND-COUNTING-ATTEMPT.
      *THE ATTEMPT THAT COUNTS IS THE LATEST GRADED (NON-'W') ROW
      *BY TERM, AS Lab6MasterPost DECIDES IT - CARRIED FORWARD OVER
      *THIS RECORD'S ROWS.  THE MASTER SORTS AHEAD OF ITS ARCHIVED
      *ROWS, SO AN ARCHIVED COPY OF A MASTER TERM NEVER DISPLACES IT
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > CSR-TERM-COUNT
               IF CSR-HIST-GRADE (SUB) NOT = 'W'
                   MOVE CSR-HIST-TERM (SUB) TO WS-TERM-IN
                   PERFORM 42-BUILD-TERM-SORT-KEY
                   IF WS-TERM-KEY-OUT > WS-LATEST-KEY
                       MOVE WS-TERM-KEY-OUT TO WS-LATEST-KEY
                       MOVE CSR-HIST-GRADE (SUB) TO WS-COUNTING-GRADE
                   END-IF
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

       43-SETTLE-CLASS-ATTEMPT.
      *THE CLASS IN PROGRESS IS COMPLETE - ITS COUNTING ATTEMPT, IF
      *IT HAS ONE, GOES INTO THE CUMULATIVE GPA AT THE CLASS'S HOURS
           IF WS-COUNTING-GRADE NOT = SPACE
               MOVE WS-COUNTING-GRADE TO WS-GRADE-IN
               PERFORM 39-TAKE-GRADE-POINTS
               COMPUTE GW-CUM-POINTS = GW-CUM-POINTS
                   + (GW-GRADE-POINTS * WS-CLASS-CREDITS)
               ADD WS-CLASS-CREDITS TO GW-CUM-HOURS
               IF WS-COUNTING-GRADE NOT = 'F'
                   ADD WS-CLASS-CREDITS TO GW-CUM-EARNED
               END-IF
           END-IF
           MOVE SPACE TO WS-COUNTING-GRADE
       .

       44-START-NEW-CLASS.
           MOVE CSR-STUDENT-KEY (1:9) TO WS-PREV-CLASS-KEY
           MOVE SPACE TO WS-COUNTING-GRADE
           MOVE LOW-VALUES TO WS-LATEST-KEY
       .

       45-FINAL-ROUTINE.
           IF NOT MASTER-FILE-MISSING
               CLOSE STUDENT-MASTER-FILE
                     REPORT-CARD-FILE
               IF NOT ARCHIVE-FILE-MISSING
                   CLOSE HISTORY-ARCHIVE-FILE
               END-IF
           END-IF

           DISPLAY 'MASTER RECORDS READ: ' CNT-MASTERS-READ
           DISPLAY 'ARCHIVED HISTORY ROWS READ: '
               CNT-ARCHIVE-ROWS-READ
           DISPLAY 'STUDENTS ON FILE: ' CNT-STUDENTS
           DISPLAY 'REPORT CARDS PRINTED: ' CNT-CARDS-PRINTED
           DISPLAY 'STUDENTS WITH NO CLASS THIS TERM: '
               CNT-NO-TERM-CLASSES
           DISPLAY 'CLASS LINES PRINTED: ' CNT-CLASS-LINES
           DISPLAY 'MASTER RECORDS NOT IN CATALOG: '
               CNT-NOT-IN-CATALOG

           STOP RUN
       .
