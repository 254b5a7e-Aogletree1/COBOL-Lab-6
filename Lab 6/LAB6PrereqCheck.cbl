       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Lab6PrereqCheck.
       AUTHOR.         TEAM OGLETREE.
      ******************************************************************
      *
      *             LAB 6 - PRE-TERM PREREQUISITE CHECK
      *
      *  RUN BEFORE THE TERM STARTS: CHECK EVERY ENROLLMENT ON THE
      *  ROSTER AGAINST THE PREREQUISITES ITS CLASS REQUIRES, USING
      *  THE STUDENT'S OWN HISTORY ON THE PERMANENT STUDENT MASTER,
      *  AND LIST EVERY ENROLLMENT WHOSE PREREQUISITE IS NOT MET -
      *  ONE FILE PER DEPARTMENT, THE WAY Lab6SortMerge BURSTS ITS
      *  REPORT, SO EACH CHAIR CAN CLEAR OR DROP THE STUDENT BEFORE
      *  THE FIRST CLASS MEETS
      ******
      *  INPUT
      *     ENROLLMENTROSTER.TXT - DEPT / CLASS / STUDENT ID / NAME
      *     PREREQUISITE.TXT - ONE RECORD PER REQUIREMENT: DEPT /
      *     CLASS / REQUIRED DEPT / REQUIRED CLASS / MINIMUM GRADE.
      *     A CLASS WITH SEVERAL PREREQUISITES HAS SEVERAL RECORDS
      *     STUDENTMASTER.DAT - INDEXED MASTER KEYED BY
      *     DEPARTMENT / CLASS / PERMANENT STUDENT ID - THE REQUIRED
      *     CLASS AND THE ENROLLED STUDENT'S ID FORM THE KEY READ
      *     STUDENTHISTARCH.DAT - INDEXED HISTORY ARCHIVE, READ WHEN
      *     THE REQUIRED CLASS IS NO LONGER ON THE MASTER (CLOSED
      *     OUT AS INACTIVE) SO AN OLD PASS STILL COUNTS
      ******
      *  OUTPUT
      *     L6PREREQXXXX.TXT - ONE FILE PER DEPARTMENT ON THE ROSTER
      *     (XXXX = DEPARTMENT CODE) LISTING ITS ENROLLMENTS WITH A
      *     PREREQUISITE PROBLEM
      *     L6PREREQSUMMARY.TXT - WHICH DEPARTMENT FILES WERE
      *     PRODUCED AND HOW MANY EXCEPTIONS EACH HOLDS
      ******
      *  CALCULATIONS
      *     THE GRADE THAT COUNTS FOR A REQUIRED CLASS IS THE LATEST
      *     GRADED (NON-'W') ATTEMPT, THE SAME REPEAT POLICY THE GPA
      *     FOLLOWS.  AN ENROLLMENT IS LISTED WHEN THE REQUIRED
      *     CLASS WAS
      *       MISSING   - NEVER TAKEN
      *       WITHDRAWN - TAKEN, BUT EVERY ATTEMPT WAS A 'W'
      *       FAILED    - THE COUNTING GRADE IS F
      *       BELOW MIN - THE COUNTING GRADE IS BELOW THE MINIMUM
      *                   (GRADE POINTS A=4 B=3 C=2 D=1 F=0)
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT OPTIONAL ENROLLMENT-ROSTER-FILE
               ASSIGN TO 'ENROLLMENTROSTER.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL PREREQUISITE-FILE
               ASSIGN TO 'PREREQUISITE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO 'STUDENTMASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               FILE STATUS IS WS-MASTER-STATUS.
      *
           SELECT HISTORY-ARCHIVE-FILE
               ASSIGN TO 'STUDENTHISTARCH.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HA-ARCHIVE-KEY
               FILE STATUS IS WS-ARCHIVE-STATUS.
      *
           SELECT PREREQ-SORT-FILE
               ASSIGN TO 'PREREQSORT.TMP'.
      *
           SELECT DEPT-BURST-FILE
               ASSIGN TO DYNAMIC WS-BURST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT BURST-SUMMARY-FILE
               ASSIGN TO PRINTER 'L6PREREQSUMMARY.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ENROLLMENT-ROSTER-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  ROSTER-RECORD.
           05  RO-DEPT-CODE                 PIC A(4).
           05  RO-CLASS-CODE                PIC X(5).
           05  RO-STUDENT-ID                PIC 9(7).
           05  RO-NAME                      PIC X(20).
      *
       FD  PREREQUISITE-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  PREREQUISITE-RECORD.
           05  PRF-DEPT-CODE                PIC X(4).
           05  PRF-CLASS-CODE               PIC X(5).
           05  PRF-REQ-DEPT-CODE            PIC X(4).
           05  PRF-REQ-CLASS-CODE           PIC X(5).
           05  PRF-MIN-GRADE                PIC X.
           05  FILLER                       PIC X.
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
       SD  PREREQ-SORT-FILE
           RECORD CONTAINS 36 CHARACTERS.
       01  PREREQ-SORT-RECORD.
           05  PSR-DEPT-CODE                PIC A(4).
           05  PSR-CLASS-CODE               PIC X(5).
           05  PSR-STUDENT-ID               PIC 9(7).
           05  PSR-NAME                     PIC X(20).
      *
       FD  DEPT-BURST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BURST-LINE                       PIC X(80).
      *
       FD  BURST-SUMMARY-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BURST-SUMMARY-LINE               PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  FIRST-RECORD-FLAG            PIC X      VALUE 'Y'.
               88 FIRST-RECORD                         VALUE 'Y'.
           05  ARCHIVE-EOF-FLAG             PIC X      VALUE 'N'.
               88 ARCHIVE-EXHAUSTED                    VALUE 'Y'.
           05  ATTEMPT-FOUND-FLAG           PIC X      VALUE 'N'.
               88 CLASS-ATTEMPTED                      VALUE 'Y'.
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
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
      ***************PREREQUISITE TABLE*******************************
      *  LOADED FROM PREREQUISITE.TXT - A CLASS WITH NO ENTRY HERE
      *  HAS NO PREREQUISITE AND EVERY ENROLLMENT IN IT IS CLEAR
      *
       01  WS-MAX-PREREQS                   PIC 999   VALUE 300.
       01  PREREQUISITE-TABLE.
           05  WS-PREREQ-COUNT              PIC 999   VALUE ZERO.
           05  PRQ-ENTRY OCCURS 300 TIMES.
               10  PRQ-DEPT-CODE            PIC X(4).
               10  PRQ-CLASS-CODE           PIC X(5).
               10  PRQ-REQ-DEPT-CODE        PIC X(4).
               10  PRQ-REQ-CLASS-CODE       PIC X(5).
               10  PRQ-MIN-GRADE            PIC X.
       01  PRQ-SUB                          PIC 999   VALUE ZERO.
      *
      ***************REQUIRED-CLASS LOOKUP FIELDS*********************
      *  THE COUNTING GRADE IS THE LATEST NON-'W' ATTEMPT, FOUND BY
      *  CHRONOLOGICALLY COLLATING TERM KEYS (WI=01, SP=03, SU=06,
      *  FA=09) BECAUSE HISTORY ROWS ARE NOT KEPT IN TERM ORDER
      *
       01  LOOKUP-WORK-FIELDS.
           05  WS-LOOKUP-KEY.
               10  WS-LOOKUP-DEPT          PIC X(4)    VALUE SPACES.
               10  WS-LOOKUP-CLASS         PIC X(5)    VALUE SPACES.
               10  WS-LOOKUP-ID            PIC 9(7)    VALUE ZERO.
           05  WS-COUNTING-GRADE           PIC X       VALUE SPACE.
           05  WS-LATEST-KEY               PIC X(6)    VALUE SPACES.
           05  WS-TERM-IN                  PIC X(6)    VALUE SPACES.
           05  WS-TERM-KEY-OUT             PIC X(6)    VALUE SPACES.
           05  WS-GRADE-IN                 PIC X       VALUE SPACE.
           05  WS-GRADE-RANK               PIC 9       VALUE ZERO.
           05  WS-HELD-RANK                PIC 9       VALUE ZERO.
           05  WS-MIN-RANK                 PIC 9       VALUE ZERO.
           05  WS-PROBLEM                  PIC X(14)   VALUE SPACES.
               88 PREREQUISITE-MET                     VALUE SPACES.
      *
      ***************DEPARTMENT BURST FIELDS***************************
      *  EACH DEPARTMENT'S EXCEPTIONS GO TO THEIR OWN L6PREREQXXXX.TXT
      *  FILE, AS Lab6SortMerge DOES WITH L6DEPTXXXX.TXT
      *
       01  BURST-CONTROL-FIELDS.
           05  WS-BURST-FILE-NAME           PIC X(40) VALUE SPACES.
           05  WS-BURST-OPEN-FLAG           PIC X     VALUE 'N'.
               88 BURST-FILE-OPEN                      VALUE 'Y'.
           05  WS-BURST-EXCEPTIONS          PIC 9(7)  VALUE ZERO.
           05  WS-PREV-DEPT                 PIC X(4)  VALUE SPACES.
      *
       01  WS-MAX-BURST-DEPTS               PIC 99    VALUE 50.
       01  BURST-SUMMARY-TABLE.
           05  WS-BURST-DEPT-COUNT          PIC 99    VALUE ZERO.
           05  BST-ENTRY OCCURS 50 TIMES.
               10  BST-DEPT-CODE            PIC X(4).
               10  BST-FILE-NAME            PIC X(40).
               10  BST-EXCEPTIONS           PIC 9(7).
       01  BUF-SUB                          PIC 99    VALUE ZERO.
      *
      ***************PREREQUISITE CHECK RECONCILIATION COUNTS**********
       01  PREREQ-COUNTS.
           05  CNT-PREREQS-LOADED           PIC 9(7)  VALUE ZERO.
           05  CNT-ENROLLMENTS              PIC 9(7)  VALUE ZERO.
           05  CNT-CHECKS-MADE              PIC 9(7)  VALUE ZERO.
           05  CNT-EXCEPTIONS               PIC 9(7)  VALUE ZERO.
           05  CNT-FROM-ARCHIVE             PIC 9(7)  VALUE ZERO.
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
                                           'PREREQUISITE EXCEPTIONS'.
           05                              PIC X(13) VALUE '420'.
      *
       01  BURST-DEPT-TITLE-LINE.
           05                              PIC X(11) VALUE
                                           'DEPARTMENT'.
           05  BDT-DEPT                    PIC X(4).
           05                              PIC X(65) VALUE SPACES.
      *
       01  PREREQ-HEADING-FOUR.
           05                              PIC X(7)  VALUE 'CLASS'.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(12) VALUE 'REQUIRES'.
           05                              PIC X(5)  VALUE 'MIN'.
           05                              PIC X(4)  VALUE 'HELD'.
           05                              PIC X(14) VALUE 'PROBLEM'.
           05                              PIC X(7)  VALUE SPACES.
      *
       01  PREREQ-DETAIL-LINE.
           05  PQL-CLASS                   PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  PQL-ID                      PIC 9(7).
           05                              PIC X(2)  VALUE SPACES.
           05  PQL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  PQL-REQ-DEPT                PIC X(4).
           05                              PIC X     VALUE '/'.
           05  PQL-REQ-CLASS               PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  PQL-MIN-GRADE               PIC X.
           05                              PIC X(4)  VALUE SPACES.
           05  PQL-HELD-GRADE              PIC X.
           05                              PIC X(3)  VALUE SPACES.
           05  PQL-PROBLEM                 PIC X(14).
           05                              PIC X(7)  VALUE SPACES.
      *
       01  BURST-TOTAL-LINE.
           05                              PIC X(22) VALUE
                                           'ENROLLMENTS LISTED:'.
           05  BTL-EXCEPTIONS              PIC ZZZZZZ9.
           05                              PIC X(51) VALUE SPACES.
      *
       01  BURST-NONE-LINE                 PIC X(80) VALUE
               '   (NONE)'.
      *
       01  BURST-SUMMARY-HEADING.
           05                              PIC X(6) VALUE 'DATE:'.
           05  BS1-DATE.
               10  BS1-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  BS1-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  BS1-YEAR                PIC 99.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(36) VALUE
                                           'PREREQUISITE DISTRIBUTION'.
           05                              PIC X(13) VALUE '420'.
      *
       01  BURST-SUMMARY-DETAIL.
           05  BSD-DEPT                    PIC X(4).
           05                              PIC X(2)  VALUE SPACES.
           05  BSD-FILE-NAME               PIC X(40).
           05                              PIC X(11) VALUE
                                           'EXCEPTIONS'.
           05  BSD-EXCEPTIONS              PIC ZZZZZZ9.
           05                              PIC X(16) VALUE SPACES.
      *
       01  BURST-SUMMARY-TOTAL.
           05                              PIC X(25) VALUE
               'DEPARTMENT FILES PRODUCED'.
           05  BSD-DEPT-COUNT              PIC ZZZZ9.
           05                              PIC X(50) VALUE SPACES.
      *
       01  NO-PREREQS-LINE                 PIC X(80) VALUE
               'NO PREREQUISITES ON FILE - NOTHING TO CHECK'.
      *
       PROCEDURE DIVISION.
      *
       10-CHECK-PREREQUISITES.
           PERFORM 20-HSKPING-ROUTINE
           IF NOT MASTER-FILE-MISSING
               PERFORM 15-SORT-ROSTER-BY-DEPT
           END-IF
           PERFORM 45-FINAL-ROUTINE
       .

       15-SORT-ROSTER-BY-DEPT.
      *THE ROSTER IS NOT IN ANY ORDER - SORT IT BY DEPARTMENT SO
      *EACH DEPARTMENT'S FILE IS WRITTEN IN ONE PASS, CLASS AND ID
      *ORDER WITHIN IT
           SORT PREREQ-SORT-FILE
                ON ASCENDING KEY PSR-DEPT-CODE
                                 PSR-CLASS-CODE
                                 PSR-STUDENT-ID
                USING ENROLLMENT-ROSTER-FILE
                OUTPUT PROCEDURE IS 25-RETURN-SORTED-ROSTER
       .

       20-HSKPING-ROUTINE.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH BS1-MONTH
           MOVE WS-DAY TO H1-DAY BS1-DAY
           MOVE WS-YEAR TO H1-YEAR BS1-YEAR

           OPEN INPUT STUDENT-MASTER-FILE
           IF MASTER-FILE-MISSING
               DISPLAY 'NO STUDENT MASTER FILE ON HAND - '
                   'NO HISTORY TO CHECK AGAINST'
           ELSE
      *        THE ARCHIVE ONLY EXISTS ONCE A ROW HAS BEEN PUSHED
      *        OUT OF A MASTER - WITHOUT IT THE MASTER IS THE WHOLE
      *        HISTORY
               OPEN INPUT HISTORY-ARCHIVE-FILE
               PERFORM 21-LOAD-PREREQUISITES
           END-IF
       .

       21-LOAD-PREREQUISITES.
           MOVE 'Y' TO EOF-FLAG
           OPEN INPUT PREREQUISITE-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ PREREQUISITE-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF WS-PREREQ-COUNT < WS-MAX-PREREQS
                           ADD 1 TO WS-PREREQ-COUNT
                           MOVE PRF-DEPT-CODE TO
                               PRQ-DEPT-CODE (WS-PREREQ-COUNT)
                           MOVE PRF-CLASS-CODE TO
                               PRQ-CLASS-CODE (WS-PREREQ-COUNT)
                           MOVE PRF-REQ-DEPT-CODE TO
                               PRQ-REQ-DEPT-CODE (WS-PREREQ-COUNT)
                           MOVE PRF-REQ-CLASS-CODE TO
                               PRQ-REQ-CLASS-CODE (WS-PREREQ-COUNT)
                           MOVE PRF-MIN-GRADE TO
                               PRQ-MIN-GRADE (WS-PREREQ-COUNT)
                       ELSE
                           DISPLAY 'PREREQUISITE TABLE FULL - '
                               PRF-DEPT-CODE '/' PRF-CLASS-CODE
                               ' REQUIRES ' PRF-REQ-DEPT-CODE '/'
                               PRF-REQ-CLASS-CODE ' NOT LOADED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREQUISITE-FILE
           MOVE 'Y' TO EOF-FLAG
           MOVE WS-PREREQ-COUNT TO CNT-PREREQS-LOADED

           IF WS-PREREQ-COUNT = ZERO
               DISPLAY 'NO PREREQUISITES ON FILE - EVERY '
                   'ENROLLMENT IS CLEAR'
           END-IF
       .

       25-RETURN-SORTED-ROSTER.
      *SORT OUTPUT PROCEDURE - CHECK EACH ENROLLMENT, OPENING A NEW
      *DEPARTMENT FILE EACH TIME THE DEPARTMENT CHANGES
           MOVE 'Y' TO EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA
               RETURN PREREQ-SORT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CNT-ENROLLMENTS
                       PERFORM 35-CHECK-ENROLLMENT
               END-RETURN
           END-PERFORM
           PERFORM 42-CLOSE-DEPT-BURST
           PERFORM 44-WRITE-BURST-SUMMARY
       .

       35-CHECK-ENROLLMENT.
           IF FIRST-RECORD
               MOVE 'N' TO FIRST-RECORD-FLAG
               PERFORM 41-OPEN-DEPT-BURST
           ELSE
               IF PSR-DEPT-CODE NOT = WS-PREV-DEPT
                   PERFORM 42-CLOSE-DEPT-BURST
                   PERFORM 41-OPEN-DEPT-BURST
               END-IF
           END-IF

           PERFORM VARYING PRQ-SUB FROM 1 BY 1
                   UNTIL PRQ-SUB > WS-PREREQ-COUNT
               IF PRQ-DEPT-CODE (PRQ-SUB) = PSR-DEPT-CODE
                  AND PRQ-CLASS-CODE (PRQ-SUB) = PSR-CLASS-CODE
                   PERFORM 36-CHECK-ONE-PREREQUISITE
               END-IF
           END-PERFORM
       .

       36-CHECK-ONE-PREREQUISITE.
      *THE REQUIRED CLASS AND THE ENROLLED STUDENT'S PERMANENT ID
      *ARE A MASTER KEY - READ IT, AND FALL BACK TO THE ARCHIVE
      *WHEN THE MASTER HAS BEEN CLOSED OUT
           ADD 1 TO CNT-CHECKS-MADE
           MOVE PRQ-REQ-DEPT-CODE (PRQ-SUB) TO WS-LOOKUP-DEPT
           MOVE PRQ-REQ-CLASS-CODE (PRQ-SUB) TO WS-LOOKUP-CLASS
           MOVE PSR-STUDENT-ID TO WS-LOOKUP-ID
           MOVE 'N' TO ATTEMPT-FOUND-FLAG
           MOVE SPACE TO WS-COUNTING-GRADE
           MOVE LOW-VALUES TO WS-LATEST-KEY

           MOVE WS-LOOKUP-KEY TO SM-STUDENT-KEY
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   IF NOT ARCHIVE-FILE-MISSING
                       PERFORM 38-SEARCH-ARCHIVE
                   END-IF
               NOT INVALID KEY
                   PERFORM 37-FIND-COUNTING-GRADE
      *            ROWS PUSHED OUT ON OVERFLOW ARE OLDER THAN ANY ON
      *            THE MASTER - THEY ONLY MATTER WHEN EVERY ROW LEFT
      *            ON THE MASTER IS A 'W'
                   IF WS-COUNTING-GRADE = SPACE
                      AND NOT ARCHIVE-FILE-MISSING
                       PERFORM 38-SEARCH-ARCHIVE
                   END-IF
           END-READ

           MOVE SPACES TO WS-PROBLEM
           EVALUATE TRUE
               WHEN NOT CLASS-ATTEMPTED
                   MOVE 'MISSING' TO WS-PROBLEM
               WHEN WS-COUNTING-GRADE = SPACE
                   MOVE 'WITHDRAWN' TO WS-PROBLEM
               WHEN WS-COUNTING-GRADE = 'F'
                   MOVE 'FAILED' TO WS-PROBLEM
               WHEN OTHER
                   MOVE WS-COUNTING-GRADE TO WS-GRADE-IN
                   PERFORM 39-TAKE-GRADE-RANK
                   MOVE WS-GRADE-RANK TO WS-HELD-RANK
                   MOVE PRQ-MIN-GRADE (PRQ-SUB) TO WS-GRADE-IN
                   PERFORM 39-TAKE-GRADE-RANK
                   MOVE WS-GRADE-RANK TO WS-MIN-RANK
                   IF WS-HELD-RANK < WS-MIN-RANK
                       MOVE 'BELOW MINIMUM' TO WS-PROBLEM
                   END-IF
           END-EVALUATE

           IF NOT PREREQUISITE-MET
               PERFORM 43-WRITE-EXCEPTION-LINE
           END-IF
       .

       37-FIND-COUNTING-GRADE.
      *ANY ROW AT ALL MEANS THE CLASS WAS ATTEMPTED; THE LATEST
      *NON-'W' ROW IS THE GRADE THAT COUNTS
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               MOVE 'Y' TO ATTEMPT-FOUND-FLAG
               IF SM-HIST-GRADE (SUB) NOT = 'W'
                   MOVE SM-HIST-TERM (SUB) TO WS-TERM-IN
                   PERFORM 40-BUILD-TERM-SORT-KEY
                   IF WS-TERM-KEY-OUT > WS-LATEST-KEY
                       MOVE WS-TERM-KEY-OUT TO WS-LATEST-KEY
                       MOVE SM-HIST-GRADE (SUB) TO WS-COUNTING-GRADE
                   END-IF
               END-IF
           END-PERFORM
       .

       38-SEARCH-ARCHIVE.
      *EVERY ARCHIVED ROW FOR THE KEY SITS TOGETHER, LOWEST TERM
      *FIRST - TAKE THE SAME COUNTING GRADE FROM THEM
           MOVE WS-LOOKUP-KEY TO HA-STUDENT-KEY
           MOVE LOW-VALUES TO HA-TERM
           MOVE 'N' TO ARCHIVE-EOF-FLAG
           START HISTORY-ARCHIVE-FILE
               KEY IS NOT LESS THAN HA-ARCHIVE-KEY
               INVALID KEY
                   MOVE 'Y' TO ARCHIVE-EOF-FLAG
           END-START
           PERFORM UNTIL ARCHIVE-EXHAUSTED
               READ HISTORY-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ARCHIVE-EOF-FLAG
                   NOT AT END
                       IF HA-STUDENT-KEY NOT = WS-LOOKUP-KEY
                           MOVE 'Y' TO ARCHIVE-EOF-FLAG
                       ELSE
                           MOVE 'Y' TO ATTEMPT-FOUND-FLAG
                           IF HA-GRADE NOT = 'W'
                               MOVE HA-TERM TO WS-TERM-IN
                               PERFORM 40-BUILD-TERM-SORT-KEY
                               IF WS-TERM-KEY-OUT > WS-LATEST-KEY
                                   MOVE WS-TERM-KEY-OUT
                                       TO WS-LATEST-KEY
                                   MOVE HA-GRADE
                                       TO WS-COUNTING-GRADE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CLASS-ATTEMPTED
               ADD 1 TO CNT-FROM-ARCHIVE
           END-IF
       .

       39-TAKE-GRADE-RANK.
           EVALUATE WS-GRADE-IN
               WHEN 'A'
                   MOVE 4 TO WS-GRADE-RANK
               WHEN 'B'
                   MOVE 3 TO WS-GRADE-RANK
               WHEN 'C'
                   MOVE 2 TO WS-GRADE-RANK
               WHEN 'D'
                   MOVE 1 TO WS-GRADE-RANK
               WHEN OTHER
                   MOVE ZERO TO WS-GRADE-RANK
           END-EVALUATE
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

       41-OPEN-DEPT-BURST.
      *START THE FILE FOR THE DEPARTMENT THE CURRENT ENROLLMENT
      *BELONGS TO.  THE FILES ARE PLAIN TEXT HANDED STRAIGHT TO THE
      *CHAIRS, SO BLANK LINES ARE WRITTEN EXPLICITLY
           MOVE PSR-DEPT-CODE TO WS-PREV-DEPT
           MOVE SPACES TO WS-BURST-FILE-NAME
           STRING 'L6PREREQ' DELIMITED BY SIZE
                  PSR-DEPT-CODE DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-BURST-FILE-NAME
           OPEN OUTPUT DEPT-BURST-FILE
           MOVE 'Y' TO WS-BURST-OPEN-FLAG
           MOVE ZERO TO WS-BURST-EXCEPTIONS

           WRITE BURST-LINE FROM HEADING-ONE
           MOVE PSR-DEPT-CODE TO BDT-DEPT
           WRITE BURST-LINE FROM BURST-DEPT-TITLE-LINE
           MOVE SPACES TO BURST-LINE
           WRITE BURST-LINE
           IF WS-PREREQ-COUNT = ZERO
               WRITE BURST-LINE FROM NO-PREREQS-LINE
           END-IF
           WRITE BURST-LINE FROM PREREQ-HEADING-FOUR
       .

       42-CLOSE-DEPT-BURST.
      *FINISH THE DEPARTMENT'S FILE WITH ITS COUNT AND RECORD IT IN
      *THE DISTRIBUTION SUMMARY TABLE
           IF BURST-FILE-OPEN
               IF WS-BURST-EXCEPTIONS = ZERO
                   WRITE BURST-LINE FROM BURST-NONE-LINE
               END-IF
               MOVE SPACES TO BURST-LINE
               WRITE BURST-LINE
               MOVE WS-BURST-EXCEPTIONS TO BTL-EXCEPTIONS
               WRITE BURST-LINE FROM BURST-TOTAL-LINE

               CLOSE DEPT-BURST-FILE
               MOVE 'N' TO WS-BURST-OPEN-FLAG

               IF WS-BURST-DEPT-COUNT < WS-MAX-BURST-DEPTS
                   ADD 1 TO WS-BURST-DEPT-COUNT
                   MOVE WS-PREV-DEPT
                       TO BST-DEPT-CODE (WS-BURST-DEPT-COUNT)
                   MOVE WS-BURST-FILE-NAME
                       TO BST-FILE-NAME (WS-BURST-DEPT-COUNT)
                   MOVE WS-BURST-EXCEPTIONS
                       TO BST-EXCEPTIONS (WS-BURST-DEPT-COUNT)
               ELSE
                   DISPLAY 'BURST SUMMARY TABLE FULL - FILE NOT '
                       'LISTED: ' WS-BURST-FILE-NAME
               END-IF
           END-IF
       .

       43-WRITE-EXCEPTION-LINE.
           MOVE PSR-CLASS-CODE TO PQL-CLASS
           MOVE PSR-STUDENT-ID TO PQL-ID
           MOVE PSR-NAME TO PQL-NAME
           MOVE PRQ-REQ-DEPT-CODE (PRQ-SUB) TO PQL-REQ-DEPT
           MOVE PRQ-REQ-CLASS-CODE (PRQ-SUB) TO PQL-REQ-CLASS
           MOVE PRQ-MIN-GRADE (PRQ-SUB) TO PQL-MIN-GRADE
           IF WS-PROBLEM = 'WITHDRAWN'
               MOVE 'W' TO PQL-HELD-GRADE
           ELSE
               MOVE WS-COUNTING-GRADE TO PQL-HELD-GRADE
           END-IF
           MOVE WS-PROBLEM TO PQL-PROBLEM
           IF BURST-FILE-OPEN
               WRITE BURST-LINE FROM PREREQ-DETAIL-LINE
           END-IF
           ADD 1 TO WS-BURST-EXCEPTIONS
           ADD 1 TO CNT-EXCEPTIONS
       .

       44-WRITE-BURST-SUMMARY.
      *DISTRIBUTION SUMMARY - WHICH DEPARTMENT FILES WERE PRODUCED
      *THIS RUN AND HOW MANY EXCEPTIONS EACH HOLDS
           OPEN OUTPUT BURST-SUMMARY-FILE
           WRITE BURST-SUMMARY-LINE FROM BURST-SUMMARY-HEADING
               AFTER ADVANCING PAGE
           PERFORM VARYING BUF-SUB FROM 1 BY 1
                   UNTIL BUF-SUB > WS-BURST-DEPT-COUNT
               MOVE BST-DEPT-CODE (BUF-SUB) TO BSD-DEPT
               MOVE BST-FILE-NAME (BUF-SUB) TO BSD-FILE-NAME
               MOVE BST-EXCEPTIONS (BUF-SUB) TO BSD-EXCEPTIONS
               WRITE BURST-SUMMARY-LINE FROM BURST-SUMMARY-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM
           MOVE WS-BURST-DEPT-COUNT TO BSD-DEPT-COUNT
           WRITE BURST-SUMMARY-LINE FROM BURST-SUMMARY-TOTAL
               AFTER ADVANCING 2 LINES
           CLOSE BURST-SUMMARY-FILE
       .

       45-FINAL-ROUTINE.
           IF NOT MASTER-FILE-MISSING
               CLOSE STUDENT-MASTER-FILE
               IF NOT ARCHIVE-FILE-MISSING
                   CLOSE HISTORY-ARCHIVE-FILE
               END-IF
           END-IF

           DISPLAY 'PREREQUISITES LOADED: ' CNT-PREREQS-LOADED
           DISPLAY 'ENROLLMENTS CHECKED: ' CNT-ENROLLMENTS
           DISPLAY 'PREREQUISITE CHECKS MADE: ' CNT-CHECKS-MADE
           DISPLAY 'CHECKS RESOLVED FROM THE ARCHIVE: '
               CNT-FROM-ARCHIVE
           DISPLAY 'PREREQUISITE EXCEPTIONS: ' CNT-EXCEPTIONS
           DISPLAY 'DEPARTMENT FILES PRODUCED: ' WS-BURST-DEPT-COUNT

           STOP RUN
       .
