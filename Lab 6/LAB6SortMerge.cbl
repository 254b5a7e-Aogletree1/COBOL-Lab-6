      *         RETURN CODE 8 WHEN ANY RECONCILIATION CHECK FAILS
      *         SO THE NIGHTLY SCHEDULER CAN HOLD THE DOWNSTREAM
      *         REGISTRAR LOAD INSTEAD OF SHIPPING A SHORT EXTRACT
      *       - THE CAMPUS CODE OF THE FEEDER THAT SENT EACH RECORD
      *         RIDES ON THE MERGED RECORD, THE REJECT, DUPLICATE,
      *         AND INCOMPLETE FILES, AND THE REGISTRAR EXTRACT, SO A
      *         BAD BATCH CAN BE TRACED TO THE CAMPUS THAT SENT IT
      *       - A CAMPUS COMPARISON REPORT (L6CAMPUSCOMPARE.TXT):
      *         FOR EVERY CLASS TAUGHT AT MORE THAN ONE CAMPUS, EACH
      *         CAMPUS'S GRADE DISTRIBUTION AND AVERAGE SIDE BY SIDE
      *       - A DATA-QUALITY SCORECARD PER CAMPUS
      *         (L6CAMPUSSCORECARD.TXT, ONE PAGE EACH): RECORDS SENT
      *         AND RECEIVED, REJECTS BY REASON (INCLUDING UNKNOWN
      *         CLASS CODES), DUPLICATES, INCOMPLETES, WITHDRAWALS
      *       - THE REGISTRAR EXTRACT IS BRACKETED BY A HEADER RECORD
      *         ('*HDR' - THE RUN-CONTROL RUN NUMBER, THE GRADING
      *         MODE, THE AS-OF DATE, AND THE POSTING TERM) AND A
      *         TRAILER RECORD ('*TRL' - THE DETAIL RECORD COUNT, A
      *         HASH TOTAL OF THE STUDENT IDS, AND THE SUM OF THE
      *         AVERAGES) SO Lab6MasterPost AND Lab6GradeStats CAN
      *         PROVE THE FILE WHOLE AND CURRENT BEFORE USING IT
      *       - A SCORE-PATTERN SCREEN OF EVERY CLASS BEFORE ANY OF IT
      *         IS GRADED: ONE FOUR-SCORE SET REPEATED ON MANY OF ITS
      *         STUDENTS, ONE SCORE FOR EVERY STUDENT ON A TEST (A
      *         COLUMN OF ZEROS INCLUDED), OR ONE CAMPUS'S CLASS
      *         AVERAGE FAR FROM THE OTHER CAMPUSES' AVERAGE.  A
      *         FLAGGED CLASS PRINTS ON THE ANOMALY REPORT
      *         (L6SCOREANOMALY.TXT) AND ITS RECORDS GO TO
      *         SUSPENSESTUDENT.TXT INSTEAD OF THE REPORT, THE
      *         REGISTRAR EXTRACT, AND THE LETTERS.  THE RECORDS CLERK
      *         RELEASES OR RETURNS EACH HELD CLASS WITH
      *         Lab6SuspenseRelease; A RELEASED CLASS COMES BACK
      *         THROUGH THE RECYCLE FILE AND IS LISTED ON
      *         SUSPENSERELEASE.TXT SO THE NEXT RUN GRADES IT.  A
      *         CLASS STILL IN SUSPENSE FROM AN EARLIER RUN THAT IS
      *         NOT IN THIS RUN'S FEEDERS IS CARRIED FORWARD AS IT
      *         STANDS; ONE THAT IS IN THEM IS SCREENED AGAIN AND
      *         ITS OLD SUSPENSE RECORDS ARE DROPPED
      ******
      *  CALCUATIONS
      *     WEIGHT AND SUM THE 4 TEST SCORES PER THE DEPARTMENT'S
           SELECT WITHDRAWAL-FILE
               ASSIGN TO 'WITHDRAWALS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT CAMPUS-COMPARE-FILE
               ASSIGN TO PRINTER 'L6CAMPUSCOMPARE.TXT'.
      *
           SELECT CAMPUS-SCORECARD-FILE
               ASSIGN TO PRINTER 'L6CAMPUSSCORECARD.TXT'.
      *
           SELECT SUSPENSE-STU-FILE
               ASSIGN TO 'SUSPENSESTUDENT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SUSPENSE-RELEASE-FILE
               ASSIGN TO 'SUSPENSERELEASE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SUSPENSE-CARRY-FILE
               ASSIGN TO 'SUSPENSECARRY.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT SUSPENSE-SORT-FILE
               ASSIGN TO 'SUSPENSESORT.TMP'.
      *
           SELECT ANOMALY-REPORT-FILE
               ASSIGN TO PRINTER 'L6SCOREANOMALY.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
           05  FC-CAMPUS-CODE                   PIC X(4).
           05  FC-FILE-NAME                     PIC X(40).
      *
      *
      *  A CAMPUS FEEDER LINE IS 48 BYTES AND LEAVES THE CAMPUS CODE
      *  BLANK - THE CONTROL TABLE SUPPLIES IT.  RECYCLED AND HELD
      *  INCOMPLETE RECORDS COME BACK WITH THEIR ORIGINAL CAMPUS
      *  ALREADY IN PLACE
       FD FEEDER-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  FEEDER-RECORD.
           05  FEED-DEPT-CODE                   PIC A(4).
           05  FEED-CLASS-CODE                  PIC X(5).
           05  FEED-STUDENT-ID                  PIC 9(7).
           05  FEED-NAME                        PIC X(20).
           05  FEED-TEST OCCURS 4 TIMES          PIC 9(3).
           05  FEED-CAMPUS-CODE                 PIC X(4).

        FD MERGED-SORTED-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  MERGED-SORTED-REC.
           05  MS-DEPT-CODE                    PIC A(4).
           05  MS-CLASS-CODE                   PIC X(5).
           05  MS-STUDENT-ID                   PIC 9(7).
           05  MS-NAME                         PIC X(20).
           05  MS-TEST OCCURS 4 TIMES           PIC 9(3).
           05  MS-CAMPUS-CODE                  PIC X(4).
      *
      *CODE THE SD DESCRIPTION(S) FOR THE SORT AND MERGE TEMP FILE
      *


        SD SORT-FILE
           RECORD CONTAINS 52 CHARACTERS.
             01 SORT-RECORD.
                05  TEMP-DEPT-CODE                    PIC A(4).
                05  TEMP-CLASS-CODE                   PIC X(5).
                05  TEMP-STUDENT-ID                   PIC 9(7).
                05  TEMP-NAME                         PIC X(20).
                05  TEMP-TEST OCCURS 4 TIMES           PIC 9(3).
                05  TEMP-CAMPUS-CODE                  PIC X(4).



       01  PROBATION-LINE                  PIC X(80).
      *
       FD  REJECTED-STU-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  REJECT-RECORD.
           05  REJ-DEPT-CODE                PIC A(4).
           05  REJ-CLASS-CODE               PIC X(5).
           05  REJ-NAME                     PIC X(20).
           05  REJ-TEST OCCURS 4 TIMES       PIC 9(3).
           05  REJ-REASON                   PIC X(30).
           05  REJ-CAMPUS-CODE              PIC X(4).
      *
       FD  REGISTRAR-EXTRACT-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  REGISTRAR-EXTRACT-RECORD.
           05  RX-DEPT-CODE                 PIC A(4).
           05  RX-CLASS-CODE                PIC X(5).
           05  RX-TEST OCCURS 4 TIMES        PIC 9(3).
           05  RX-AVERAGE                   PIC 999V99.
           05  RX-GRADE                     PIC X.
           05  RX-CAMPUS-CODE               PIC X(4).
      *
      *  THE EXTRACT'S FIRST AND LAST RECORDS ARE CONTROL RECORDS -
      *  '*HDR' AND '*TRL' CAN NEVER BE AN ALPHABETIC DEPARTMENT CODE
       01  EXTRACT-HEADER-RECORD.
           05  XH-RECORD-ID                 PIC X(4).
               88 EXTRACT-HEADER                        VALUE '*HDR'.
               88 EXTRACT-TRAILER                       VALUE '*TRL'.
           05  XH-RUN-NUMBER                PIC 9(5).
           05  XH-GRADING-MODE              PIC X(7).
           05  XH-AS-OF-DATE                PIC 9(8).
           05  XH-POSTING-TERM              PIC X(6).
           05  FILLER                       PIC X(28).
       01  EXTRACT-TRAILER-RECORD.
           05  XT-RECORD-ID                 PIC X(4).
           05  XT-RECORD-COUNT              PIC 9(7).
           05  XT-ID-HASH-TOTAL             PIC 9(15).
           05  XT-AVERAGE-TOTAL             PIC 9(11)V99.
           05  FILLER                       PIC X(19).
      *
       FD  DUPLICATE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DUPLICATE-LOG-RECORD             PIC X(80).
      *
       FD  PRIOR-EXTRACT-FILE
           RECORD CONTAINS 58 CHARACTERS.
       01  PRIOR-EXTRACT-RECORD.
           05  PX-STUDENT-KEY.
               10  PX-DEPT-CODE             PIC A(4).
           05  PX-TEST OCCURS 4 TIMES        PIC 9(3).
           05  PX-AVERAGE                   PIC 999V99.
           05  PX-GRADE                     PIC X.
           05  PX-CAMPUS-CODE               PIC X(4).
       01  PRIOR-EXTRACT-CONTROL-RECORD.
           05  PX-RECORD-ID                 PIC X(4).
               88 PRIOR-CONTROL-RECORD            VALUES '*HDR' '*TRL'.
           05  FILLER                       PIC X(54).
      *
       FD  DELTA-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MISSING-GRADES-LINE             PIC X(80).
      *
       FD  INCOMPLETE-STU-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  INCOMPLETE-RECORD.
           05  INC-DEPT-CODE                PIC A(4).
           05  INC-CLASS-CODE               PIC X(5).
           05  INC-STUDENT-ID               PIC 9(7).
           05  INC-NAME                     PIC X(20).
           05  INC-TEST OCCURS 4 TIMES       PIC 9(3).
           05  INC-CAMPUS-CODE              PIC X(4).
      *
       FD  RECYCLE-STU-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  RECYCLE-RECORD.
           05  RCY-DEPT-CODE                PIC A(4).
           05  RCY-CLASS-CODE               PIC X(5).
           05  RCY-STUDENT-ID               PIC 9(7).
           05  RCY-NAME                     PIC X(20).
           05  RCY-TEST OCCURS 4 TIMES       PIC 9(3).
           05  RCY-CAMPUS-CODE              PIC X(4).
      *
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 174 CHARACTERS.
           05  WD-CLASS-CODE                PIC X(5).
           05  WD-STUDENT-ID                PIC 9(7).
           05  WD-DROP-DATE                 PIC X(8).
      *
       FD  CAMPUS-COMPARE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CAMPUS-COMPARE-LINE              PIC X(80).
      *
       FD  CAMPUS-SCORECARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CAMPUS-SCORECARD-LINE            PIC X(80).
      *
      *  A HELD CLASS'S RECORDS, AS RECEIVED, FOLLOWED BY THE REASON
      *  THE SCORE-PATTERN SCREEN HELD THE CLASS - THE FIRST 52 BYTES
      *  ARE THE MERGED LAYOUT SO A RELEASED RECORD RECYCLES AS IS
       FD  SUSPENSE-STU-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  SUSPENSE-RECORD.
           05  SUS-DEPT-CODE                PIC A(4).
           05  SUS-CLASS-CODE               PIC X(5).
           05  SUS-STUDENT-ID               PIC X(7).
           05  SUS-NAME                     PIC X(20).
           05  SUS-TEST OCCURS 4 TIMES       PIC X(3).
           05  SUS-CAMPUS-CODE              PIC X(4).
           05  SUS-REASON                   PIC X(30).
      *
      *  THE PRIOR RUN'S SUSPENSE FILE, SORTED ASIDE BEFORE THIS RUN
      *  REWRITES IT, SO CLASSES STILL AWAITING THE CLERK ARE NOT LOST
       FD  SUSPENSE-CARRY-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  SUSPENSE-CARRY-RECORD.
           05  SCY-CLASS-KEY.
               10  SCY-DEPT-CODE            PIC A(4).
               10  SCY-CLASS-CODE           PIC X(5).
           05  FILLER                       PIC X(73).
      *
       SD  SUSPENSE-SORT-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  SUSPENSE-SORT-RECORD.
           05  SSR-DEPT-CODE                PIC A(4).
           05  SSR-CLASS-CODE               PIC X(5).
           05  SSR-STUDENT-ID               PIC X(7).
           05  FILLER                       PIC X(66).
      *
      *  ONE RECORD PER CLASS THE RECORDS CLERK RELEASED FROM
      *  SUSPENSE AFTER REVIEW (WRITTEN BY Lab6SuspenseRelease)
       FD  SUSPENSE-RELEASE-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  SUSPENSE-RELEASE-RECORD.
           05  SRL-DEPT-CODE                PIC A(4).
           05  SRL-CLASS-CODE               PIC X(5).
           05  SRL-RELEASE-DATE             PIC X(6).
           05  SRL-OPERATOR                 PIC X(8).
           05  FILLER                       PIC X.
      *
       FD  ANOMALY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ANOMALY-REPORT-LINE              PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           05  WITHDRAWAL-EXIST-FLAG        PIC X      VALUE 'N'.
               88 WITHDRAWALS-ON-FILE                    VALUE 'Y'.
               88 NO-WITHDRAWAL-FILE                     VALUE 'N'.
           05  RELEASE-EXIST-FLAG           PIC X      VALUE 'N'.
               88 RELEASES-ON-FILE                       VALUE 'Y'.
               88 NO-RELEASE-FILE                        VALUE 'N'.
           05  SCREEN-FIRST-FLAG            PIC X      VALUE 'Y'.
               88 SCREEN-FIRST-RECORD                    VALUE 'Y'.
           05  CARRY-EOF-FLAG               PIC X      VALUE 'N'.
               88 CARRY-EXHAUSTED                        VALUE 'Y'.
      *
      *  ONE FLAG PER RECONCILIATION WARNING SO THE RUN-CONTROL LOG
      *  CAN RECORD WHICH CHECKS FIRED AND 45-FINAL-ROUTINE CAN SET
           05  CNT-XREF-RENAMED              PIC 9(7) VALUE ZERO.
           05  CNT-BELOW-C                   PIC 9(7) VALUE ZERO.
           05  CNT-WITHDRAWN                 PIC 9(7) VALUE ZERO.
           05  CNT-HELD                      PIC 9(7) VALUE ZERO.
           05  CNT-SCREENED-CLASSES          PIC 9(7) VALUE ZERO.
           05  CNT-HELD-CLASSES              PIC 9(7) VALUE ZERO.
           05  CNT-RELEASED-CLASSES          PIC 9(7) VALUE ZERO.
           05  CNT-CARRIED                   PIC 9(7) VALUE ZERO.
           05  CNT-CARRIED-CLASSES           PIC 9(7) VALUE ZERO.
           05  CNT-SUPERSEDED                PIC 9(7) VALUE ZERO.
      *
      ***************GRADE-CHANGE DELTA MATCH FIELDS******************
      *  HOLD KEYS FOR THE PRIOR-GENERATION VS NEW-EXTRACT MATCH -
           05  WS-PREV-KEY-DEPT              PIC A(4)  VALUE SPACES.
           05  WS-PREV-KEY-CLASS             PIC X(5)  VALUE SPACES.
           05  WS-PREV-KEY-ID                PIC X(7)  VALUE SPACES.
           05  WS-PREV-KEY-CAMPUS            PIC X(4)  VALUE SPACES.
           05  WS-PREV-KEY-FLAG              PIC X     VALUE 'Y'.
               88 WS-PREV-KEY-FIRST                     VALUE 'Y'.
      *
       01  WS-WITHDRAWN-ROW                 PIC 999   VALUE ZERO.
       01  WS-WITHDRAW-KEY                  PIC X(16) VALUE SPACES.
      *
      ***************CAMPUS DATA-QUALITY SCORECARD TABLE****************
      *  ONE ENTRY PER CAMPUS CODE SEEN ON THE MERGED FILE (PLUS EVERY
      *  CAMPUS IN THE FEEDER TABLE, SO A CAMPUS THAT SENT AN EMPTY
      *  FILE STILL GETS A SCORECARD).  EVERY MERGED RECORD IS TALLIED
      *  ONCE, UNDER THE WAY THE RUN DISPOSED OF IT, SO RECEIVED
      *  ALWAYS EQUALS THE SUM OF THE DISPOSITIONS
      *
       01  WS-MAX-CAMPUSES                  PIC 99    VALUE 30.
       01  CAMPUS-SCORECARD-TABLE.
           05  WS-CAMPUS-COUNT              PIC 99    VALUE ZERO.
           05  CMP-ENTRY OCCURS 30 TIMES.
               10  CMP-CAMPUS-CODE          PIC X(4).
               10  CMP-SENT                 PIC 9(7).
               10  CMP-RECEIVED             PIC 9(7).
               10  CMP-GRADED               PIC 9(7).
               10  CMP-REJ-SCORE            PIC 9(7).
               10  CMP-REJ-ID               PIC 9(7).
               10  CMP-REJ-CLASS            PIC 9(7).
               10  CMP-DUPLICATES           PIC 9(7).
               10  CMP-INCOMPLETE           PIC 9(7).
               10  CMP-WITHDRAWN            PIC 9(7).
               10  CMP-HELD                 PIC 9(7).
       01  CMP-SUB                         PIC 99    VALUE ZERO.
       01  WS-CAMPUS-ROW                    PIC 99    VALUE ZERO.
       01  WS-CAMPUS-KEY                    PIC X(4)  VALUE SPACES.
      *  HOW THE RUN DISPOSED OF THE RECORD BEING TALLIED
       01  WS-CAMPUS-DISPOSITION            PIC X     VALUE SPACE.
           88 DISPOSED-GRADED                         VALUE 'G'.
           88 DISPOSED-BAD-SCORE                      VALUE 'S'.
           88 DISPOSED-BAD-ID                         VALUE 'N'.
           88 DISPOSED-BAD-CLASS                      VALUE 'C'.
           88 DISPOSED-DUPLICATE                      VALUE 'D'.
           88 DISPOSED-INCOMPLETE                     VALUE 'I'.
           88 DISPOSED-WITHDRAWN                      VALUE 'W'.
           88 DISPOSED-HELD                           VALUE 'H'.
       01  WS-CAMPUS-REJECT-RATE            PIC 999V9 VALUE ZERO.
      *
      ***************CLASS-BY-CAMPUS COMPARISON TABLE*******************
      *  THE GRADED STUDENTS OF THE CURRENT CLASS, SPLIT BY CAMPUS -
      *  CLEARED AT EVERY CLASS BREAK AND PRINTED ON THE CAMPUS
      *  COMPARISON REPORT WHEN MORE THAN ONE CAMPUS TAUGHT THE CLASS
      *  (GRADE COLUMNS 1-5 ARE A, B, C, D, F)
      *
       01  CLASS-CAMPUS-TABLE.
           05  WS-CCP-COUNT                 PIC 99    VALUE ZERO.
           05  CCP-ENTRY OCCURS 30 TIMES.
               10  CCP-CAMPUS-CODE          PIC X(4).
               10  CCP-COUNT                PIC 9(5).
               10  CCP-TOTAL                PIC S9(7)V99.
               10  CCP-GRADE-COUNT OCCURS 5 TIMES
                                            PIC 9(5).
       01  CCP-SUB                          PIC 99    VALUE ZERO.
       01  WS-CCP-ROW                       PIC 99    VALUE ZERO.
       01  WS-GRADE-COL                     PIC 9     VALUE ZERO.
       01  WS-CCP-AVERAGE                   PIC S9(5)V99 VALUE ZERO.
       01  CNT-CAMPUS-CLASSES               PIC 9(7)  VALUE ZERO.
      *
      ***************SCORE-PATTERN SCREEN LIMITS***********************
      *  A CLASS IS HELD FOR REVIEW WHEN ONE FOUR-SCORE SET REPEATS
      *  ON AT LEAST THE REPEAT MINIMUM OF ITS STUDENTS AND THAT MANY
      *  MAKE UP THE REPEAT PERCENT OF THE CLASS; WHEN EVERY STUDENT
      *  IN A CLASS OF AT LEAST THE MINIMUM SIZE HAS THE SAME SCORE
      *  ON ONE TEST (A COLUMN OF ZEROS INCLUDED); OR WHEN ONE
      *  CAMPUS'S CLASS AVERAGE SITS MORE THAN THE VARIANCE FROM THE
      *  OTHER CAMPUSES' AVERAGE FOR THE SAME CLASS, WITH AT LEAST
      *  THE CAMPUS MINIMUM OF STUDENTS ON EACH SIDE
      *
       01  WS-SCREEN-LIMITS.
           05  WS-SCREEN-REPEAT-MINIMUM      PIC 999    VALUE 3.
           05  WS-SCREEN-REPEAT-PERCENT      PIC 999    VALUE 25.
           05  WS-SCREEN-MIN-CLASS-SIZE      PIC 999    VALUE 5.
           05  WS-SCREEN-CAMPUS-VARIANCE     PIC 999V99 VALUE 25.00.
           05  WS-SCREEN-MIN-CAMPUS-SIZE     PIC 999    VALUE 3.
      *
      ***************SCORE-PATTERN SCREEN CLASS ACCUMULATORS***********
      *  BUILT FOR ONE CLASS AT A TIME DURING THE SCREENING PASS OVER
      *  THE MERGED FILE, FROM THE RECORDS THE REPORT PASS WOULD
      *  GRADE: EACH DISTINCT FOUR-SCORE SET AND HOW MANY STUDENTS
      *  CARRY IT, WHETHER EACH TEST HAS ONE SCORE ACROSS THE CLASS,
      *  AND EACH CAMPUS'S SLICE OF THE CLASS AVERAGE
      *
       01  SCREEN-CLASS-FIELDS.
           05  WS-SCREEN-DEPT               PIC A(4)  VALUE SPACES.
           05  WS-SCREEN-CLASS              PIC X(5)  VALUE SPACES.
           05  WS-SCREEN-PREV-KEY           PIC X(16) VALUE SPACES.
      *    THE CLASS THE CARRY-FORWARD MATCH HAS REACHED (HIGH-VALUES
      *    ONCE THE MERGED FILE IS DONE) AND THE LAST CLASS CARRIED
           05  WS-CARRY-LIMIT-KEY           PIC X(9)  VALUE SPACES.
           05  WS-CARRY-PREV-KEY            PIC X(9)  VALUE SPACES.
           05  WS-SCREEN-COUNT              PIC 9(5)  VALUE ZERO.
           05  WS-SCREEN-TOTAL              PIC S9(7)V99 VALUE ZERO.
           05  WS-SCREEN-OTHER-COUNT        PIC 9(5)  VALUE ZERO.
           05  WS-SCREEN-CAMPUS-AVERAGE     PIC S9(5)V99 VALUE ZERO.
           05  WS-SCREEN-OTHER-AVERAGE      PIC S9(5)V99 VALUE ZERO.
           05  WS-SCREEN-DIFFERENCE         PIC S9(5)V99 VALUE ZERO.
           05  WS-SCREEN-WIDEST             PIC S9(5)V99 VALUE ZERO.
      *
       01  WS-MAX-SCORE-SETS                PIC 999   VALUE 500.
       01  SCORE-SET-TABLE.
           05  WS-SET-COUNT                 PIC 999   VALUE ZERO.
           05  SST-ENTRY OCCURS 500 TIMES.
               10  SST-SCORES               PIC X(12).
               10  SST-STUDENTS             PIC 9(5).
       01  SST-SUB                          PIC 999   VALUE ZERO.
       01  WS-SET-ROW                       PIC 999   VALUE ZERO.
       01  WS-TOP-SET-ROW                   PIC 999   VALUE ZERO.
      *
       01  TEST-PATTERN-TABLE.
           05  TPT-ENTRY OCCURS 4 TIMES.
               10  TPT-FIRST-SCORE          PIC 9(3).
               10  TPT-REPORTED             PIC 9(5).
               10  TPT-SAME-FLAG            PIC X.
                   88 TPT-ALL-SAME                       VALUE 'Y'.
       01  WS-SAME-TEST                     PIC 9     VALUE ZERO.
      *
       01  SCREEN-CAMPUS-TABLE.
           05  WS-SCP-COUNT                 PIC 99    VALUE ZERO.
           05  SCP-ENTRY OCCURS 30 TIMES.
               10  SCP-CAMPUS-CODE          PIC X(4).
               10  SCP-COUNT                PIC 9(5).
               10  SCP-TOTAL                PIC S9(7)V99.
       01  SCP-SUB                          PIC 99    VALUE ZERO.
       01  WS-SCP-ROW                       PIC 99    VALUE ZERO.
       01  WS-WIDEST-SCP-ROW                PIC 99    VALUE ZERO.
      *
      ***************HELD-CLASS TABLE***********************************
      *  ONE ENTRY PER CLASS THE SCREEN FLAGGED, WITH WHAT IT FOUND.
      *  THE REPORT PASS SENDS EVERY RECORD OF A HELD CLASS TO THE
      *  SUSPENSE FILE INSTEAD OF THE REPORT, THE EXTRACT, AND THE
      *  LETTERS.  A FLAGGED CLASS THE RECORDS CLERK HAS ALREADY
      *  RELEASED AFTER REVIEW STAYS IN THE TABLE, MARKED RELEASED,
      *  SO THE ANOMALY REPORT STILL SHOWS IT - BUT IT IS GRADED
      *
       01  WS-MAX-HELD-CLASSES              PIC 999   VALUE 100.
       01  HELD-CLASS-TABLE.
           05  WS-HELD-COUNT                PIC 999   VALUE ZERO.
           05  HLD-ENTRY OCCURS 100 TIMES.
               10  HLD-DEPT-CODE            PIC A(4).
               10  HLD-CLASS-CODE           PIC X(5).
               10  HLD-SCREENED             PIC 9(5).
               10  HLD-REASON               PIC X(30).
               10  HLD-REPEAT-SCORES        PIC X(12).
               10  HLD-REPEAT-SET REDEFINES HLD-REPEAT-SCORES.
                   15  HLD-REPEAT-TEST OCCURS 4 TIMES
                                            PIC 9(3).
               10  HLD-REPEAT-COUNT         PIC 9(5).
               10  HLD-SAME-TEST            PIC 9.
               10  HLD-SAME-SCORE           PIC 9(3).
               10  HLD-CAMPUS-CODE          PIC X(4).
               10  HLD-CAMPUS-AVERAGE       PIC 9(3)V99.
               10  HLD-OTHER-AVERAGE        PIC 9(3)V99.
               10  HLD-RECORDS              PIC 9(5).
               10  HLD-RELEASED-FLAG        PIC X.
                   88 HLD-RELEASED                       VALUE 'Y'.
       01  HLD-SUB                          PIC 999   VALUE ZERO.
       01  WS-HELD-ROW                      PIC 999   VALUE ZERO.
      *
      ***************SUSPENSE RELEASE TABLE*****************************
      *  LOADED FROM SUSPENSERELEASE.TXT - THE CLASSES THE RECORDS
      *  CLERK REVIEWED AND RELEASED WITH Lab6SuspenseRelease.  THEIR
      *  RECORDS COME BACK THROUGH THE RECYCLE FILE AND ARE GRADED
      *  EVEN IF THE SCREEN FLAGS THE SAME PATTERN AGAIN
      *
       01  WS-MAX-RELEASES                  PIC 999   VALUE 100.
       01  SUSPENSE-RELEASE-TABLE.
           05  WS-RELEASE-COUNT             PIC 999   VALUE ZERO.
           05  RLS-ENTRY OCCURS 100 TIMES.
               10  RLS-DEPT-CODE            PIC A(4).
               10  RLS-CLASS-CODE           PIC X(5).
       01  RLS-SUB                          PIC 999   VALUE ZERO.
       01  WS-RELEASED-ROW                  PIC 999   VALUE ZERO.
      *
      ***************DEPARTMENT REPORT BURSTING FIELDS*****************
      *  EACH DEPARTMENT'S PAGES GO TO THEIR OWN L6DEPTXXXX.TXT FILE
      *  SO THE OPERATOR NO LONGER SPLITS AND RE-STAPLES THE COMBINED
           05  WS-RUN-END-DATE               PIC X(6)  VALUE SPACES.
           05  WS-RUN-END-TIME               PIC X(8)  VALUE SPACES.
           05  WS-RUN-NUMBER                 PIC 9(5)  VALUE ZERO.
      *
      ***************EXTRACT HEADER / TRAILER CONTROL TOTALS***********
      *  ACCUMULATED AS EACH DETAIL RECORD GOES TO THE EXTRACT AND
      *  WRITTEN AS THE TRAILER - THE POSTING TERM AND AS-OF DATE
      *  RIDE ON THE HEADER SO AN OLD EXTRACT CANNOT POST AS NEW
       01  EXTRACT-CONTROL-TOTALS.
           05  XC-RECORD-COUNT               PIC 9(7)  VALUE ZERO.
           05  XC-ID-HASH-TOTAL              PIC 9(15) VALUE ZERO.
           05  XC-AVERAGE-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01  WS-POSTING-TERM                  PIC X(6)  VALUE SPACES.
       01  WS-AS-OF-DATE                    PIC 9(8)  VALUE ZERO.
      *
       01  RUN-CONTROL-LINE.
           05  RCL-RUN-NUMBER              PIC 9(5).
           05  BSD-DEPT-COUNT              PIC ZZZZ9.
           05                              PIC X(50) VALUE SPACES.
      *
      ***************CAMPUS COMPARISON REPORT LINES********************
       01  CAMPUS-COMPARE-HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  CC1-DATE.
               10  CC1-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  CC1-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  CC1-YEAR                PIC 99.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(36) VALUE
                                           'CAMPUS GRADE COMPARISON'.
           05                              PIC X(13) VALUE '420'.
      *
       01  CAMPUS-COMPARE-NOTE-LINE        PIC X(80) VALUE
               'CLASSES TAUGHT AT MORE THAN ONE CAMPUS'.
      *
       01  CAMPUS-CLASS-LINE.
           05                              PIC X(6)  VALUE 'CLASS'.
           05  CCL-DEPT                    PIC X(4).
           05                              PIC X     VALUE '/'.
           05  CCL-CLASS                   PIC X(5).
           05                              PIC X(3)  VALUE SPACES.
           05  CCL-TITLE                   PIC X(30).
           05                              PIC X(31) VALUE SPACES.
      *
       01  CAMPUS-COMPARE-HEADING-FOUR.
           05                              PIC X(8)  VALUE 'CAMPUS'.
           05                              PIC X(8)  VALUE 'STUDENTS'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(6)  VALUE '   A'.
           05                              PIC X(6)  VALUE '   B'.
           05                              PIC X(6)  VALUE '   C'.
           05                              PIC X(6)  VALUE '   D'.
           05                              PIC X(6)  VALUE '   F'.
           05                              PIC X(2)  VALUE SPACES.
           05                              PIC X(6)  VALUE '   AVG'.
           05                              PIC X(3)  VALUE SPACES.
           05                              PIC X(21) VALUE '+/-CLASS'.
      *
       01  CAMPUS-COMPARE-DETAIL.
           05  CCD-CAMPUS                  PIC X(4).
           05                              PIC X(7)  VALUE SPACES.
           05  CCD-COUNT                   PIC ZZZZ9.
           05                              PIC X(2)  VALUE SPACES.
           05  CCD-GRADE-COUNT OCCURS 5 TIMES
                                           PIC ZZZ9BB.
           05                              PIC X(2)  VALUE SPACES.
           05  CCD-AVERAGE                 PIC ZZ9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  CCD-VARIANCE                PIC +++9.99.
           05                              PIC X(14) VALUE SPACES.
      *
       01  CAMPUS-COMPARE-TOTAL.
           05                              PIC X(11) VALUE 'ALL'.
           05  CCT-COUNT                   PIC ZZZZ9.
           05                              PIC X(34) VALUE SPACES.
           05  CCT-AVERAGE                 PIC ZZ9.99.
           05                              PIC X(24) VALUE SPACES.
      *
      ***************CAMPUS DATA-QUALITY SCORECARD LINES***************
       01  SCORECARD-HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  SC1-DATE.
               10  SC1-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  SC1-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  SC1-YEAR                PIC 99.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(36) VALUE
               'CAMPUS DATA-QUALITY SCORECARD'.
           05                              PIC X(13) VALUE '420'.
      *
       01  SCORECARD-CAMPUS-LINE.
           05                              PIC X(7)  VALUE 'CAMPUS'.
           05  SCL-CAMPUS                  PIC X(4).
           05                              PIC X(69) VALUE SPACES.
      *
       01  SCORECARD-COUNT-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  SCL-LABEL                   PIC X(40).
           05  SCL-COUNT                   PIC ZZZZZZ9.
           05                              PIC X(29) VALUE SPACES.
      *
       01  SCORECARD-RATE-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(40) VALUE
               'PERCENT OF RECORDS REJECTED'.
           05  SCL-RATE                    PIC ZZZZ9.9.
           05                              PIC X(29) VALUE SPACES.
      *
      ***************SCORE-PATTERN ANOMALY REPORT LINES****************
       01  ANOMALY-HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  AN1-DATE.
               10  AN1-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  AN1-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  AN1-YEAR                PIC 99.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(36) VALUE
               'SCORE-PATTERN ANOMALY REPORT'.
           05                              PIC X(13) VALUE '420'.
      *
       01  ANOMALY-NOTE-LINE               PIC X(80) VALUE
               'CLASSES HELD FROM THE EXTRACT AND LETTERS FOR REVIEW'.
      *
       01  ANOMALY-CLASS-LINE.
           05                              PIC X(6)  VALUE 'CLASS'.
           05  ACL-DEPT                    PIC X(4).
           05                              PIC X     VALUE '/'.
           05  ACL-CLASS                   PIC X(5).
           05                              PIC X(3)  VALUE SPACES.
           05  ACL-TITLE                   PIC X(30).
           05                              PIC X(31) VALUE SPACES.
      *
       01  ANOMALY-REPEAT-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(18) VALUE
                                           'SAME SCORE SET ON'.
           05  ARL-COUNT                   PIC ZZZZ9.
           05                              PIC X(4)  VALUE ' OF '.
           05  ARL-CLASS-COUNT             PIC ZZZZ9.
           05                              PIC X(11) VALUE
                                           ' STUDENTS: '.
           05  ARL-TEST OCCURS 4 TIMES     PIC ZZ9BB.
           05                              PIC X(13) VALUE SPACES.
      *
       01  ANOMALY-SAME-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(21) VALUE
                                           'EVERY STUDENT SCORED'.
           05  ASL-SCORE                   PIC ZZ9.
           05                              PIC X(9)  VALUE
                                           ' ON TEST '.
           05  ASL-TEST                    PIC 9.
           05                              PIC X(42) VALUE SPACES.
      *
       01  ANOMALY-CAMPUS-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(7)  VALUE 'CAMPUS'.
           05  AML-CAMPUS                  PIC X(4).
           05                              PIC X(9)  VALUE
                                           ' AVERAGE '.
           05  AML-AVERAGE                 PIC ZZ9.99.
           05                              PIC X(9)  VALUE
                                           ' AGAINST '.
           05  AML-OTHER-AVERAGE           PIC ZZ9.99.
           05                              PIC X(22) VALUE
                                           ' AT THE OTHER CAMPUSES'.
           05                              PIC X(13) VALUE SPACES.
      *
       01  ANOMALY-STATUS-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  AST-TEXT                    PIC X(44).
           05  AST-COUNT                   PIC ZZZZ9.
           05                              PIC X(27) VALUE SPACES.
      *
       01  ANOMALY-DETAIL-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  ADL-ID                      PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  ADL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  ADL-TEST OCCURS 4 TIMES     PIC XXXBBB.
           05  ADL-CAMPUS                  PIC X(4).
           05                              PIC X(17) VALUE SPACES.
      *
       01  ANOMALY-TOTAL-LINE.
           05                              PIC X(4)  VALUE SPACES.
           05  ATL-LABEL                   PIC X(36).
           05  ATL-COUNT                   PIC ZZZZZZ9.
           05                              PIC X(33) VALUE SPACES.
      *
      ***************GRADE NOTIFICATION LETTER LINES*******************
       01  LETTER-HEADING-LINE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  DN-CLASS                    PIC X(5).
           05  DN-ID                       PIC 9(7).
           05  DN-NAME                     PIC X(20).
           05  DN-CAMPUS                   PIC X(4).
           05  DN-KEPT-CAMPUS              PIC X(4).
      *
       01  REJECT-REASON-FIELDS.
           05  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       19-RELEASE-FEEDER-RECORDS.
      *SORT INPUT PROCEDURE - HAND EVERY RECORD FROM EVERY FEEDER
      *IN THE CONTROL TABLE TO THE SORT, IN TABLE ORDER SO THE
      *RECYCLE ENTRY'S RECORDS LEAD ANY EQUAL-KEY SOURCE RECORDS.
      *A RECORD ARRIVING WITHOUT A CAMPUS CODE IS STAMPED WITH ITS
      *FEEDER'S CAMPUS FROM THE CONTROL TABLE; A RECYCLED RECORD
      *KEEPS THE CAMPUS THAT ORIGINALLY SENT IT
           PERFORM VARYING FEEDER-SUB FROM 1 BY 1
                   UNTIL FEEDER-SUB > WS-FEEDER-COUNT
               MOVE FDR-FILE-NAME (FEEDER-SUB) TO WS-FEEDER-NAME
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF FEED-CAMPUS-CODE = SPACES
                               MOVE FDR-CAMPUS-CODE (FEEDER-SUB)
                                   TO FEED-CAMPUS-CODE
                           END-IF
                           RELEASE SORT-RECORD FROM FEEDER-RECORD
                   END-READ
               END-PERFORM
           OPEN     OUTPUT DUPLICATE-LOG-FILE
           OPEN     OUTPUT INCOMPLETE-STU-FILE
           OPEN     OUTPUT LETTER-FILE
           OPEN     OUTPUT CAMPUS-COMPARE-FILE
           PERFORM 90-SET-ASIDE-SUSPENSE
           OPEN     OUTPUT SUSPENSE-STU-FILE
           OPEN     INPUT  MERGED-SORTED-FILE


               MOVE WS-PARM-YEAR(3:2) TO H1-YEAR
           END-IF
           MOVE H1-MONTH TO HR1-MONTH PR1-MONTH DD1-MONTH EX1-MONTH
               BS1-MONTH LT1-MONTH CC1-MONTH SC1-MONTH AN1-MONTH
           MOVE H1-DAY TO HR1-DAY PR1-DAY DD1-DAY EX1-DAY BS1-DAY
               LT1-DAY CC1-DAY SC1-DAY AN1-DAY
           MOVE H1-YEAR TO HR1-YEAR PR1-YEAR DD1-YEAR EX1-YEAR
               BS1-YEAR LT1-YEAR CC1-YEAR SC1-YEAR AN1-YEAR

      *    THE RUN NUMBER IS TAKEN UP FRONT SO THE EXTRACT HEADER
      *    CARRIES THE SAME NUMBER THE RUN-CONTROL LOG RECORDS
           PERFORM 77-ASSIGN-RUN-NUMBER
           IF FINAL-MODE
               PERFORM 78-WRITE-EXTRACT-HEADER
           END-IF

           PERFORM 63-LOAD-XREF-TABLE
           PERFORM 66-LOAD-COURSE-CATALOG
           PERFORM 69-LOAD-WITHDRAWALS

      *    THE WHOLE MERGED FILE IS SCREENED FOR SUSPICIOUS SCORE
      *    PATTERNS BEFORE THE FIRST RECORD IS GRADED, SO A BAD
      *    CLASS IS HELD BEFORE ANY OF IT REACHES THE EXTRACT
           PERFORM 81-LOAD-SUSPENSE-RELEASES
           PERFORM 82-SCREEN-SCORE-PATTERNS

           PERFORM 30-HEADING-ROUTINE
           PERFORM 31-HONOR-ROLL-HEADING
           PERFORM 32-PROBATION-HEADING
           PERFORM 33-CAMPUS-COMPARE-HEADING
       .

       25-READ-STUDENT-FILE.
               AFTER ADVANCING 2 LINES
       .

       33-CAMPUS-COMPARE-HEADING.

           WRITE CAMPUS-COMPARE-LINE FROM CAMPUS-COMPARE-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE CAMPUS-COMPARE-LINE FROM CAMPUS-COMPARE-NOTE-LINE
               AFTER ADVANCING 2 LINES
       .

       35-PROCESS-STUDENT-RECORD.

           PERFORM 36-CHECK-DUPLICATE-RECORD
           IF DUPLICATE-STUDENT
               SET DISPOSED-DUPLICATE TO TRUE
               PERFORM 72-TALLY-CAMPUS-RECORD
           END-IF

      *    A WITHDRAWN STUDENT LEAVES THE RUN HERE - OFF THE
      *    REPORT, THE AVERAGES, AND THE LETTERS, BUT ONTO THE
               MOVE ZERO TO WS-WITHDRAWN-ROW
           END-IF

      *    A CLASS THE SCORE-PATTERN SCREEN HELD LEAVES THE RUN
      *    HERE - EVERY RECORD GOES TO THE SUSPENSE FILE, AS
      *    RECEIVED, FOR THE RECORDS CLERK TO RELEASE OR SEND BACK,
      *    AND NONE OF IT REACHES THE REPORT, EXTRACT, OR LETTERS
           MOVE ZERO TO WS-HELD-ROW
           IF NOT DUPLICATE-STUDENT AND WS-WITHDRAWN-ROW = ZERO
               PERFORM 86-FIND-HELD-CLASS
               IF WS-HELD-ROW > ZERO
                   PERFORM 87-WRITE-SUSPENSE-RECORD
               END-IF
           END-IF

           IF NOT DUPLICATE-STUDENT AND WS-WITHDRAWN-ROW = ZERO
              AND WS-HELD-ROW = ZERO
               IF CB-FIRST-RECORD
                   PERFORM 58-OPEN-DEPT-BURST
                   PERFORM 67-WRITE-CLASS-TITLE
                   ADD DF-TEST-AVERAGE TO CB-CLASS-TOTAL
                   ADD 1 TO CB-GRAND-COUNT
                   ADD DF-TEST-AVERAGE TO CB-GRAND-TOTAL
                   SET DISPOSED-GRADED TO TRUE
                   PERFORM 72-TALLY-CAMPUS-RECORD
                   PERFORM 74-ADD-CLASS-CAMPUS

      *            AT MIDTERM NOTHING GOES TO THE EXTRACT AND ONLY
      *            STUDENTS SITTING BELOW A C GET A LETTER - THE
      *IN A ROW IN THE MERGED FILE - LOG IT INSTEAD OF
      *DOUBLE-REPORTING.  MATCHING ON THE PERMANENT ID MEANS TWO
      *DIFFERENT STUDENTS WHO HAPPEN TO SHARE A NAME EACH KEEP
      *THEIR OWN SCORES.  THE LOG NAMES THE CAMPUS THAT SENT THE
      *DUPLICATE AND THE CAMPUS WHOSE RECORD WAS KEPT
           MOVE 'N' TO DUPLICATE-FLAG
           IF NOT WS-PREV-KEY-FIRST
               IF MS-DEPT-CODE = WS-PREV-KEY-DEPT
                   MOVE MS-CLASS-CODE TO DN-CLASS
                   MOVE MS-STUDENT-ID TO DN-ID
                   MOVE MS-NAME TO DN-NAME
                   MOVE MS-CAMPUS-CODE TO DN-CAMPUS
                   MOVE WS-PREV-KEY-CAMPUS TO DN-KEPT-CAMPUS
                   MOVE SPACES TO DUPLICATE-LOG-RECORD
                   STRING 'DUPLICATE STUDENT: ' DN-DEPT '/' DN-CLASS
                          ' ' DN-ID ' ' DN-NAME
                          ' FROM ' DN-CAMPUS ' KEPT ' DN-KEPT-CAMPUS
                          DELIMITED BY SIZE INTO DUPLICATE-LOG-RECORD
                   WRITE DUPLICATE-LOG-RECORD
               END-IF
           END-IF
           IF NOT DUPLICATE-STUDENT
               MOVE MS-CAMPUS-CODE TO WS-PREV-KEY-CAMPUS
           END-IF
           MOVE MS-DEPT-CODE TO WS-PREV-KEY-DEPT
           MOVE MS-CLASS-CODE TO WS-PREV-KEY-CLASS
           MOVE MS-STUDENT-ID TO WS-PREV-KEY-ID
                   WRITE BURST-LINE FROM CLASS-BREAK-LINE
                   ADD 2 TO WS-BURST-LINE-COUNT
               END-IF
               IF WS-CCP-COUNT > 1
                   PERFORM 75-WRITE-CAMPUS-COMPARISON
               END-IF
           END-IF
           MOVE ZERO TO CB-CLASS-COUNT
           MOVE ZERO TO CB-CLASS-TOTAL
           MOVE ZERO TO WS-CCP-COUNT
       .

       39-COMPUTE-WEIGHTED-AVERAGE.
           END-PERFORM
           MOVE DF-TEST-AVERAGE TO RX-AVERAGE
           MOVE DL-GRADE TO RX-GRADE
           MOVE MS-CAMPUS-CODE TO RX-CAMPUS-CODE
           WRITE REGISTRAR-EXTRACT-RECORD
           PERFORM 79-ADD-EXTRACT-TOTALS
       .

       44-WRITE-REJECT-RECORD.
               MOVE MS-TEST(SUB) TO REJ-TEST(SUB)
           END-PERFORM
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE MS-CAMPUS-CODE TO REJ-CAMPUS-CODE
           WRITE REJECT-RECORD

           EVALUATE WS-REJECT-REASON
               WHEN RR-BAD-CLASS-CODE
                   SET DISPOSED-BAD-CLASS TO TRUE
               WHEN RR-BAD-STUDENT-ID
                   SET DISPOSED-BAD-ID TO TRUE
               WHEN OTHER
                   SET DISPOSED-BAD-SCORE TO TRUE
           END-EVALUATE
           PERFORM 72-TALLY-CAMPUS-RECORD
       .

       45-FINAL-ROUTINE.
                 DUPLICATE-LOG-FILE
                 INCOMPLETE-STU-FILE
                 LETTER-FILE
                 SUSPENSE-STU-FILE
           IF FINAL-MODE
               PERFORM 80-WRITE-EXTRACT-TRAILER
               CLOSE REGISTRAR-EXTRACT-FILE
           END-IF

           IF CNT-CAMPUS-CLASSES = ZERO
               WRITE CAMPUS-COMPARE-LINE FROM BURST-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           CLOSE CAMPUS-COMPARE-FILE

           PERFORM 88-WRITE-ANOMALY-REPORT

      *    A RELEASE COVERS THE NEXT FINAL POSTING ONLY - ONCE A
      *    FINAL RUN HAS GRADED THE RELEASED CLASSES THE LIST IS
      *    EMPTIED, SO A LATER BAD BATCH FOR THE SAME CLASS IS
      *    SCREENED AFRESH.  A MIDTERM RUN LEAVES IT IN PLACE
           IF FINAL-MODE AND RELEASES-ON-FILE
               OPEN OUTPUT SUSPENSE-RELEASE-FILE
               CLOSE SUSPENSE-RELEASE-FILE
           END-IF

      *    NO EXTRACT WAS WRITTEN AT MIDTERM, SO THERE IS NO NEW
      *    GENERATION TO COMPARE - THE DELTA REPORT ONLY RUNS AT
      *    FINALS
           END-IF
           PERFORM 52-ROSTER-RECON-REPORT
           PERFORM 61-WRITE-BURST-SUMMARY
           PERFORM 76-WRITE-CAMPUS-SCORECARD
           PERFORM 65-WRITE-XREF-FILE
           PERFORM 57-WRITE-RUN-CONTROL


           IF CNT-MERGED NOT =
                   (CB-GRAND-COUNT + CNT-REJECTED + CNT-DUPLICATES
                    + CNT-INCOMPLETE + CNT-WITHDRAWN + CNT-HELD)
               SET WARN-PROCESSED TO TRUE
               DISPLAY 'RECONCILIATION WARNING - MERGED RECORD '
                   'COUNT DOES NOT EQUAL PRINTED + REJECTED + '
                   'DUPLICATE + INCOMPLETE + WITHDRAWN + HELD COUNT'
           END-IF

      *    AT FINALS EVERY GRADED STUDENT GETS A LETTER; AT MIDTERM
           DISPLAY 'DUPLICATE STUDENTS SKIPPED: ' CNT-DUPLICATES
           DISPLAY 'WITHDRAWN STUDENTS SUPPRESSED: ' CNT-WITHDRAWN
           DISPLAY 'INCOMPLETE STUDENTS PENDING: ' CNT-INCOMPLETE
           DISPLAY 'CLASSES SCREENED FOR SCORE PATTERNS: '
               CNT-SCREENED-CLASSES
           DISPLAY 'CLASSES HELD FOR ANOMALY REVIEW: '
               CNT-HELD-CLASSES
           DISPLAY 'RECORDS HELD IN SUSPENSE: ' CNT-HELD
           DISPLAY 'RELEASED CLASSES GRADED: ' CNT-RELEASED-CLASSES
      *    CARRIED RECORDS ARE NOT IN THIS RUN'S MERGED FILE, SO
      *    THEY STAY OUT OF THE MERGED-RECORD RECONCILIATION ABOVE
           DISPLAY 'CLASSES CARRIED FORWARD IN SUSPENSE: '
               CNT-CARRIED-CLASSES
           DISPLAY 'RECORDS CARRIED FORWARD IN SUSPENSE: ' CNT-CARRIED
           DISPLAY 'PRIOR SUSPENSE RECORDS SUPERSEDED: '
               CNT-SUPERSEDED
           DISPLAY 'GRADE LETTERS PRODUCED: ' CNT-LETTERS
           DISPLAY 'HONOR ROLL STUDENTS: ' CNT-HONOR-ROLL
           DISPLAY 'ACADEMIC PROBATION STUDENTS: ' CNT-PROBATION
       .

       49-READ-PRIOR-SIDE.
      *THE HEADER AND TRAILER ARE NOT STUDENTS - READ PAST THEM
           MOVE SPACES TO WS-DELTA-PRIOR-KEY
           PERFORM UNTIL WS-DELTA-PRIOR-KEY NOT = SPACES
               READ PRIOR-EXTRACT-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-DELTA-PRIOR-KEY
                   NOT AT END
                       IF NOT PRIOR-CONTROL-RECORD
                           MOVE PX-STUDENT-KEY TO WS-DELTA-PRIOR-KEY
                       END-IF
               END-READ
           END-PERFORM
       .

       50-READ-NEW-SIDE.
           MOVE SPACES TO WS-DELTA-NEW-KEY
           PERFORM UNTIL WS-DELTA-NEW-KEY NOT = SPACES
               READ REGISTRAR-EXTRACT-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-DELTA-NEW-KEY
                   NOT AT END
                       IF NOT EXTRACT-HEADER AND NOT EXTRACT-TRAILER
                           MOVE REGISTRAR-EXTRACT-RECORD (1:16)
                               TO WS-DELTA-NEW-KEY
                       END-IF
               END-READ
           END-PERFORM
       .

       51-WRITE-DELTA-LINE.
                   UNTIL SUB > CF-NUM-TESTS
               MOVE MS-TEST(SUB) TO INC-TEST(SUB)
           END-PERFORM
           MOVE MS-CAMPUS-CODE TO INC-CAMPUS-CODE
           WRITE INCOMPLETE-RECORD

           SET DISPOSED-INCOMPLETE TO TRUE
           PERFORM 72-TALLY-CAMPUS-RECORD
       .

       57-WRITE-RUN-CONTROL.
      *LOG: RUN NUMBER, START/END STAMPS, EVERY RECONCILIATION
      *COUNT, WHICH WARNINGS FIRED, AND THE COMPLETION STATUS - SO
      *A COUNT MISMATCH CAN NEVER AGAIN SCROLL BY UNSEEN ON THE
      *CONSOLE AND BE GONE.  THE RUN NUMBER WAS ASSIGNED AT START
           ACCEPT WS-RUN-END-DATE FROM DATE
           ACCEPT WS-RUN-END-TIME FROM TIME

      *SO Lab6MasterPost KEEPS A WITHDRAWN HISTORY ROW; AT MIDTERM
      *NOTHING IS EXTRACTED AND THE SUPPRESSION ALONE APPLIES
           ADD 1 TO CNT-WITHDRAWN
           SET DISPOSED-WITHDRAWN TO TRUE
           PERFORM 72-TALLY-CAMPUS-RECORD
           IF FINAL-MODE
               MOVE MS-DEPT-CODE TO RX-DEPT-CODE
               MOVE MS-CLASS-CODE TO RX-CLASS-CODE
               END-PERFORM
               MOVE ZERO TO RX-AVERAGE
               MOVE 'W' TO RX-GRADE
               MOVE MS-CAMPUS-CODE TO RX-CAMPUS-CODE
               WRITE REGISTRAR-EXTRACT-RECORD
               PERFORM 79-ADD-EXTRACT-TOTALS
           END-IF
       .

       72-TALLY-CAMPUS-RECORD.
      *COUNT THE RECORD IN HAND AGAINST THE CAMPUS THAT SENT IT,
      *UNDER THE DISPOSITION THE CALLER HAS JUST SET
           MOVE MS-CAMPUS-CODE TO WS-CAMPUS-KEY
           PERFORM 73-FIND-CAMPUS-ENTRY
           IF WS-CAMPUS-ROW > ZERO
               ADD 1 TO CMP-RECEIVED (WS-CAMPUS-ROW)
               EVALUATE TRUE
                   WHEN DISPOSED-GRADED
                       ADD 1 TO CMP-GRADED (WS-CAMPUS-ROW)
                   WHEN DISPOSED-BAD-SCORE
                       ADD 1 TO CMP-REJ-SCORE (WS-CAMPUS-ROW)
                   WHEN DISPOSED-BAD-ID
                       ADD 1 TO CMP-REJ-ID (WS-CAMPUS-ROW)
                   WHEN DISPOSED-BAD-CLASS
                       ADD 1 TO CMP-REJ-CLASS (WS-CAMPUS-ROW)
                   WHEN DISPOSED-DUPLICATE
                       ADD 1 TO CMP-DUPLICATES (WS-CAMPUS-ROW)
                   WHEN DISPOSED-INCOMPLETE
                       ADD 1 TO CMP-INCOMPLETE (WS-CAMPUS-ROW)
                   WHEN DISPOSED-WITHDRAWN
                       ADD 1 TO CMP-WITHDRAWN (WS-CAMPUS-ROW)
                   WHEN DISPOSED-HELD
                       ADD 1 TO CMP-HELD (WS-CAMPUS-ROW)
               END-EVALUATE
           END-IF
       .

       73-FIND-CAMPUS-ENTRY.
      *FIND THE SCORECARD ENTRY FOR WS-CAMPUS-KEY, STARTING A NEW
      *ONE THE FIRST TIME A CAMPUS IS SEEN
           MOVE ZERO TO WS-CAMPUS-ROW
           PERFORM VARYING CMP-SUB FROM 1 BY 1
                   UNTIL CMP-SUB > WS-CAMPUS-COUNT
               IF CMP-CAMPUS-CODE (CMP-SUB) = WS-CAMPUS-KEY
                   MOVE CMP-SUB TO WS-CAMPUS-ROW
               END-IF
           END-PERFORM

           IF WS-CAMPUS-ROW = ZERO
               IF WS-CAMPUS-COUNT < WS-MAX-CAMPUSES
                   ADD 1 TO WS-CAMPUS-COUNT
                   MOVE WS-CAMPUS-COUNT TO WS-CAMPUS-ROW
                   MOVE WS-CAMPUS-KEY
                       TO CMP-CAMPUS-CODE (WS-CAMPUS-ROW)
                   MOVE ZERO TO CMP-SENT (WS-CAMPUS-ROW)
                                CMP-RECEIVED (WS-CAMPUS-ROW)
                                CMP-GRADED (WS-CAMPUS-ROW)
                                CMP-REJ-SCORE (WS-CAMPUS-ROW)
                                CMP-REJ-ID (WS-CAMPUS-ROW)
                                CMP-REJ-CLASS (WS-CAMPUS-ROW)
                                CMP-DUPLICATES (WS-CAMPUS-ROW)
                                CMP-INCOMPLETE (WS-CAMPUS-ROW)
                                CMP-WITHDRAWN (WS-CAMPUS-ROW)
                                CMP-HELD (WS-CAMPUS-ROW)
               ELSE
                   DISPLAY 'CAMPUS TABLE FULL - CAMPUS '
                       WS-CAMPUS-KEY ' NOT SCORED'
               END-IF
           END-IF
       .

       74-ADD-CLASS-CAMPUS.
      *ADD THE STUDENT JUST GRADED TO THEIR CAMPUS'S SLICE OF THE
      *CURRENT CLASS FOR THE CAMPUS COMPARISON REPORT
           MOVE ZERO TO WS-CCP-ROW
           PERFORM VARYING CCP-SUB FROM 1 BY 1
                   UNTIL CCP-SUB > WS-CCP-COUNT
               IF CCP-CAMPUS-CODE (CCP-SUB) = MS-CAMPUS-CODE
                   MOVE CCP-SUB TO WS-CCP-ROW
               END-IF
           END-PERFORM

           IF WS-CCP-ROW = ZERO
               IF WS-CCP-COUNT < WS-MAX-CAMPUSES
                   ADD 1 TO WS-CCP-COUNT
                   MOVE WS-CCP-COUNT TO WS-CCP-ROW
                   MOVE MS-CAMPUS-CODE
                       TO CCP-CAMPUS-CODE (WS-CCP-ROW)
                   MOVE ZERO TO CCP-COUNT (WS-CCP-ROW)
                                CCP-TOTAL (WS-CCP-ROW)
                   PERFORM VARYING WS-GRADE-COL FROM 1 BY 1
                           UNTIL WS-GRADE-COL > 5
                       MOVE ZERO
                           TO CCP-GRADE-COUNT (WS-CCP-ROW, WS-GRADE-COL)
                   END-PERFORM
               ELSE
                   DISPLAY 'CLASS CAMPUS TABLE FULL - CAMPUS '
                       MS-CAMPUS-CODE ' LEFT OFF THE COMPARISON FOR '
                       MS-DEPT-CODE '/' MS-CLASS-CODE
               END-IF
           END-IF

           IF WS-CCP-ROW > ZERO
               EVALUATE DL-GRADE
                   WHEN 'A'
                       MOVE 1 TO WS-GRADE-COL
                   WHEN 'B'
                       MOVE 2 TO WS-GRADE-COL
                   WHEN 'C'
                       MOVE 3 TO WS-GRADE-COL
                   WHEN 'D'
                       MOVE 4 TO WS-GRADE-COL
                   WHEN OTHER
                       MOVE 5 TO WS-GRADE-COL
               END-EVALUATE
               ADD 1 TO CCP-COUNT (WS-CCP-ROW)
               ADD DF-TEST-AVERAGE TO CCP-TOTAL (WS-CCP-ROW)
               ADD 1 TO CCP-GRADE-COUNT (WS-CCP-ROW, WS-GRADE-COL)
           END-IF
       .

       75-WRITE-CAMPUS-COMPARISON.
      *THE CLASS JUST ENDED WAS TAUGHT AT MORE THAN ONE CAMPUS -
      *PRINT EACH CAMPUS'S GRADE DISTRIBUTION AND AVERAGE ONE UNDER
      *THE OTHER, WITH HOW FAR EACH SITS FROM THE WHOLE CLASS
           ADD 1 TO CNT-CAMPUS-CLASSES
           MOVE CB-PREV-DEPT TO CCL-DEPT
           MOVE CB-PREV-CLASS TO CCL-CLASS
           MOVE SPACES TO CCL-TITLE
           PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > WS-CATALOG-COUNT
               IF CAT-CLASS-CODE (CAT-SUB) = CB-PREV-CLASS
                  AND CAT-DEPT-CODE (CAT-SUB) = CB-PREV-DEPT
                   MOVE CAT-TITLE (CAT-SUB) TO CCL-TITLE
               END-IF
           END-PERFORM
           WRITE CAMPUS-COMPARE-LINE FROM CAMPUS-CLASS-LINE
               AFTER ADVANCING 2 LINES
           WRITE CAMPUS-COMPARE-LINE FROM CAMPUS-COMPARE-HEADING-FOUR
               AFTER ADVANCING 1 LINE

           PERFORM VARYING CCP-SUB FROM 1 BY 1
                   UNTIL CCP-SUB > WS-CCP-COUNT
               MOVE CCP-CAMPUS-CODE (CCP-SUB) TO CCD-CAMPUS
               MOVE CCP-COUNT (CCP-SUB) TO CCD-COUNT
               PERFORM VARYING WS-GRADE-COL FROM 1 BY 1
                       UNTIL WS-GRADE-COL > 5
                   MOVE CCP-GRADE-COUNT (CCP-SUB, WS-GRADE-COL)
                       TO CCD-GRADE-COUNT (WS-GRADE-COL)
               END-PERFORM
               COMPUTE WS-CCP-AVERAGE ROUNDED =
                   CCP-TOTAL (CCP-SUB) / CCP-COUNT (CCP-SUB)
               MOVE WS-CCP-AVERAGE TO CCD-AVERAGE
               COMPUTE CCD-VARIANCE =
                   WS-CCP-AVERAGE - CB-CLASS-AVERAGE
               WRITE CAMPUS-COMPARE-LINE FROM CAMPUS-COMPARE-DETAIL
                   AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE CB-CLASS-COUNT TO CCT-COUNT
           MOVE CB-CLASS-AVERAGE TO CCT-AVERAGE
           WRITE CAMPUS-COMPARE-LINE FROM CAMPUS-COMPARE-TOTAL
               AFTER ADVANCING 1 LINE
       .

       76-WRITE-CAMPUS-SCORECARD.
      *ONE SCORECARD PAGE PER CAMPUS FOR ITS COORDINATOR: RECORDS
      *SENT ON ITS FEEDER FILES, RECORDS THIS RUN RECEIVED FROM IT,
      *AND HOW EACH WAS DISPOSED OF - SO A BAD BATCH POINTS
      *STRAIGHT AT THE CAMPUS THAT SENT IT.  EVERY CAMPUS IN THE
      *FEEDER TABLE GETS A PAGE, EVEN ONE THAT SENT AN EMPTY FILE
           PERFORM VARYING FEEDER-SUB FROM 1 BY 1
                   UNTIL FEEDER-SUB > WS-FEEDER-COUNT
               IF FDR-CAMPUS-CODE (FEEDER-SUB) NOT = 'RCYC'
                   MOVE FDR-CAMPUS-CODE (FEEDER-SUB) TO WS-CAMPUS-KEY
                   PERFORM 73-FIND-CAMPUS-ENTRY
                   IF WS-CAMPUS-ROW > ZERO
                       ADD FDR-COUNT (FEEDER-SUB)
                           TO CMP-SENT (WS-CAMPUS-ROW)
                   END-IF
               END-IF
           END-PERFORM

           OPEN OUTPUT CAMPUS-SCORECARD-FILE
           PERFORM VARYING CMP-SUB FROM 1 BY 1
                   UNTIL CMP-SUB > WS-CAMPUS-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-HEADING-ONE
                   AFTER ADVANCING PAGE
               MOVE CMP-CAMPUS-CODE (CMP-SUB) TO SCL-CAMPUS
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-CAMPUS-LINE
                   AFTER ADVANCING 2 LINES

               MOVE 'RECORDS SENT ON FEEDER FILES' TO SCL-LABEL
               MOVE CMP-SENT (CMP-SUB) TO SCL-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-COUNT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'RECORDS RECEIVED THIS RUN' TO SCL-LABEL
               MOVE CMP-RECEIVED (CMP-SUB) TO SCL-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'GRADED' TO SCL-LABEL
               MOVE CMP-GRADED (CMP-SUB) TO SCL-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-COUNT-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'REJECTED - TEST SCORE OUTSIDE 0-100' TO SCL-LABEL
               MOVE CMP-REJ-SCORE (CMP-SUB) TO SCL-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'REJECTED - STUDENT ID MISSING/INVALID'
                   TO SCL-LABEL
               MOVE CMP-REJ-ID (CMP-SUB) TO SCL-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'REJECTED - CLASS CODE NOT IN CATALOG'
                   TO SCL-LABEL
               MOVE CMP-REJ-CLASS (CMP-SUB) TO SCL-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'DUPLICATE STUDENTS' TO SCL-LABEL
               MOVE CMP-DUPLICATES (CMP-SUB) TO SCL-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'INCOMPLETE - HELD FOR MAKE-UP SCORES'
                   TO SCL-LABEL
               MOVE CMP-INCOMPLETE (CMP-SUB) TO SCL-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'WITHDRAWN' TO SCL-LABEL
               MOVE CMP-WITHDRAWN (CMP-SUB) TO SCL-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'HELD IN SUSPENSE - SCORE PATTERN' TO SCL-LABEL
               MOVE CMP-HELD (CMP-SUB) TO SCL-COUNT
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-COUNT-LINE
                   AFTER ADVANCING 1 LINE

               IF CMP-RECEIVED (CMP-SUB) > ZERO
                   COMPUTE WS-CAMPUS-REJECT-RATE ROUNDED =
                       (CMP-REJ-SCORE (CMP-SUB) + CMP-REJ-ID (CMP-SUB)
                        + CMP-REJ-CLASS (CMP-SUB)) * 100
                       / CMP-RECEIVED (CMP-SUB)
               ELSE
                   MOVE ZERO TO WS-CAMPUS-REJECT-RATE
               END-IF
               MOVE WS-CAMPUS-REJECT-RATE TO SCL-RATE
               WRITE CAMPUS-SCORECARD-LINE FROM SCORECARD-RATE-LINE
                   AFTER ADVANCING 2 LINES
           END-PERFORM
           CLOSE CAMPUS-SCORECARD-FILE

           DISPLAY 'CLASSES COMPARED ACROSS CAMPUSES: '
               CNT-CAMPUS-CLASSES
           DISPLAY 'CAMPUS SCORECARDS PRODUCED: ' WS-CAMPUS-COUNT
       .

       77-ASSIGN-RUN-NUMBER.
      *THIS RUN'S NUMBER IS ONE PAST THE RECORDS ALREADY IN THE
      *RUN-CONTROL LOG - TAKEN BEFORE THE EXTRACT IS WRITTEN SO THE
      *HEADER AND THE LOG RECORD AT THE END OF THE RUN AGREE
           MOVE ZERO TO WS-RUN-NUMBER
           MOVE 'Y' TO EOF-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RUN-NUMBER
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           MOVE 'Y' TO EOF-FLAG
           ADD 1 TO WS-RUN-NUMBER
       .

       78-WRITE-EXTRACT-HEADER.
      *FIRST RECORD OF THE EXTRACT: RUN NUMBER, GRADING MODE, AS-OF
      *DATE, AND THE TERM THE EXTRACT IS MEANT TO POST UNDER (THE
      *POSTING-TERM ENVIRONMENT VARIABLE Lab6MasterPost READS, WITH
      *THE SAME RUN DATE YEAR/MONTH DEFAULT)
           ACCEPT WS-POSTING-TERM FROM ENVIRONMENT 'POSTING-TERM'
           IF WS-POSTING-TERM = SPACES OR WS-POSTING-TERM = LOW-VALUES
               ACCEPT WS-CURRENT-DATE FROM DATE
               STRING '20' WS-YEAR WS-MONTH
                   DELIMITED BY SIZE INTO WS-POSTING-TERM
           END-IF

           IF WS-PARM-DATE-RAW = SPACES OR WS-PARM-DATE-RAW = LOW-VALUES
               ACCEPT WS-CURRENT-DATE FROM DATE
               COMPUTE WS-AS-OF-DATE = 20000000 + WS-YEAR * 10000
                   + WS-MONTH * 100 + WS-DAY
           ELSE
               COMPUTE WS-AS-OF-DATE = WS-PARM-YEAR * 10000
                   + WS-PARM-MONTH * 100 + WS-PARM-DAY
           END-IF

           MOVE SPACES TO EXTRACT-HEADER-RECORD
           SET EXTRACT-HEADER TO TRUE
           MOVE WS-RUN-NUMBER TO XH-RUN-NUMBER
           IF MIDTERM-MODE
               MOVE 'MIDTERM' TO XH-GRADING-MODE
           ELSE
               MOVE 'FINAL' TO XH-GRADING-MODE
           END-IF
           MOVE WS-AS-OF-DATE TO XH-AS-OF-DATE
           MOVE WS-POSTING-TERM TO XH-POSTING-TERM
           WRITE EXTRACT-HEADER-RECORD
           DISPLAY 'EXTRACT HEADER - RUN ' WS-RUN-NUMBER
               ' TERM ' WS-POSTING-TERM ' AS OF ' WS-AS-OF-DATE
       .

       79-ADD-EXTRACT-TOTALS.
      *ROLL THE DETAIL RECORD JUST WRITTEN INTO THE TRAILER TOTALS
           ADD 1 TO XC-RECORD-COUNT
           ADD RX-STUDENT-ID TO XC-ID-HASH-TOTAL
           ADD RX-AVERAGE TO XC-AVERAGE-TOTAL
       .

       80-WRITE-EXTRACT-TRAILER.
      *LAST RECORD OF THE EXTRACT: DETAIL COUNT, HASH TOTAL OF THE
      *STUDENT IDS, AND SUM OF THE AVERAGES - WITHDRAWN 'W' RECORDS
      *COUNT AND HASH LIKE ANY OTHER DETAIL, WITH A ZERO AVERAGE
           MOVE SPACES TO EXTRACT-TRAILER-RECORD
           SET EXTRACT-TRAILER TO TRUE
           MOVE XC-RECORD-COUNT TO XT-RECORD-COUNT
           MOVE XC-ID-HASH-TOTAL TO XT-ID-HASH-TOTAL
           MOVE XC-AVERAGE-TOTAL TO XT-AVERAGE-TOTAL
           WRITE EXTRACT-TRAILER-RECORD
           DISPLAY 'EXTRACT TRAILER - RECORDS ' XC-RECORD-COUNT
               ' ID HASH ' XC-ID-HASH-TOTAL
       .

       81-LOAD-SUSPENSE-RELEASES.
      *LOAD THE CLASSES THE RECORDS CLERK HAS RELEASED FROM SUSPENSE
      *AFTER REVIEW - WITH NO RELEASE FILE ON HAND EVERY FLAGGED
      *CLASS IS HELD
           MOVE 'SUSPENSERELEASE.TXT' TO WS-FILE-NAME
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-FILE-NAME
               WS-FILE-DETAILS RETURNING WS-EXIST-RETURN-CODE
           IF WS-EXIST-RETURN-CODE = 0
               SET RELEASES-ON-FILE TO TRUE
               MOVE 'Y' TO EOF-FLAG
               OPEN INPUT SUSPENSE-RELEASE-FILE
               PERFORM UNTIL NO-MORE-DATA
                   READ SUSPENSE-RELEASE-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           IF WS-RELEASE-COUNT < WS-MAX-RELEASES
                               ADD 1 TO WS-RELEASE-COUNT
                               MOVE SRL-DEPT-CODE TO
                                   RLS-DEPT-CODE (WS-RELEASE-COUNT)
                               MOVE SRL-CLASS-CODE TO
                                   RLS-CLASS-CODE (WS-RELEASE-COUNT)
                           ELSE
                               DISPLAY 'RELEASE TABLE FULL - '
                                   SRL-DEPT-CODE '/' SRL-CLASS-CODE
                                   ' NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-RELEASE-FILE
               MOVE 'Y' TO EOF-FLAG
               DISPLAY 'SUSPENSE RELEASES LOADED: ' WS-RELEASE-COUNT
           END-IF
       .

       82-SCREEN-SCORE-PATTERNS.
      *ONE PASS OVER THE MERGED FILE, AHEAD OF THE REPORT PASS, TO
      *JUDGE EACH CLASS AS A WHOLE.  A FEEDER THAT REPEATS ONE
      *STUDENT'S SCORES DOWN A CLASS, SENDS A COLUMN OF ZEROS, OR
      *SHIFTS A COLUMN PASSES THE PER-RECORD CHECKS IN
      *37-VALIDATE-SCORES - ONLY THE PATTERN ACROSS THE CLASS GIVES
      *IT AWAY.  THE FILE IS THEN REOPENED FOR THE REPORT PASS
           MOVE 'Y' TO SCREEN-FIRST-FLAG
           MOVE SPACES TO WS-SCREEN-PREV-KEY
           OPEN INPUT SUSPENSE-CARRY-FILE
           PERFORM 92-READ-CARRY-RECORD
           MOVE 'Y' TO EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA
               READ MERGED-SORTED-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF SCREEN-FIRST-RECORD
                           PERFORM 84-START-SCREEN-CLASS
                       ELSE
                           IF MS-DEPT-CODE NOT = WS-SCREEN-DEPT
                              OR MS-CLASS-CODE NOT = WS-SCREEN-CLASS
                               PERFORM 85-JUDGE-SCREEN-CLASS
                               PERFORM 84-START-SCREEN-CLASS
                           END-IF
                       END-IF
                       PERFORM 83-SCREEN-ONE-RECORD
               END-READ
           END-PERFORM
           IF NOT SCREEN-FIRST-RECORD
               PERFORM 85-JUDGE-SCREEN-CLASS
           END-IF
           MOVE HIGH-VALUES TO WS-CARRY-LIMIT-KEY
           PERFORM 91-CARRY-FORWARD-SUSPENSE
           CLOSE SUSPENSE-CARRY-FILE

           CLOSE MERGED-SORTED-FILE
           OPEN INPUT MERGED-SORTED-FILE
           MOVE 'Y' TO EOF-FLAG
           MOVE ZERO TO WS-WITHDRAWN-ROW
       .

       83-SCREEN-ONE-RECORD.
      *ONLY A RECORD THE REPORT PASS WOULD GRADE COUNTS TOWARD THE
      *CLASS PATTERN - DUPLICATES, WITHDRAWALS, REJECTS, AND
      *INCOMPLETES ARE LEFT OUT, AS THEY ARE FROM THE AVERAGES
           IF MERGED-SORTED-REC (1:16) NOT = WS-SCREEN-PREV-KEY
               MOVE MERGED-SORTED-REC (1:16) TO WS-SCREEN-PREV-KEY
               MOVE MERGED-SORTED-REC (1:16) TO WS-WITHDRAW-KEY
               PERFORM 70-FIND-WITHDRAWAL
               PERFORM 37-VALIDATE-SCORES
               IF WS-WITHDRAWN-ROW = ZERO
                  AND VALID-SCORES AND ALL-SCORES-REPORTED
                   PERFORM 39-COMPUTE-WEIGHTED-AVERAGE
                   ADD 1 TO WS-SCREEN-COUNT
                   ADD DF-TEST-AVERAGE TO WS-SCREEN-TOTAL

      *            THE FOUR SCORES TOGETHER, AS ONE 12-BYTE SET
                   MOVE ZERO TO WS-SET-ROW
                   PERFORM VARYING SST-SUB FROM 1 BY 1
                           UNTIL SST-SUB > WS-SET-COUNT
                       IF SST-SCORES (SST-SUB)
                               = MERGED-SORTED-REC (37:12)
                           MOVE SST-SUB TO WS-SET-ROW
                       END-IF
                   END-PERFORM
                   IF WS-SET-ROW = ZERO
                      AND WS-SET-COUNT < WS-MAX-SCORE-SETS
                       ADD 1 TO WS-SET-COUNT
                       MOVE WS-SET-COUNT TO WS-SET-ROW
                       MOVE MERGED-SORTED-REC (37:12)
                           TO SST-SCORES (WS-SET-ROW)
                       MOVE ZERO TO SST-STUDENTS (WS-SET-ROW)
                   END-IF
                   IF WS-SET-ROW > ZERO
                       ADD 1 TO SST-STUDENTS (WS-SET-ROW)
                   END-IF

      *            EACH TEST ON ITS OWN - A MIDTERM TEST NOT YET
      *            GIVEN (999) IS NOT A SCORE AND IS NOT COMPARED
                   PERFORM VARYING SUB FROM 1 BY 1
                           UNTIL SUB > CF-NUM-TESTS
                       IF MS-TEST (SUB) NOT = WS-SCORE-NOT-TAKEN
                           IF TPT-REPORTED (SUB) = ZERO
                               MOVE MS-TEST (SUB)
                                   TO TPT-FIRST-SCORE (SUB)
                           ELSE
                               IF MS-TEST (SUB)
                                       NOT = TPT-FIRST-SCORE (SUB)
                                   MOVE 'N' TO TPT-SAME-FLAG (SUB)
                               END-IF
                           END-IF
                           ADD 1 TO TPT-REPORTED (SUB)
                       END-IF
                   END-PERFORM

      *            AND THE STUDENT'S CAMPUS SLICE OF THE CLASS
                   MOVE ZERO TO WS-SCP-ROW
                   PERFORM VARYING SCP-SUB FROM 1 BY 1
                           UNTIL SCP-SUB > WS-SCP-COUNT
                       IF SCP-CAMPUS-CODE (SCP-SUB) = MS-CAMPUS-CODE
                           MOVE SCP-SUB TO WS-SCP-ROW
                       END-IF
                   END-PERFORM
                   IF WS-SCP-ROW = ZERO
                      AND WS-SCP-COUNT < WS-MAX-CAMPUSES
                       ADD 1 TO WS-SCP-COUNT
                       MOVE WS-SCP-COUNT TO WS-SCP-ROW
                       MOVE MS-CAMPUS-CODE
                           TO SCP-CAMPUS-CODE (WS-SCP-ROW)
                       MOVE ZERO TO SCP-COUNT (WS-SCP-ROW)
                                    SCP-TOTAL (WS-SCP-ROW)
                   END-IF
                   IF WS-SCP-ROW > ZERO
                       ADD 1 TO SCP-COUNT (WS-SCP-ROW)
                       ADD DF-TEST-AVERAGE TO SCP-TOTAL (WS-SCP-ROW)
                   END-IF
               END-IF
           END-IF
       .

       84-START-SCREEN-CLASS.
      *CLEAR THE ACCUMULATORS FOR THE CLASS THE CURRENT RECORD OPENS
           MOVE MS-DEPT-CODE TO WS-SCREEN-DEPT
           MOVE MS-CLASS-CODE TO WS-SCREEN-CLASS
           MOVE MERGED-SORTED-REC (1:9) TO WS-CARRY-LIMIT-KEY
           PERFORM 91-CARRY-FORWARD-SUSPENSE
           MOVE 'N' TO SCREEN-FIRST-FLAG
           MOVE ZERO TO WS-SCREEN-COUNT
           MOVE ZERO TO WS-SCREEN-TOTAL
           MOVE ZERO TO WS-SET-COUNT
           MOVE ZERO TO WS-SCP-COUNT
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > CF-NUM-TESTS
               MOVE ZERO TO TPT-FIRST-SCORE (SUB)
               MOVE ZERO TO TPT-REPORTED (SUB)
               MOVE 'Y' TO TPT-SAME-FLAG (SUB)
           END-PERFORM
       .

       85-JUDGE-SCREEN-CLASS.
      *APPLY THE THREE PATTERN TESTS TO THE CLASS JUST SCREENED AND
      *ENTER IT IN THE HELD-CLASS TABLE WHEN ANY OF THEM FIRES
           ADD 1 TO CNT-SCREENED-CLASSES

      *    THE MOST-REPEATED FOUR-SCORE SET IN THE CLASS
           MOVE ZERO TO WS-TOP-SET-ROW
           PERFORM VARYING SST-SUB FROM 1 BY 1
                   UNTIL SST-SUB > WS-SET-COUNT
               IF WS-TOP-SET-ROW = ZERO
                   MOVE SST-SUB TO WS-TOP-SET-ROW
               ELSE
                   IF SST-STUDENTS (SST-SUB)
                           > SST-STUDENTS (WS-TOP-SET-ROW)
                       MOVE SST-SUB TO WS-TOP-SET-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TOP-SET-ROW > ZERO
               IF SST-STUDENTS (WS-TOP-SET-ROW)
                       < WS-SCREEN-REPEAT-MINIMUM
                  OR SST-STUDENTS (WS-TOP-SET-ROW) * 100
                       < WS-SCREEN-REPEAT-PERCENT * WS-SCREEN-COUNT
                   MOVE ZERO TO WS-TOP-SET-ROW
               END-IF
           END-IF

      *    THE FIRST TEST ON WHICH EVERY STUDENT HAS ONE SCORE
           MOVE ZERO TO WS-SAME-TEST
           IF WS-SCREEN-COUNT NOT < WS-SCREEN-MIN-CLASS-SIZE
               PERFORM VARYING SUB FROM CF-NUM-TESTS BY -1
                       UNTIL SUB < 1
                   IF TPT-REPORTED (SUB) = WS-SCREEN-COUNT
                      AND TPT-ALL-SAME (SUB)
                       MOVE SUB TO WS-SAME-TEST
                   END-IF
               END-PERFORM
           END-IF

      *    THE CAMPUS WHOSE AVERAGE SITS FURTHEST FROM THE OTHER
      *    CAMPUSES' AVERAGE, WHEN IT SITS BEYOND THE VARIANCE
           MOVE ZERO TO WS-WIDEST-SCP-ROW
           MOVE ZERO TO WS-SCREEN-WIDEST
           IF WS-SCP-COUNT > 1
               PERFORM VARYING SCP-SUB FROM 1 BY 1
                       UNTIL SCP-SUB > WS-SCP-COUNT
                   COMPUTE WS-SCREEN-OTHER-COUNT =
                       WS-SCREEN-COUNT - SCP-COUNT (SCP-SUB)
                   IF SCP-COUNT (SCP-SUB)
                           NOT < WS-SCREEN-MIN-CAMPUS-SIZE
                      AND WS-SCREEN-OTHER-COUNT
                           NOT < WS-SCREEN-MIN-CAMPUS-SIZE
                       COMPUTE WS-SCREEN-CAMPUS-AVERAGE ROUNDED =
                           SCP-TOTAL (SCP-SUB) / SCP-COUNT (SCP-SUB)
                       COMPUTE WS-SCREEN-OTHER-AVERAGE ROUNDED =
                           (WS-SCREEN-TOTAL - SCP-TOTAL (SCP-SUB))
                           / WS-SCREEN-OTHER-COUNT
                       COMPUTE WS-SCREEN-DIFFERENCE =
                           WS-SCREEN-CAMPUS-AVERAGE
                           - WS-SCREEN-OTHER-AVERAGE
                       IF WS-SCREEN-DIFFERENCE < ZERO
                           COMPUTE WS-SCREEN-DIFFERENCE =
                               ZERO - WS-SCREEN-DIFFERENCE
                       END-IF
                       IF WS-SCREEN-DIFFERENCE
                               > WS-SCREEN-CAMPUS-VARIANCE
                          AND WS-SCREEN-DIFFERENCE > WS-SCREEN-WIDEST
                           MOVE WS-SCREEN-DIFFERENCE
                               TO WS-SCREEN-WIDEST
                           MOVE SCP-SUB TO WS-WIDEST-SCP-ROW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TOP-SET-ROW > ZERO OR WS-SAME-TEST > ZERO
              OR WS-WIDEST-SCP-ROW > ZERO
               IF WS-HELD-COUNT < WS-MAX-HELD-CLASSES
                   ADD 1 TO WS-HELD-COUNT
                   MOVE WS-HELD-COUNT TO HLD-SUB
                   MOVE WS-SCREEN-DEPT TO HLD-DEPT-CODE (HLD-SUB)
                   MOVE WS-SCREEN-CLASS TO HLD-CLASS-CODE (HLD-SUB)
                   MOVE WS-SCREEN-COUNT TO HLD-SCREENED (HLD-SUB)
                   MOVE ZERO TO HLD-RECORDS (HLD-SUB)
                   MOVE ZEROS TO HLD-REPEAT-SCORES (HLD-SUB)
                   MOVE ZERO TO HLD-REPEAT-COUNT (HLD-SUB)
                                HLD-SAME-TEST (HLD-SUB)
                                HLD-SAME-SCORE (HLD-SUB)
                                HLD-CAMPUS-AVERAGE (HLD-SUB)
                                HLD-OTHER-AVERAGE (HLD-SUB)
                   MOVE SPACES TO HLD-CAMPUS-CODE (HLD-SUB)

      *            THE SUSPENSE RECORDS CARRY ONE REASON - A REPEATED
      *            SET OUTRANKS A SAME-SCORE TEST, WHICH OUTRANKS A
      *            CAMPUS VARIANCE - SO THE WEAKEST IS MOVED FIRST
                   IF WS-WIDEST-SCP-ROW > ZERO
                       MOVE 'CAMPUS AVERAGE FAR FROM OTHERS'
                           TO HLD-REASON (HLD-SUB)
                       MOVE SCP-CAMPUS-CODE (WS-WIDEST-SCP-ROW)
                           TO HLD-CAMPUS-CODE (HLD-SUB)
                       COMPUTE HLD-CAMPUS-AVERAGE (HLD-SUB) ROUNDED =
                           SCP-TOTAL (WS-WIDEST-SCP-ROW)
                           / SCP-COUNT (WS-WIDEST-SCP-ROW)
                       COMPUTE HLD-OTHER-AVERAGE (HLD-SUB) ROUNDED =
                           (WS-SCREEN-TOTAL
                            - SCP-TOTAL (WS-WIDEST-SCP-ROW))
                           / (WS-SCREEN-COUNT
                              - SCP-COUNT (WS-WIDEST-SCP-ROW))
                   END-IF
                   IF WS-SAME-TEST > ZERO
                       MOVE 'SAME SCORE ON ONE TEST FOR ALL'
                           TO HLD-REASON (HLD-SUB)
                       MOVE WS-SAME-TEST TO HLD-SAME-TEST (HLD-SUB)
                       MOVE TPT-FIRST-SCORE (WS-SAME-TEST)
                           TO HLD-SAME-SCORE (HLD-SUB)
                   END-IF
                   IF WS-TOP-SET-ROW > ZERO
                       MOVE 'ONE SCORE SET ON MANY STUDENTS'
                           TO HLD-REASON (HLD-SUB)
                       MOVE SST-SCORES (WS-TOP-SET-ROW)
                           TO HLD-REPEAT-SCORES (HLD-SUB)
                       MOVE SST-STUDENTS (WS-TOP-SET-ROW)
                           TO HLD-REPEAT-COUNT (HLD-SUB)
                   END-IF

      *            A CLASS THE CLERK ALREADY REVIEWED AND RELEASED
      *            IS REPORTED BUT GRADED
                   MOVE ZERO TO WS-RELEASED-ROW
                   PERFORM VARYING RLS-SUB FROM 1 BY 1
                           UNTIL RLS-SUB > WS-RELEASE-COUNT
                       IF RLS-DEPT-CODE (RLS-SUB) = WS-SCREEN-DEPT
                          AND RLS-CLASS-CODE (RLS-SUB)
                               = WS-SCREEN-CLASS
                           MOVE RLS-SUB TO WS-RELEASED-ROW
                       END-IF
                   END-PERFORM
                   IF WS-RELEASED-ROW > ZERO
                       MOVE 'Y' TO HLD-RELEASED-FLAG (HLD-SUB)
                       ADD 1 TO CNT-RELEASED-CLASSES
                   ELSE
                       MOVE 'N' TO HLD-RELEASED-FLAG (HLD-SUB)
                       ADD 1 TO CNT-HELD-CLASSES
                       DISPLAY 'SCORE-PATTERN HOLD - CLASS '
                           WS-SCREEN-DEPT '/' WS-SCREEN-CLASS ' '
                           HLD-REASON (HLD-SUB)
                   END-IF
               ELSE
                   DISPLAY 'HELD-CLASS TABLE FULL - CLASS '
                       WS-SCREEN-DEPT '/' WS-SCREEN-CLASS
                       ' GRADED WITHOUT A HOLD'
               END-IF
           END-IF
       .

       86-FIND-HELD-CLASS.
      *IS THE CURRENT RECORD'S CLASS HELD (AND NOT RELEASED)?
           MOVE ZERO TO WS-HELD-ROW
           PERFORM VARYING HLD-SUB FROM 1 BY 1
                   UNTIL HLD-SUB > WS-HELD-COUNT
               IF HLD-DEPT-CODE (HLD-SUB) = MS-DEPT-CODE
                  AND HLD-CLASS-CODE (HLD-SUB) = MS-CLASS-CODE
                  AND NOT HLD-RELEASED (HLD-SUB)
                   MOVE HLD-SUB TO WS-HELD-ROW
               END-IF
           END-PERFORM
       .

       87-WRITE-SUSPENSE-RECORD.
      *THE RECORD GOES TO SUSPENSE EXACTLY AS RECEIVED - INCLUDING
      *ANY BAD SCORE OR ID, WHICH THE NEXT RUN WILL STILL REJECT IF
      *THE CLASS IS RELEASED - WITH THE REASON THE CLASS WAS HELD
           ADD 1 TO CNT-HELD
           ADD 1 TO HLD-RECORDS (WS-HELD-ROW)
           MOVE MERGED-SORTED-REC TO SUSPENSE-RECORD
           MOVE HLD-REASON (WS-HELD-ROW) TO SUS-REASON
           WRITE SUSPENSE-RECORD
           SET DISPOSED-HELD TO TRUE
           PERFORM 72-TALLY-CAMPUS-RECORD
       .

       88-WRITE-ANOMALY-REPORT.
      *ONE ENTRY PER FLAGGED CLASS: WHAT THE SCREEN FOUND, THEN
      *EITHER THE RECORDS HELD IN SUSPENSE (READ BACK FROM THE
      *SUSPENSE FILE, WHICH IS IN THE SAME CLASS ORDER AS THE
      *TABLE) OR A NOTE THAT THE CLERK RELEASED THE CLASS AND IT
      *WAS GRADED.  CLASSES CARRIED FORWARD FROM AN EARLIER RUN
      *WERE WRITTEN AHEAD OF THIS RUN'S HELD CLASSES AND WERE
      *REPORTED BY THE RUN THAT HELD THEM, SO THEY ARE PASSED OVER
           OPEN OUTPUT ANOMALY-REPORT-FILE
           WRITE ANOMALY-REPORT-LINE FROM ANOMALY-HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE ANOMALY-REPORT-LINE FROM ANOMALY-NOTE-LINE
               AFTER ADVANCING 2 LINES

           IF WS-HELD-COUNT = ZERO
               WRITE ANOMALY-REPORT-LINE FROM BURST-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'Y' TO EOF-FLAG
               OPEN INPUT SUSPENSE-STU-FILE
               READ SUSPENSE-STU-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
               END-READ
               PERFORM CNT-CARRIED TIMES
                   READ SUSPENSE-STU-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                   END-READ
               END-PERFORM
               PERFORM VARYING HLD-SUB FROM 1 BY 1
                       UNTIL HLD-SUB > WS-HELD-COUNT
                   PERFORM 89-WRITE-ANOMALY-CLASS
               END-PERFORM
               CLOSE SUSPENSE-STU-FILE
               MOVE 'Y' TO EOF-FLAG
           END-IF

           MOVE 'CLASSES SCREENED' TO ATL-LABEL
           MOVE CNT-SCREENED-CLASSES TO ATL-COUNT
           WRITE ANOMALY-REPORT-LINE FROM ANOMALY-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE 'CLASSES HELD IN SUSPENSE' TO ATL-LABEL
           MOVE CNT-HELD-CLASSES TO ATL-COUNT
           WRITE ANOMALY-REPORT-LINE FROM ANOMALY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECORDS HELD IN SUSPENSE' TO ATL-LABEL
           MOVE CNT-HELD TO ATL-COUNT
           WRITE ANOMALY-REPORT-LINE FROM ANOMALY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'FLAGGED CLASSES RELEASED AND GRADED' TO ATL-LABEL
           MOVE CNT-RELEASED-CLASSES TO ATL-COUNT
           WRITE ANOMALY-REPORT-LINE FROM ANOMALY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'CLASSES CARRIED FORWARD IN SUSPENSE' TO ATL-LABEL
           MOVE CNT-CARRIED-CLASSES TO ATL-COUNT
           WRITE ANOMALY-REPORT-LINE FROM ANOMALY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'RECORDS CARRIED FORWARD IN SUSPENSE' TO ATL-LABEL
           MOVE CNT-CARRIED TO ATL-COUNT
           WRITE ANOMALY-REPORT-LINE FROM ANOMALY-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           CLOSE ANOMALY-REPORT-FILE
       .

       89-WRITE-ANOMALY-CLASS.
           MOVE HLD-DEPT-CODE (HLD-SUB) TO ACL-DEPT
           MOVE HLD-CLASS-CODE (HLD-SUB) TO ACL-CLASS
           MOVE SPACES TO ACL-TITLE
           PERFORM VARYING CAT-SUB FROM 1 BY 1
                   UNTIL CAT-SUB > WS-CATALOG-COUNT
               IF CAT-CLASS-CODE (CAT-SUB) = HLD-CLASS-CODE (HLD-SUB)
                  AND CAT-DEPT-CODE (CAT-SUB) = HLD-DEPT-CODE (HLD-SUB)
                   MOVE CAT-TITLE (CAT-SUB) TO ACL-TITLE
               END-IF
           END-PERFORM
           WRITE ANOMALY-REPORT-LINE FROM ANOMALY-CLASS-LINE
               AFTER ADVANCING 2 LINES

           IF HLD-REPEAT-COUNT (HLD-SUB) > ZERO
               MOVE HLD-REPEAT-COUNT (HLD-SUB) TO ARL-COUNT
               MOVE HLD-SCREENED (HLD-SUB) TO ARL-CLASS-COUNT
               PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > CF-NUM-TESTS
                   MOVE HLD-REPEAT-TEST (HLD-SUB, SUB)
                       TO ARL-TEST (SUB)
               END-PERFORM
               WRITE ANOMALY-REPORT-LINE FROM ANOMALY-REPEAT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF HLD-SAME-TEST (HLD-SUB) > ZERO
               MOVE HLD-SAME-SCORE (HLD-SUB) TO ASL-SCORE
               MOVE HLD-SAME-TEST (HLD-SUB) TO ASL-TEST
               WRITE ANOMALY-REPORT-LINE FROM ANOMALY-SAME-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           IF HLD-CAMPUS-CODE (HLD-SUB) NOT = SPACES
               MOVE HLD-CAMPUS-CODE (HLD-SUB) TO AML-CAMPUS
               MOVE HLD-CAMPUS-AVERAGE (HLD-SUB) TO AML-AVERAGE
               MOVE HLD-OTHER-AVERAGE (HLD-SUB) TO AML-OTHER-AVERAGE
               WRITE ANOMALY-REPORT-LINE FROM ANOMALY-CAMPUS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF HLD-RELEASED (HLD-SUB)
               MOVE 'RELEASED AFTER REVIEW - STUDENTS GRADED'
                   TO AST-TEXT
               MOVE HLD-SCREENED (HLD-SUB) TO AST-COUNT
               WRITE ANOMALY-REPORT-LINE FROM ANOMALY-STATUS-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'HELD IN SUSPENSE - RECORDS' TO AST-TEXT
               MOVE HLD-RECORDS (HLD-SUB) TO AST-COUNT
               WRITE ANOMALY-REPORT-LINE FROM ANOMALY-STATUS-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM UNTIL NO-MORE-DATA
                       OR SUS-DEPT-CODE NOT = HLD-DEPT-CODE (HLD-SUB)
                       OR SUS-CLASS-CODE NOT = HLD-CLASS-CODE (HLD-SUB)
                   MOVE SUS-STUDENT-ID TO ADL-ID
                   MOVE SUS-NAME TO ADL-NAME
                   PERFORM VARYING SUB FROM 1 BY 1
                           UNTIL SUB > CF-NUM-TESTS
                       MOVE SUS-TEST (SUB) TO ADL-TEST (SUB)
                   END-PERFORM
                   MOVE SUS-CAMPUS-CODE TO ADL-CAMPUS
                   WRITE ANOMALY-REPORT-LINE FROM ANOMALY-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   READ SUSPENSE-STU-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                   END-READ
               END-PERFORM
           END-IF
       .

       90-SET-ASIDE-SUSPENSE.
      *THE SUSPENSE FILE IS REWRITTEN BY EVERY RUN, BUT A CLASS THE
      *CLERK HAS NOT YET DECIDED (OR KEPT ON HOLD) MUST SURVIVE IT.
      *THE PRIOR FILE IS SORTED ASIDE INTO CLASS ORDER SO THE SCREEN
      *PASS CAN MATCH IT AGAINST THE MERGED FILE - WITH NO PRIOR
      *FILE THE WORK FILE IS LEFT EMPTY
           MOVE 'SUSPENSESTUDENT.TXT' TO WS-FILE-NAME
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-FILE-NAME
               WS-FILE-DETAILS RETURNING WS-EXIST-RETURN-CODE
           IF WS-EXIST-RETURN-CODE = 0
               SORT SUSPENSE-SORT-FILE
                    ON ASCENDING KEY SSR-DEPT-CODE
                                     SSR-CLASS-CODE
                                     SSR-STUDENT-ID
                    USING SUSPENSE-STU-FILE
                    GIVING SUSPENSE-CARRY-FILE
           ELSE
               OPEN OUTPUT SUSPENSE-CARRY-FILE
               CLOSE SUSPENSE-CARRY-FILE
           END-IF
       .

       91-CARRY-FORWARD-SUSPENSE.
      *A PRIOR SUSPENSE CLASS AHEAD OF THE CLASS THE SCREEN HAS
      *REACHED IS NOT IN THIS RUN'S FEEDERS - IT STAYS IN SUSPENSE
      *AS IT STANDS.  ONE MATCHING THE CLASS IS SUPERSEDED: THE
      *CLASS CAME IN AGAIN AND IS SCREENED AFRESH, AND IS EITHER
      *HELD AGAIN WITH THIS RUN'S RECORDS OR GRADED
           PERFORM UNTIL CARRY-EXHAUSTED
                   OR SCY-CLASS-KEY NOT < WS-CARRY-LIMIT-KEY
               IF SCY-CLASS-KEY NOT = WS-CARRY-PREV-KEY
                   MOVE SCY-CLASS-KEY TO WS-CARRY-PREV-KEY
                   ADD 1 TO CNT-CARRIED-CLASSES
                   DISPLAY 'SUSPENSE CARRIED FORWARD - '
                       SCY-DEPT-CODE '/' SCY-CLASS-CODE
               END-IF
               WRITE SUSPENSE-RECORD FROM SUSPENSE-CARRY-RECORD
               ADD 1 TO CNT-CARRIED
               PERFORM 92-READ-CARRY-RECORD
           END-PERFORM
           PERFORM UNTIL CARRY-EXHAUSTED
                   OR SCY-CLASS-KEY NOT = WS-CARRY-LIMIT-KEY
               ADD 1 TO CNT-SUPERSEDED
               PERFORM 92-READ-CARRY-RECORD
           END-PERFORM
       .

       92-READ-CARRY-RECORD.
           READ SUSPENSE-CARRY-FILE
               AT END
                   SET CARRY-EXHAUSTED TO TRUE
           END-READ
       .
