      *  INPUT
      *     REGISTRAREXTRACT.TXT - ONE RECORD PER GRADED STUDENT
      *     DEPARTMENT / CLASS / STUDENT ID / STUDENT NAME /
      *     4 TEST SCORES / WEIGHTED AVERAGE / LETTER GRADE /
      *     CAMPUS CODE OF THE FEEDER THAT SENT THE RECORD
      *     BRACKETED BY A '*HDR' HEADER RECORD (RUN NUMBER, GRADING
      *     MODE, AS-OF DATE, POSTING TERM) AND A '*TRL' TRAILER
      *     RECORD (RECORD COUNT, STUDENT-ID HASH TOTAL, SUM OF THE
      *     AVERAGES)
      ******
      *  EXTRACT CONTROL CHECK
      *     BEFORE ANY DETAIL IS POSTED THE WHOLE EXTRACT IS READ
      *     ONCE AND REFUSED - NOTHING POSTED, RETURN CODE 12 SO
      *     Lab6NightChain HOLDS THE STEP - WHEN THE HEADER OR
      *     TRAILER IS MISSING OR OUT OF PLACE, THE TRAILER TOTALS
      *     DO NOT BALANCE TO THE DETAIL, THE HEADER IS NOT A
      *     FINAL-GRADES RUN, THE HEADER'S POSTING TERM IS NOT THIS
      *     RUN'S POSTING TERM, OR THE HEADER'S RUN NUMBER HAS
      *     ALREADY POSTED.  EVERY POSTING LOG RECORD CARRIES THE
      *     EXTRACT RUN NUMBER, SO THE LOG IS THE RECORD OF WHICH
      *     EXTRACTS HAVE POSTED
      ******
      *  OUTPUT
      *     STUDENTMASTER.DAT - INDEXED MASTER KEYED BY
      *     POSTING.  THE STUDENT NAME IS CARRIED AS DATA, NOT KEY,
      *     AND IS REFRESHED FROM THE EXTRACT ON EVERY POSTING SO A
      *     NAME CHANGE NEVER SEVERS A STUDENT'S HISTORY
      *     STUDENTHISTARCH.DAT - INDEXED PERMANENT HISTORY ARCHIVE
      *     KEYED BY DEPARTMENT / CLASS / STUDENT ID / TERM.  WHEN A
      *     MASTER ALREADY HOLDS 12 TERMS, ITS OLDEST ROW IS WRITTEN
      *     HERE BEFORE THE NEW TERM TAKES ITS PLACE, SO NO POSTED
      *     GRADE IS EVER DESTROYED.  WHEN THE ARCHIVE WILL NOT TAKE
      *     THE ROW THE STUDENT'S NEW TERM IS NOT POSTED, THE RUN IS
      *     LOGGED PARTIAL, AND IT ENDS WITH RETURN CODE 8 SO
      *     Lab6NightChain HOLDS; THE RERUN IS NOT REFUSED AS
      *     ALREADY POSTED AND REPLACES THE TERM ROWS IT POSTED
      *     L6REPEATLIMIT.TXT - REPEAT-LIMIT EXCEPTIONS: EVERY
      *     STUDENT WHOSE POSTING THIS RUN IS THE THIRD OR LATER
      *     ATTEMPT AT THE SAME CLASS, FOR REGISTRAR APPROVAL.
      *     EVERY TERM ROW IS AN ATTEMPT, WITHDRAWALS INCLUDED
      ******
      *  CALCULATIONS
      *     GRADE POINTS: A=4 B=3 C=2 D=1 F=0
      *           / SUM OF CREDIT HOURS OVER THE GRADED TERMS
      *     A WITHDRAWN TERM (GRADE 'W' FROM A REGISTRAR DROP)
      *     EARNS NO CREDIT AND STAYS OUT OF THE GPA DIVISOR
      *     REPEAT POLICY - THE LATEST ATTEMPT COUNTS: EVERY ROW
      *     OF A MASTER IS AN ATTEMPT AT THE SAME CLASS, AND ONLY
      *     THE LATEST GRADED (NON-'W') ROW GOES INTO THE GPA AND
      *     CREDITS.  EARLIER ATTEMPTS STAY IN THE HISTORY
      ******
      *  THE POSTING TERM IS TAKEN FROM THE ENVIRONMENT VARIABLE
      *  POSTING-TERM (E.G. 2026FA) AND DEFAULTS TO THE RUN DATE
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
           SELECT OPTIONAL COURSE-CATALOG-FILE
               ASSIGN TO 'COURSECATALOG.TXT'
           SELECT OPTIONAL POSTING-LOG-FILE
               ASSIGN TO 'POSTINGLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT REPEAT-LIMIT-FILE
               ASSIGN TO PRINTER 'L6REPEATLIMIT.TXT'.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  STUDENT-MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.
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
       FD  COURSE-CATALOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       FD  POSTING-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  POSTING-LOG-RECORD               PIC X(120).
      *
       FD  REPEAT-LIMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REPEAT-LIMIT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
               88 JOURNAL-WAS-STARTED                  VALUE 'Y'.
           05  JOURNAL-COMPLETE-FLAG        PIC X      VALUE 'N'.
               88 JOURNAL-WAS-COMPLETE                 VALUE 'Y'.
           05  ARCHIVE-EOF-FLAG             PIC X      VALUE 'N'.
               88 ARCHIVE-EXHAUSTED                    VALUE 'Y'.
           05  EXTRACT-REFUSED-FLAG         PIC X      VALUE 'N'.
               88 EXTRACT-REFUSED                      VALUE 'Y'.
           05  HEADER-SEEN-FLAG             PIC X      VALUE 'N'.
               88 HEADER-SEEN                          VALUE 'Y'.
           05  TRAILER-SEEN-FLAG            PIC X      VALUE 'N'.
               88 TRAILER-SEEN                         VALUE 'Y'.
           05  ARCHIVE-FAIL-FLAG            PIC X      VALUE 'N'.
               88 ARCHIVE-ROW-FAILED                   VALUE 'Y'.
      *
       01  WS-MASTER-STATUS                PIC XX      VALUE '00'.
           88 MASTER-FILE-MISSING                      VALUE '35'.
      *
       01  WS-BACKUP-STATUS                PIC XX      VALUE '00'.
           88 BACKUP-FILE-MISSING                      VALUE '35'.
      *
       01  WS-ARCHIVE-STATUS               PIC XX      VALUE '00'.
           88 ARCHIVE-FILE-MISSING                     VALUE '35'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE ZERO.
           05  WS-TERM-ROW                 PIC 99      VALUE ZERO.
           05  WS-COUNTING-ROW             PIC 99      VALUE ZERO.
      *
       01  CONSTANT-FIELDS.
           05  CF-MAX-TERMS                PIC 99      VALUE 12.
           05  CF-CLASS-CREDITS            PIC 9       VALUE 3.
           05  CF-REPEAT-LIMIT             PIC 99      VALUE 3.
      *
      ***************COURSE CATALOG TABLE******************************
      *  LOADED FROM COURSECATALOG.TXT SO EACH CLASS POSTS WITH ITS
           05  GW-POINT-TOTAL              PIC 9(4)    VALUE ZERO.
           05  GW-CREDIT-TOTAL             PIC 9(4)    VALUE ZERO.
      *
      ***************OLDEST-ROW SEARCH FIELDS**************************
      *  THE HISTORY ROWS ARE NOT KEPT IN TERM ORDER, SO THE ROW TO
      *  ARCHIVE IS FOUND BY COMPARING CHRONOLOGICALLY COLLATING
      *  TERM KEYS - A SEASON SUFFIX (2026SP BEFORE 2026FA) MAPS TO
      *  CALENDAR ORDER THE SAME WAY Lab6Standing SORTS ITS LADDER
      *
       01  TERM-KEY-WORK-FIELDS.
           05  WS-TERM-IN                  PIC X(6)    VALUE SPACES.
           05  WS-TERM-KEY-OUT             PIC X(6)    VALUE SPACES.
           05  WS-OLDEST-KEY               PIC X(6)    VALUE SPACES.
           05  WS-LATEST-KEY               PIC X(6)    VALUE SPACES.
      *
      *  ATTEMPTS AT THE CLASS - THE MASTER'S ROWS, PLUS ANY ROWS A
      *  FULL TABLE HAS ALREADY PUSHED OUT TO THE HISTORY ARCHIVE
       01  WS-ATTEMPT-COUNT                PIC 99      VALUE ZERO.
      *
      ***************EXTRACT CONTROL CHECK FIELDS**********************
      *  THE HEADER AS READ, THE TRAILER AS READ, AND THE SAME
      *  TOTALS ACCUMULATED FROM THE DETAIL - THE TWO MUST AGREE
      *  BEFORE ANYTHING POSTS
      *
       01  EXTRACT-CONTROL-CHECK.
           05  XC-RUN-NUMBER                PIC 9(5)  VALUE ZERO.
           05  XC-GRADING-MODE              PIC X(7)  VALUE SPACES.
           05  XC-AS-OF-DATE                PIC 9(8)  VALUE ZERO.
           05  XC-POSTING-TERM              PIC X(6)  VALUE SPACES.
           05  XC-TRAILER-COUNT             PIC 9(7)  VALUE ZERO.
           05  XC-TRAILER-HASH              PIC 9(15) VALUE ZERO.
           05  XC-TRAILER-AVERAGES          PIC 9(11)V99 VALUE ZERO.
           05  XC-DETAIL-COUNT              PIC 9(7)  VALUE ZERO.
           05  XC-DETAIL-HASH               PIC 9(15) VALUE ZERO.
           05  XC-DETAIL-AVERAGES           PIC 9(11)V99 VALUE ZERO.
       01  WS-REFUSE-REASON                 PIC X(50) VALUE SPACES.
      *
      ***************POSTING RECONCILIATION COUNTS*********************
       01  POSTING-COUNTS.
           05  CNT-EXTRACT-READ             PIC 9(7)  VALUE ZERO.
           05  CNT-MASTERS-UPDATED          PIC 9(7)  VALUE ZERO.
           05  CNT-TERMS-REPLACED           PIC 9(7)  VALUE ZERO.
           05  CNT-HISTORY-FULL             PIC 9(7)  VALUE ZERO.
           05  CNT-ROWS-ARCHIVED            PIC 9(7)  VALUE ZERO.
           05  CNT-BACKUP-RECORDS           PIC 9(7)  VALUE ZERO.
           05  CNT-RESTORED-RECORDS         PIC 9(7)  VALUE ZERO.
           05  CNT-SKIPPED-JOURNALED        PIC 9(7)  VALUE ZERO.
           05  CNT-REPEAT-LIMIT             PIC 9(7)  VALUE ZERO.
           05  CNT-ARCHIVE-FAILURES         PIC 9(7)  VALUE ZERO.
      *
      ***************POSTING JOURNAL / RESTART FIELDS******************
      *  THE JOURNALED-KEY TABLE HOLDS EVERY KEY THE INTERRUPTED RUN
           05  PL-RESTART-MODE             PIC X(8).
           05                              PIC X     VALUE SPACE.
           05  PL-COMPLETION               PIC X(8).
           05                              PIC X     VALUE SPACE.
           05  PL-EXTRACT-RUN              PIC 9(5).
           05                              PIC X(12) VALUE SPACES.
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
                                           'REPEAT LIMIT EXCEPTIONS'.
           05                              PIC X(13) VALUE '420'.
      *
       01  REPEAT-TERM-LINE.
           05                              PIC X(14) VALUE
                                           'POSTING TERM:'.
           05  RT-TERM                     PIC X(6).
           05                              PIC X(60) VALUE SPACES.
      *
       01  REPEAT-HEADING-FOUR.
           05                              PIC X(7)  VALUE 'DEPT'.
           05                              PIC X(7)  VALUE 'CLASS'.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(8)  VALUE 'ATTEMPT'.
           05                              PIC X(5)  VALUE 'GRADE'.
           05                              PIC X(12) VALUE
                                           'APPROVED BY'.
           05                              PIC X(10) VALUE SPACES.
      *
       01  REPEAT-DETAIL-LINE.
           05  RPL-DEPT                    PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  RPL-CLASS                   PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  RPL-ID                      PIC 9(7).
           05                              PIC X(2)  VALUE SPACES.
           05  RPL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  RPL-ATTEMPT                 PIC Z9.
           05                              PIC X(6)  VALUE SPACES.
           05  RPL-GRADE                   PIC X.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(12) VALUE ALL '_'.
           05                              PIC X(10) VALUE SPACES.
      *
       01  NO-STUDENTS-LINE                PIC X(80) VALUE
               '   (NONE)'.
      *
       PROCEDURE DIVISION.
      *
       10-POST-STUDENT-MASTER.
           PERFORM 15-VERIFY-EXTRACT-CONTROLS
           IF EXTRACT-REFUSED
               PERFORM 17-REFUSE-EXTRACT
           END-IF
           PERFORM 20-HSKPING-ROUTINE
           PERFORM 25-READ-EXTRACT-FILE
           PERFORM 45-FINAL-ROUTINE
       .

       15-VERIFY-EXTRACT-CONTROLS.
      *READ THE WHOLE EXTRACT ONCE BEFORE ANY DETAIL POSTS: THE
      *HEADER MUST COME FIRST, THE TRAILER LAST, THE TRAILER TOTALS
      *MUST BALANCE TO THE DETAIL, AND THE HEADER MUST BE A FINAL
      *RUN CUT FOR THIS POSTING TERM THAT HAS NOT POSTED BEFORE
           ACCEPT WS-RUN-START-DATE FROM DATE
           ACCEPT WS-RUN-START-TIME FROM TIME

           DISPLAY 'POSTING REGISTRAR EXTRACT FOR TERM '
               WS-POSTING-TERM

           OPEN INPUT REGISTRAR-EXTRACT-FILE
           MOVE 'Y' TO EOF-FLAG
           PERFORM UNTIL NO-MORE-DATA OR EXTRACT-REFUSED
               READ REGISTRAR-EXTRACT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 16-CHECK-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE REGISTRAR-EXTRACT-FILE
           MOVE 'Y' TO EOF-FLAG

           IF NOT EXTRACT-REFUSED
               SET EXTRACT-REFUSED TO TRUE
               EVALUATE TRUE
                   WHEN NOT HEADER-SEEN
                       MOVE 'EXTRACT IS EMPTY - NO HEADER RECORD'
                           TO WS-REFUSE-REASON
                   WHEN NOT TRAILER-SEEN
                       MOVE 'NO TRAILER RECORD - EXTRACT IS SHORT'
                           TO WS-REFUSE-REASON
                   WHEN XC-DETAIL-COUNT NOT = XC-TRAILER-COUNT
                       MOVE 'RECORD COUNT DOES NOT BALANCE TO TRAILER'
                           TO WS-REFUSE-REASON
                   WHEN XC-DETAIL-HASH NOT = XC-TRAILER-HASH
                       MOVE 'ID HASH TOTAL DOES NOT BALANCE TO TRAILER'
                           TO WS-REFUSE-REASON
                   WHEN XC-DETAIL-AVERAGES NOT = XC-TRAILER-AVERAGES
                       MOVE 'AVERAGES TOTAL DOES NOT BALANCE TO TRAILER'
                           TO WS-REFUSE-REASON
                   WHEN XC-GRADING-MODE NOT = 'FINAL'
                       MOVE 'HEADER IS NOT A FINAL-GRADES RUN'
                           TO WS-REFUSE-REASON
                   WHEN XC-POSTING-TERM NOT = WS-POSTING-TERM
                       STRING 'EXTRACT WAS CUT FOR TERM '
                           XC-POSTING-TERM ', NOT ' WS-POSTING-TERM
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   WHEN OTHER
                       MOVE 'N' TO EXTRACT-REFUSED-FLAG
               END-EVALUATE
           END-IF

           IF NOT EXTRACT-REFUSED
               PERFORM 18-CHECK-POSTED-RUNS
           END-IF

           IF NOT EXTRACT-REFUSED
               DISPLAY 'EXTRACT RUN ' XC-RUN-NUMBER ' AS OF '
                   XC-AS-OF-DATE ' BALANCED - RECORDS: '
                   XC-DETAIL-COUNT
           END-IF
       .

       16-CHECK-EXTRACT-RECORD.
      *PLACE EACH RECORD: ONE HEADER FIRST, DETAIL, ONE TRAILER
      *LAST.  THE FIRST MISPLACED RECORD REFUSES THE FILE
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   SET EXTRACT-REFUSED TO TRUE
                   MOVE 'RECORDS FOLLOW THE TRAILER RECORD'
                       TO WS-REFUSE-REASON
               WHEN EXTRACT-HEADER AND HEADER-SEEN
                   SET EXTRACT-REFUSED TO TRUE
                   MOVE 'SECOND HEADER RECORD IN THE EXTRACT'
                       TO WS-REFUSE-REASON
               WHEN EXTRACT-HEADER
                   SET HEADER-SEEN TO TRUE
                   MOVE XH-RUN-NUMBER TO XC-RUN-NUMBER
                   MOVE XH-GRADING-MODE TO XC-GRADING-MODE
                   MOVE XH-AS-OF-DATE TO XC-AS-OF-DATE
                   MOVE XH-POSTING-TERM TO XC-POSTING-TERM
               WHEN NOT HEADER-SEEN
                   SET EXTRACT-REFUSED TO TRUE
                   MOVE 'FIRST RECORD IS NOT A HEADER RECORD'
                       TO WS-REFUSE-REASON
               WHEN EXTRACT-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   IF XT-RECORD-COUNT NUMERIC
                      AND XT-ID-HASH-TOTAL NUMERIC
                      AND XT-AVERAGE-TOTAL NUMERIC
                       MOVE XT-RECORD-COUNT TO XC-TRAILER-COUNT
                       MOVE XT-ID-HASH-TOTAL TO XC-TRAILER-HASH
                       MOVE XT-AVERAGE-TOTAL TO XC-TRAILER-AVERAGES
                   ELSE
                       SET EXTRACT-REFUSED TO TRUE
                       MOVE 'TRAILER TOTALS ARE NOT NUMERIC'
                           TO WS-REFUSE-REASON
                   END-IF
               WHEN RX-STUDENT-ID NOT NUMERIC
                 OR RX-AVERAGE NOT NUMERIC
                   SET EXTRACT-REFUSED TO TRUE
                   MOVE 'DETAIL RECORD WITH A NON-NUMERIC ID OR AVERAGE'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   ADD 1 TO XC-DETAIL-COUNT
                   ADD RX-STUDENT-ID TO XC-DETAIL-HASH
                   ADD RX-AVERAGE TO XC-DETAIL-AVERAGES
           END-EVALUATE
       .

       17-REFUSE-EXTRACT.
      *NOTHING HAS BEEN OPENED FOR UPDATE YET - LOG THE REFUSAL AND
      *END WITH RETURN CODE 12 SO THE NIGHTLY CHAIN HOLDS THE STEP
           DISPLAY 'REGISTRAR EXTRACT REFUSED - ' WS-REFUSE-REASON
           DISPLAY 'NOTHING POSTED - STUDENT MASTER NOT TOUCHED'
           PERFORM 46-WRITE-POSTING-LOG
           MOVE 12 TO RETURN-CODE
           STOP RUN
       .

       18-CHECK-POSTED-RUNS.
      *EVERY POSTING THAT FINISHED LOGGED THE EXTRACT RUN IT POSTED -
      *A RUN NUMBER ALREADY ON THE LOG AS NORMAL IS LAST WEEK'S
      *EXTRACT (OR THIS ONE) BEING POSTED A SECOND TIME
           MOVE 'Y' TO EOF-FLAG
           OPEN INPUT POSTING-LOG-FILE
           PERFORM UNTIL NO-MORE-DATA
               READ POSTING-LOG-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       MOVE POSTING-LOG-RECORD TO POSTING-LOG-LINE
                       IF PL-COMPLETION = 'NORMAL'
                          AND PL-EXTRACT-RUN NUMERIC
                          AND PL-EXTRACT-RUN = XC-RUN-NUMBER
                           SET EXTRACT-REFUSED TO TRUE
                           MOVE SPACES TO WS-REFUSE-REASON
                           STRING 'EXTRACT RUN ' XC-RUN-NUMBER
                               ' ALREADY POSTED ON ' PL-END-DATE
                               DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTING-LOG-FILE
           MOVE 'Y' TO EOF-FLAG
       .

       20-HSKPING-ROUTINE.
           OPEN INPUT REGISTRAR-EXTRACT-FILE

      *    A JOURNAL LEFT OPEN BY A RUN THAT DIED MID-FILE DECIDES
      *    HOW THIS RUN STARTS - SKIP THE APPLIED RECORDS OR ROLL
      *    THE MASTER BACK TO THE BACKUP GENERATION FIRST
               OPEN I-O STUDENT-MASTER-FILE
           END-IF

      *    THE HISTORY ARCHIVE IS CREATED THE SAME WAY THE FIRST
      *    TIME A ROW HAS TO BE PUSHED OUT
           OPEN I-O HISTORY-ARCHIVE-FILE
           IF ARCHIVE-FILE-MISSING
               OPEN OUTPUT HISTORY-ARCHIVE-FILE
               CLOSE HISTORY-ARCHIVE-FILE
               OPEN I-O HISTORY-ARCHIVE-FILE
           END-IF

           PERFORM 22-LOAD-COURSE-CATALOG

           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR
           MOVE WS-POSTING-TERM TO RT-TERM
           OPEN OUTPUT REPEAT-LIMIT-FILE
           WRITE REPEAT-LIMIT-LINE FROM HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE REPEAT-LIMIT-LINE FROM REPEAT-TERM-LINE
               AFTER ADVANCING 2 LINES
           WRITE REPEAT-LIMIT-LINE FROM REPEAT-HEADING-FOUR
               AFTER ADVANCING 2 LINES

           IF SKIP-APPLIED-RECORDS
      *        KEEP THE INTERRUPTED RUN'S JOURNAL AND BACKUP - THE
      *        BACKUP STILL HOLDS THE LAST GOOD GENERATION
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF NOT EXTRACT-HEADER AND NOT EXTRACT-TRAILER
                           ADD 1 TO CNT-EXTRACT-READ
                           PERFORM 35-POST-EXTRACT-RECORD
                       END-IF
               END-READ
           END-PERFORM
       .
                       MOVE RX-NAME TO SM-NAME
               END-READ

               MOVE 'N' TO ARCHIVE-FAIL-FLAG
               PERFORM 37-APPLY-TERM-HISTORY

      *        AN OLDEST ROW THE ARCHIVE WOULD NOT TAKE STAYS ON THE
      *        MASTER - THE MASTER IS LEFT AS IT WAS AND NOTHING IS
      *        JOURNALED, SO THE RERUN POSTS THIS STUDENT
               IF ARCHIVE-ROW-FAILED
                   ADD 1 TO CNT-ARCHIVE-FAILURES
                   DISPLAY 'NOT POSTED - OLDEST TERM NOT ARCHIVED FOR '
                       SM-STUDENT-KEY
               ELSE
                   PERFORM 38-RECOMPUTE-GPA
                   PERFORM 43-CHECK-REPEAT-LIMIT

                   MOVE SM-STUDENT-KEY TO JA-KEY
                   IF MASTER-FOUND
                       REWRITE STUDENT-MASTER-RECORD
                       ADD 1 TO CNT-MASTERS-UPDATED
                       MOVE 'UPD' TO JA-ACTION
                   ELSE
                       WRITE STUDENT-MASTER-RECORD
                       ADD 1 TO CNT-MASTERS-ADDED
                       MOVE 'ADD' TO JA-ACTION
                   END-IF

      *            JOURNAL THE APPLIED RECORD ONLY AFTER IT IS SAFELY
      *            ON THE MASTER, SO A CRASH BETWEEN THE TWO WRITES
      *            RE-POSTS THE RECORD RATHER THAN LOSING IT
                   WRITE JOURNAL-RECORD FROM JOURNAL-APPLIED-LINE
               END-IF
           END-IF
       .

                   ADD 1 TO SM-TERM-COUNT
                   MOVE SM-TERM-COUNT TO WS-TERM-ROW
               ELSE
      *            HISTORY TABLE FULL - ARCHIVE THE OLDEST ROW, THEN
      *            OVERWRITE IT SO THE CURRENT TERM IS NEVER LOST
                   PERFORM 39-FIND-OLDEST-TERM-ROW
                   PERFORM 41-ARCHIVE-HISTORY-ROW
                   ADD 1 TO CNT-HISTORY-FULL
               END-IF
           END-IF

           IF NOT ARCHIVE-ROW-FAILED
               MOVE WS-POSTING-TERM TO SM-HIST-TERM (WS-TERM-ROW)
               MOVE RX-AVERAGE TO SM-HIST-AVERAGE (WS-TERM-ROW)
               MOVE RX-GRADE TO SM-HIST-GRADE (WS-TERM-ROW)
           END-IF
       .

       38-RECOMPUTE-GPA.
      *HISTORY SO A REPLACED GRADE CANNOT LEAVE STALE TOTALS BEHIND.
      *EVERY ROW OF THIS RECORD IS THE SAME CLASS, SO THE CATALOG
      *CREDIT HOURS FOUND BY 34-FIND-CLASS-CREDITS WEIGHT EVERY
      *GRADED TERM: GPA = SUM(POINTS X HOURS) / SUM(HOURS).  UNDER
      *THE LATEST-ATTEMPT-COUNTS REPEAT POLICY ONLY THE ROW FOUND
      *BY 42-FIND-COUNTING-ATTEMPT IS TAKEN - AN EARLY F NO LONGER
      *DRAGS THE GPA DOWN ONCE THE CLASS IS RETAKEN AND PASSED
           PERFORM 42-FIND-COUNTING-ATTEMPT
           MOVE ZERO TO GW-POINT-TOTAL
           MOVE ZERO TO GW-CREDIT-TOTAL
           MOVE ZERO TO SM-CREDITS-EARNED
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
      *        A WITHDRAWN TERM ('W') IS NEVER THE COUNTING ROW -
      *        A DROP IS NOT A FAILURE - AND AN EARLIER ATTEMPT IS
      *        LEFT IN THE HISTORY BUT OUT OF THE TOTALS
               IF SUB = WS-COUNTING-ROW
                   EVALUATE SM-HIST-GRADE (SUB)
                       WHEN 'A'
                           MOVE 4 TO GW-GRADE-POINTS
           END-IF
       .

       39-FIND-OLDEST-TERM-ROW.
      *A FULL TABLE IS NOT NECESSARILY IN TERM ORDER - EARLIER
      *OVERFLOWS AND MAINTENANCE FOLDS LEAVE ROWS WHERE THEY LAND -
      *SO WALK EVERY ROW AND KEEP THE ONE WITH THE EARLIEST TERM
           MOVE 1 TO WS-TERM-ROW
           MOVE SM-HIST-TERM (1) TO WS-TERM-IN
           PERFORM 40-BUILD-TERM-SORT-KEY
           MOVE WS-TERM-KEY-OUT TO WS-OLDEST-KEY
           PERFORM VARYING SUB FROM 2 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               MOVE SM-HIST-TERM (SUB) TO WS-TERM-IN
               PERFORM 40-BUILD-TERM-SORT-KEY
               IF WS-TERM-KEY-OUT < WS-OLDEST-KEY
                   MOVE WS-TERM-KEY-OUT TO WS-OLDEST-KEY
                   MOVE SUB TO WS-TERM-ROW
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

       41-ARCHIVE-HISTORY-ROW.
      *WRITE THE ROW ABOUT TO BE OVERWRITTEN TO THE PERMANENT
      *HISTORY ARCHIVE UNDER ITS STUDENT KEY AND TERM.  A ROLLBACK
      *RESTART CAN PUSH THE SAME ROW OUT TWICE - THE SECOND TIME
      *SIMPLY REWRITES THE ARCHIVED ROW WITH THE SAME DATA
           MOVE SPACES TO HISTORY-ARCHIVE-RECORD
           MOVE SM-STUDENT-KEY TO HA-STUDENT-KEY
           MOVE SM-HIST-TERM (WS-TERM-ROW) TO HA-TERM
           MOVE SM-NAME TO HA-NAME
           MOVE SM-HIST-AVERAGE (WS-TERM-ROW) TO HA-AVERAGE
           MOVE SM-HIST-GRADE (WS-TERM-ROW) TO HA-GRADE
           MOVE 'OVFLW' TO HA-REASON
           MOVE WS-RUN-START-DATE TO HA-ARCHIVE-DATE
           MOVE SM-GPA TO HA-GPA
           MOVE SM-CREDITS-EARNED TO HA-CREDITS-EARNED
           WRITE HISTORY-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE HISTORY-ARCHIVE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF WS-ARCHIVE-STATUS = '00'
               ADD 1 TO CNT-ROWS-ARCHIVED
           ELSE
               MOVE 'Y' TO ARCHIVE-FAIL-FLAG
               DISPLAY 'ARCHIVE WRITE FAILED FOR '
                   HA-ARCHIVE-KEY ' - STATUS '
                   WS-ARCHIVE-STATUS
           END-IF
       .

       42-FIND-COUNTING-ATTEMPT.
      *THE ATTEMPT THAT COUNTS IS THE LATEST GRADED ROW BY TERM -
      *ROWS ARE NOT KEPT IN TERM ORDER, SO EVERY ROW'S COLLATING
      *KEY IS COMPARED.  A WITHDRAWAL NEITHER COUNTS NOR REPLACES
      *AN EARLIER GRADE; ALL-'W' HISTORY LEAVES NO COUNTING ROW
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

       43-CHECK-REPEAT-LIMIT.
      *THE THIRD OR LATER ATTEMPT AT THE SAME CLASS NEEDS THE
      *REGISTRAR'S APPROVAL - LIST IT.  A FULL TABLE MAY ALREADY
      *HAVE PUSHED EARLIER ATTEMPTS OUT TO THE ARCHIVE, SO THOSE
      *ARE COUNTED IN AS WELL
           MOVE SM-TERM-COUNT TO WS-ATTEMPT-COUNT
           IF SM-TERM-COUNT = CF-MAX-TERMS
               PERFORM 44-COUNT-ARCHIVED-ATTEMPTS
           END-IF

           IF WS-ATTEMPT-COUNT >= CF-REPEAT-LIMIT
               MOVE SM-DEPT-CODE TO RPL-DEPT
               MOVE SM-CLASS-CODE TO RPL-CLASS
               MOVE SM-STUDENT-ID TO RPL-ID
               MOVE SM-NAME TO RPL-NAME
               MOVE WS-ATTEMPT-COUNT TO RPL-ATTEMPT
               MOVE RX-GRADE TO RPL-GRADE
               WRITE REPEAT-LIMIT-LINE FROM REPEAT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CNT-REPEAT-LIMIT
           END-IF
       .

       44-COUNT-ARCHIVED-ATTEMPTS.
      *EVERY ARCHIVED ROW FILED UNDER THE MASTER'S KEY IS AN EARLIER
      *ATTEMPT - THEY ALL SIT TOGETHER STARTING AT THE LOWEST TERM
           MOVE SM-STUDENT-KEY TO HA-STUDENT-KEY
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
                       IF HA-STUDENT-KEY = SM-STUDENT-KEY
                          AND WS-ATTEMPT-COUNT < 99
                           ADD 1 TO WS-ATTEMPT-COUNT
                       ELSE
                           MOVE 'Y' TO ARCHIVE-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
       .

       45-FINAL-ROUTINE.
      *THE COMPLETE MARKER IS THE LAST THING WRITTEN - A JOURNAL
      *WITHOUT IT MEANS THE RUN DID NOT GET THIS FAR
           WRITE JOURNAL-RECORD FROM JOURNAL-COMPLETE-LINE

           IF CNT-REPEAT-LIMIT = ZERO
               WRITE REPEAT-LIMIT-LINE FROM NO-STUDENTS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           CLOSE REGISTRAR-EXTRACT-FILE
                 STUDENT-MASTER-FILE
                 HISTORY-ARCHIVE-FILE
                 POSTING-JOURNAL-FILE
                 REPEAT-LIMIT-FILE

           PERFORM 46-WRITE-POSTING-LOG

               CNT-SKIPPED-JOURNALED
           DISPLAY 'TERM ROWS REPLACED (RERUN): ' CNT-TERMS-REPLACED
           DISPLAY 'HISTORY TABLE FULL NOTICES: ' CNT-HISTORY-FULL
           DISPLAY 'HISTORY ROWS ARCHIVED: ' CNT-ROWS-ARCHIVED
           DISPLAY 'REPEAT LIMIT EXCEPTIONS: ' CNT-REPEAT-LIMIT
           IF CNT-ARCHIVE-FAILURES > ZERO
               DISPLAY 'STUDENTS NOT POSTED - ARCHIVE FAILED: '
                   CNT-ARCHIVE-FAILURES
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
       .
           MOVE CNT-SKIPPED-JOURNALED TO PL-SKIPPED
           MOVE CNT-BACKUP-RECORDS TO PL-BACKUP-RECORDS
           MOVE WS-RESTART-MODE TO PL-RESTART-MODE
           MOVE XC-RUN-NUMBER TO PL-EXTRACT-RUN
      *    A RUN THAT LEFT STUDENTS UNPOSTED IS NOT LOGGED NORMAL,
      *    SO THE SAME EXTRACT CAN BE POSTED AGAIN ONCE THE ARCHIVE
      *    IS PUT RIGHT
           IF EXTRACT-REFUSED
               MOVE 'REFUSED' TO PL-COMPLETION
           ELSE
               IF CNT-ARCHIVE-FAILURES > ZERO
                   MOVE 'PARTIAL' TO PL-COMPLETION
               ELSE
                   MOVE 'NORMAL' TO PL-COMPLETION
               END-IF
           END-IF

           OPEN EXTEND POSTING-LOG-FILE
           WRITE POSTING-LOG-RECORD FROM POSTING-LOG-LINE
