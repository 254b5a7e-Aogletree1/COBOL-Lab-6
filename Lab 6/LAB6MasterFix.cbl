      *  AND THE REAL STUDENT'S HISTORY SPLITS IN TWO - THE
      *  KEY-CORRECTION ACTION HERE FOLDS THE TWO RECORDS' TERM
      *  HISTORIES BACK TOGETHER AND RECOMPUTES THE GPA THE WAY THE
      *  POSTING RUN'S 38-RECOMPUTE-GPA DOES, LATEST-ATTEMPT-COUNTS
      *  REPEAT POLICY INCLUDED
      ******
      *  ACTIONS
      *     L - LOOK UP A MASTER BY KEY AND BROWSE ITS TERM HISTORY
      *     MASTERAUDIT.TXT - ONE AUDIT LINE PER CHANGE SHOWING THE
      *     OPERATOR, DATE, ACTION, AND BEFORE AND AFTER KEYS, JUST
      *     LIKE REJECTAUDIT.TXT DOES FOR SCORE CORRECTIONS
      *     STUDENTHISTARCH.DAT - A FOLDED TERM ROW THAT DOES NOT
      *     FIT IN THE SURVIVOR'S 12-ROW TABLE IS WRITTEN TO THE
      *     PERMANENT HISTORY ARCHIVE UNDER THE CORRECTED KEY
      *     INSTEAD OF BEING LOST.  ROWS ALREADY ARCHIVED UNDER A
      *     CORRECTED KEY MOVE TO THE NEW KEY WITH THE RECORD, AND
      *     THOSE OF A DELETED RECORD ARE DROPPED - A DROPPED ROW
      *     IS FIRST WRITTEN TO MASTERAUDIT.TXT IN FULL, AS IS A
      *     FOLDED ROW THE ARCHIVE WOULD NOT TAKE.  A SESSION THAT
      *     COULD NOT ARCHIVE SUCH A ROW ENDS WITH RETURN CODE 8
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
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
           SELECT OPTIONAL AUDIT-LOG-FILE
               ASSIGN TO 'MASTERAUDIT.TXT'
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
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 120 CHARACTERS.
           05  TERM-FOUND-FLAG              PIC X      VALUE 'N'.
               88 TERM-ROW-FOUND                       VALUE 'Y'.
               88 TERM-ROW-NOT-FOUND                   VALUE 'N'.
           05  ARCHIVE-ROW-FLAG             PIC X      VALUE 'N'.
               88 ARCHIVE-ROW-FOUND                    VALUE 'Y'.
           05  ARCHIVE-DONE-FLAG            PIC X      VALUE 'N'.
               88 ARCHIVE-KEY-DONE                     VALUE 'Y'.
      *
       01  WS-MASTER-STATUS                PIC XX      VALUE '00'.
           88 MASTER-FILE-MISSING                      VALUE '35'.
      *
       01  WS-ARCHIVE-STATUS               PIC XX      VALUE '00'.
           88 ARCHIVE-FILE-MISSING                     VALUE '35'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE ZERO.
           05  SUB2                        PIC 99      VALUE ZERO.
           05  WS-COUNTING-ROW             PIC 99      VALUE ZERO.
      *
       01  CONSTANT-FIELDS.
           05  CF-MAX-TERMS                PIC 99      VALUE 12.
           05  HM-GPA                       PIC 9V99.
           05  HM-CREDITS-EARNED            PIC 9(3).
           05  HM-STANDING-CODE             PIC X(2).
           05  HM-PRIOR-STANDING            PIC X(2).
           05  HM-STANDING-SOURCE           PIC X.
           05  FILLER                       PIC X(7).
      *
      *  THE ARCHIVE KEY WHOSE ROWS ARE BEING MOVED OR DROPPED, AND
      *  THE ROW IN HAND WHILE ITS NEW-KEY COPY IS WRITTEN
       01  WS-ARCHIVE-OLD-KEY              PIC X(16)   VALUE SPACES.
       01  HOLD-ARCHIVE-RECORD             PIC X(80)   VALUE SPACES.
      *
       01  GPA-WORK-FIELDS.
           05  GW-GRADE-POINTS             PIC 9       VALUE ZERO.
           05  GW-POINT-TOTAL              PIC 9(4)    VALUE ZERO.
           05  GW-CREDIT-TOTAL             PIC 9(4)    VALUE ZERO.
      *
      *  A FOLD LEAVES ROWS OUT OF TERM ORDER, SO THE LATEST ATTEMPT
      *  IS FOUND BY CHRONOLOGICALLY COLLATING TERM KEYS (A SEASON
      *  SUFFIX MAPS TO CALENDAR ORDER, 2026SP BEFORE 2026FA)
       01  TERM-KEY-WORK-FIELDS.
           05  WS-TERM-IN                  PIC X(6)    VALUE SPACES.
           05  WS-TERM-KEY-OUT             PIC X(6)    VALUE SPACES.
           05  WS-LATEST-KEY               PIC X(6)    VALUE SPACES.
      *
       01  AUDIT-LINE.
           05  AUD-DATE                     PIC X(6).
           05  AUD-NEW-GPA                  PIC 9.99.
           05                               PIC X(40) VALUE SPACES.
      *
      *  AN ARCHIVED ROW DROPPED FROM THE ARCHIVE GOES TO THE AUDIT
      *  LOG IN FULL SO IT CAN BE PUT BACK BY HAND
       01  ARCHIVE-AUDIT-LINE.
           05  AAL-DATE                     PIC X(6).
           05                               PIC X     VALUE SPACE.
           05  AAL-OPERATOR                 PIC X(8).
           05                               PIC X     VALUE SPACE.
           05  AAL-ACTION                   PIC X(6).
           05                               PIC X     VALUE SPACE.
           05  AAL-DEPT                     PIC X(4).
           05                               PIC X     VALUE '/'.
           05  AAL-CLASS                    PIC X(5).
           05                               PIC X     VALUE SPACE.
           05  AAL-ID                       PIC X(7).
           05                               PIC X(6)  VALUE ' TERM '.
           05  AAL-TERM                     PIC X(6).
           05                               PIC X(5)  VALUE ' AVG '.
           05  AAL-AVERAGE                  PIC ZZ9.99.
           05                               PIC X(7)  VALUE ' GRADE '.
           05  AAL-GRADE                    PIC X.
           05                               PIC X     VALUE SPACE.
           05  AAL-REASON                   PIC X(5).
           05                               PIC X(42) VALUE SPACES.
      *
      ***************SESSION RECONCILIATION COUNTS*********************
       01  SESSION-COUNTS.
           05  CNT-LOOKUPS                  PIC 9(7)  VALUE ZERO.
           05  CNT-HISTORIES-FOLDED         PIC 9(7)  VALUE ZERO.
           05  CNT-RECORDS-DELETED          PIC 9(7)  VALUE ZERO.
           05  CNT-ROWS-DROPPED             PIC 9(7)  VALUE ZERO.
           05  CNT-ARCHIVE-ROWS-MOVED       PIC 9(7)  VALUE ZERO.
           05  CNT-ARCHIVE-ROWS-DROPPED     PIC 9(7)  VALUE ZERO.
           05  CNT-ARCHIVE-FAILURES         PIC 9(7)  VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
               SET OPERATOR-QUIT TO TRUE
           ELSE
               OPEN EXTEND AUDIT-LOG-FILE
               OPEN I-O HISTORY-ARCHIVE-FILE
               IF ARCHIVE-FILE-MISSING
                   OPEN OUTPUT HISTORY-ARCHIVE-FILE
                   CLOSE HISTORY-ARCHIVE-FILE
                   OPEN I-O HISTORY-ARCHIVE-FILE
               END-IF
               PERFORM 21-LOAD-COURSE-CATALOG
           END-IF
       .
           END-IF
       .

       31-FIND-ARCHIVED-ROW.
      *POSITION ON THE FIRST ARCHIVED ROW STILL FILED UNDER
      *WS-ARCHIVE-OLD-KEY.  EACH ROW IS GONE FROM THE OLD KEY ONCE
      *HANDLED, SO STARTING OVER EACH TIME FINDS THE NEXT ONE
           MOVE 'N' TO ARCHIVE-ROW-FLAG
           MOVE WS-ARCHIVE-OLD-KEY TO HA-STUDENT-KEY
           MOVE LOW-VALUES TO HA-TERM
           START HISTORY-ARCHIVE-FILE
               KEY IS NOT LESS THAN HA-ARCHIVE-KEY
               INVALID KEY
                   MOVE 'Y' TO ARCHIVE-DONE-FLAG
               NOT INVALID KEY
                   READ HISTORY-ARCHIVE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO ARCHIVE-DONE-FLAG
                       NOT AT END
                           IF HA-STUDENT-KEY = WS-ARCHIVE-OLD-KEY
                               MOVE 'Y' TO ARCHIVE-ROW-FLAG
                           ELSE
                               MOVE 'Y' TO ARCHIVE-DONE-FLAG
                           END-IF
                   END-READ
           END-START
       .

       32-MOVE-ARCHIVED-ROWS.
      *REFILE EVERY ARCHIVED ROW OF THE OLD KEY UNDER THE CORRECTED
      *KEY, THEN DROP THE OLD-KEY COPY.  A TERM ALREADY ARCHIVED
      *UNDER THE CORRECTED KEY KEEPS THAT ROW - THE SURVIVOR'S
      *GRADE WINS, AS IN THE FOLD - AND THE OLD-KEY ROW IS
      *JOURNALED BEFORE IT IS DROPPED.  ANY OTHER ARCHIVE ERROR
      *STOPS THE MOVE WITH THE OLD-KEY ROW LEFT IN PLACE
           MOVE 'N' TO ARCHIVE-DONE-FLAG
           PERFORM UNTIL ARCHIVE-KEY-DONE
               PERFORM 31-FIND-ARCHIVED-ROW
               IF ARCHIVE-ROW-FOUND
                   MOVE HISTORY-ARCHIVE-RECORD TO HOLD-ARCHIVE-RECORD
                   MOVE WS-NEW-DEPT TO HA-DEPT-CODE
                   MOVE WS-NEW-CLASS TO HA-CLASS-CODE
                   MOVE WS-NEW-ID TO HA-STUDENT-ID
                   WRITE HISTORY-ARCHIVE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE HOLD-ARCHIVE-RECORD TO HISTORY-ARCHIVE-RECORD
                   EVALUATE WS-ARCHIVE-STATUS
                       WHEN '00'
                           ADD 1 TO CNT-ARCHIVE-ROWS-MOVED
                           MOVE SPACES TO AAL-ACTION
                           PERFORM 34-DELETE-ARCHIVED-ROW
                       WHEN '22'
                           DISPLAY 'TERM ' HA-TERM
                               ' ALREADY ARCHIVED UNDER THE '
                               'CORRECTED KEY - KEPT'
                           MOVE 'ARCDUP' TO AAL-ACTION
                           PERFORM 34-DELETE-ARCHIVED-ROW
                       WHEN OTHER
                           DISPLAY 'ARCHIVE WRITE FAILED FOR '
                               HA-ARCHIVE-KEY ' - STATUS '
                               WS-ARCHIVE-STATUS
                           MOVE 'Y' TO ARCHIVE-DONE-FLAG
                   END-EVALUATE
               END-IF
           END-PERFORM
       .

       33-DROP-ARCHIVED-ROWS.
      *A RECORD DELETED AS CREATED IN ERROR TAKES ITS ARCHIVED
      *ROWS WITH IT - EACH IS JOURNALED, THEN DROPPED
           MOVE 'N' TO ARCHIVE-DONE-FLAG
           PERFORM UNTIL ARCHIVE-KEY-DONE
               PERFORM 31-FIND-ARCHIVED-ROW
               IF ARCHIVE-ROW-FOUND
                   MOVE 'ARCDEL' TO AAL-ACTION
                   PERFORM 34-DELETE-ARCHIVED-ROW
               END-IF
           END-PERFORM
       .

       34-DELETE-ARCHIVED-ROW.
      *DROP THE OLD-KEY ROW IN THE RECORD AREA.  A ROW THAT DID NOT
      *MOVE (AAL-ACTION FILLED BY THE CALLER) IS JOURNALED FIRST
           IF AAL-ACTION NOT = SPACES
               PERFORM 44-JOURNAL-ARCHIVE-ROW
           END-IF
           DELETE HISTORY-ARCHIVE-FILE RECORD
               INVALID KEY
                   DISPLAY 'ARCHIVE DELETE FAILED FOR '
                       HA-ARCHIVE-KEY ' - STATUS ' WS-ARCHIVE-STATUS
                   MOVE 'Y' TO ARCHIVE-DONE-FLAG
           END-DELETE
       .

       35-CORRECT-MASTER-KEY.
      *MOVE A RECORD OFF A BAD KEY.  WHEN A RECORD ALREADY LIVES AT
      *THE CORRECTED KEY (THE REAL STUDENT), THE TWO TERM HISTORIES
           END-DELETE
           ADD 1 TO CNT-KEYS-CORRECTED

      *    ROWS ALREADY ARCHIVED UNDER THE BAD KEY FOLLOW THE RECORD
           MOVE HM-STUDENT-KEY TO WS-ARCHIVE-OLD-KEY
           PERFORM 32-MOVE-ARCHIVED-ROWS

           MOVE HM-DEPT-CODE TO AUD-OLD-DEPT
           MOVE HM-CLASS-CODE TO AUD-OLD-CLASS
           MOVE HM-STUDENT-ID TO AUD-OLD-ID
      *MERGE THE BAD-KEY RECORD'S TERM ROWS INTO THE SURVIVING
      *RECORD (IN THE FD AREA).  A TERM ALREADY POSTED TO THE
      *SURVIVOR KEEPS THE SURVIVOR'S ROW - THE REAL STUDENT'S
      *GRADE WINS.  ROWS PAST THE 12-TERM TABLE ARE WRITTEN TO THE
      *HISTORY ARCHIVE UNDER THE SURVIVING KEY, COUNTED, AND
      *REPORTED RATHER THAN SILENTLY LOST
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > HM-TERM-COUNT
                       MOVE HM-HIST-GRADE (SUB)
                           TO SM-HIST-GRADE (SM-TERM-COUNT)
                   ELSE
                       PERFORM 39-ARCHIVE-DROPPED-ROW
                   END-IF
               END-IF
           END-PERFORM
      *REBUILD THE RUNNING GPA AND CREDIT COUNT FROM THE COMBINED
      *TERM HISTORY - SAME RULES AS THE POSTING RUN, INCLUDING THE
      *CATALOG CREDIT HOURS, SO A FOLDED RECORD LOOKS EXACTLY AS IF
      *EVERY TERM HAD POSTED CLEANLY.  ONLY THE LATEST GRADED
      *ATTEMPT COUNTS - EARLIER ATTEMPTS STAY IN THE HISTORY
           PERFORM 29-FIND-CLASS-CREDITS
           PERFORM 41-FIND-COUNTING-ATTEMPT
           MOVE ZERO TO GW-POINT-TOTAL
           MOVE ZERO TO GW-CREDIT-TOTAL
           MOVE ZERO TO SM-CREDITS-EARNED
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
      *        A WITHDRAWN TERM ('W') IS NEVER THE COUNTING ROW
      *        AND AN EARLIER ATTEMPT STAYS OUT OF THE TOTALS -
      *        SAME RULES AS THE POSTING RUN
               IF SUB = WS-COUNTING-ROW
                   EVALUATE SM-HIST-GRADE (SUB)
                       WHEN 'A'
                           MOVE 4 TO GW-GRADE-POINTS
           END-IF
       .

       39-ARCHIVE-DROPPED-ROW.
      *FILE THE TERM ROW THAT WOULD NOT FIT UNDER THE SURVIVING KEY
      *AND ITS TERM.  A ROW ALREADY ARCHIVED FOR THAT KEY AND TERM
      *KEEPS THE ARCHIVED GRADE - THE SURVIVOR'S GRADE WINS, THE
      *SAME AS IN THE FOLD ITSELF - AND THE DROPPED GRADE IS
      *JOURNALED.  A ROW THE ARCHIVE WILL NOT TAKE AT ALL IS
      *JOURNALED TOO, SO THE GRADE SURVIVES IN THE AUDIT LOG
           MOVE SPACES TO HISTORY-ARCHIVE-RECORD
           MOVE SM-STUDENT-KEY TO HA-STUDENT-KEY
           MOVE HM-HIST-TERM (SUB) TO HA-TERM
           MOVE SM-NAME TO HA-NAME
           MOVE HM-HIST-AVERAGE (SUB) TO HA-AVERAGE
           MOVE HM-HIST-GRADE (SUB) TO HA-GRADE
           MOVE 'FOLD' TO HA-REASON
           MOVE WS-CURRENT-DATE TO HA-ARCHIVE-DATE
           MOVE SM-GPA TO HA-GPA
           MOVE SM-CREDITS-EARNED TO HA-CREDITS-EARNED
           WRITE HISTORY-ARCHIVE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-ARCHIVE-STATUS
               WHEN '00'
                   ADD 1 TO CNT-ROWS-DROPPED
                   DISPLAY 'HISTORY TABLE FULL - TERM '
                       HM-HIST-TERM (SUB) ' ARCHIVED, NOT FOLDED'
               WHEN '22'
                   DISPLAY 'TERM ' HM-HIST-TERM (SUB)
                       ' ALREADY ARCHIVED FOR THIS KEY - KEPT'
                   MOVE 'ARCDUP' TO AAL-ACTION
                   PERFORM 44-JOURNAL-ARCHIVE-ROW
               WHEN OTHER
                   DISPLAY 'ARCHIVE WRITE FAILED FOR '
                       HA-ARCHIVE-KEY ' - STATUS '
                       WS-ARCHIVE-STATUS
                   DISPLAY 'TERM ' HM-HIST-TERM (SUB)
                       ' NOT FOLDED AND NOT ARCHIVED - SEE AUDIT LOG'
                   ADD 1 TO CNT-ARCHIVE-FAILURES
                   MOVE 'ARCERR' TO AAL-ACTION
                   PERFORM 44-JOURNAL-ARCHIVE-ROW
           END-EVALUATE
       .

       40-DELETE-MASTER.
           DISPLAY 'RECORD TO DELETE -'
           PERFORM 26-ACCEPT-MASTER-KEY
                   MOVE SM-DEPT-CODE TO AUD-OLD-DEPT
                   MOVE SM-CLASS-CODE TO AUD-OLD-CLASS
                   MOVE SM-STUDENT-ID TO AUD-OLD-ID
                   MOVE SM-STUDENT-KEY TO WS-ARCHIVE-OLD-KEY
                   DELETE STUDENT-MASTER-FILE RECORD
                       INVALID KEY
                           DISPLAY 'DELETE FAILED - STATUS '
                           MOVE ZERO TO AUD-NEW-GPA
                           PERFORM 42-WRITE-AUDIT-LINE
                           DISPLAY 'RECORD DELETED'
                           PERFORM 33-DROP-ARCHIVED-ROWS
                   END-DELETE
               ELSE
                   DISPLAY 'DELETE NOT CONFIRMED - RECORD KEPT'
           END-IF
       .

       41-FIND-COUNTING-ATTEMPT.
      *THE ATTEMPT THAT COUNTS IS THE LATEST GRADED (NON-'W') ROW
      *BY TERM; ALL-'W' HISTORY LEAVES NO COUNTING ROW
           MOVE ZERO TO WS-COUNTING-ROW
           MOVE LOW-VALUES TO WS-LATEST-KEY
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               IF SM-HIST-GRADE (SUB) NOT = 'W'
                   MOVE SM-HIST-TERM (SUB) TO WS-TERM-IN
                   PERFORM 43-BUILD-TERM-SORT-KEY
                   IF WS-TERM-KEY-OUT > WS-LATEST-KEY
                       MOVE WS-TERM-KEY-OUT TO WS-LATEST-KEY
                       MOVE SUB TO WS-COUNTING-ROW
                   END-IF
               END-IF
           END-PERFORM
       .

       42-WRITE-AUDIT-LINE.
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           WRITE AUDIT-RECORD FROM AUDIT-LINE
       .

       43-BUILD-TERM-SORT-KEY.
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

       44-JOURNAL-ARCHIVE-ROW.
      *ONE FULL AUDIT LINE FOR AN ARCHIVE ROW THAT IS BEING DROPPED,
      *WITH THE ACTION THE CALLER FILLED IN
           MOVE WS-CURRENT-DATE TO AAL-DATE
           MOVE WS-OPERATOR-ID TO AAL-OPERATOR
           MOVE HA-DEPT-CODE TO AAL-DEPT
           MOVE HA-CLASS-CODE TO AAL-CLASS
           MOVE HA-STUDENT-ID TO AAL-ID
           MOVE HA-TERM TO AAL-TERM
           MOVE HA-AVERAGE TO AAL-AVERAGE
           MOVE HA-GRADE TO AAL-GRADE
           MOVE HA-REASON TO AAL-REASON
           WRITE AUDIT-RECORD FROM ARCHIVE-AUDIT-LINE
           ADD 1 TO CNT-ARCHIVE-ROWS-DROPPED
       .

       45-FINAL-ROUTINE.
           IF NOT MASTER-FILE-MISSING
               CLOSE STUDENT-MASTER-FILE
                     AUDIT-LOG-FILE
                     HISTORY-ARCHIVE-FILE
           END-IF

           DISPLAY ' '
           DISPLAY 'HISTORIES FOLDED TOGETHER: '
               CNT-HISTORIES-FOLDED
           DISPLAY 'RECORDS DELETED: ' CNT-RECORDS-DELETED
           DISPLAY 'HISTORY ROWS ARCHIVED (TABLE FULL): '
               CNT-ROWS-DROPPED
           DISPLAY 'ARCHIVED ROWS MOVED TO A CORRECTED KEY: '
               CNT-ARCHIVE-ROWS-MOVED
           DISPLAY 'HISTORY ROWS JOURNALED AND DROPPED: '
               CNT-ARCHIVE-ROWS-DROPPED
           IF CNT-ARCHIVE-FAILURES > ZERO
               DISPLAY 'HISTORY ROWS NOT ARCHIVED (JOURNALED ONLY): '
                   CNT-ARCHIVE-FAILURES
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
       .
