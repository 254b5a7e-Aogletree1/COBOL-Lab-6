      *  WEIGHTED AVERAGE, AND LETTER GRADE, PLUS THE CUMULATIVE
      *  GPA AND CREDITS EARNED - SO THE REGISTRAR'S OFFICE CAN
      *  ANSWER A TRANSCRIPT REQUEST FROM A PRINTED PAGE INSTEAD
      *  OF READING THE RAW MASTER FILE.  TERM ROWS PUSHED OUT OF
      *  THE MASTER'S 12-ROW TABLE, AND WHOLE MASTERS MOVED OUT BY
      *  THE YEAR-END CLOSEOUT, ARE READ BACK FROM THE HISTORY
      *  ARCHIVE SO A TRANSCRIPT SHOWS EVERY TERM EVER POSTED, IN
      *  TERM ORDER.  UNDER THE LATEST-ATTEMPT-COUNTS REPEAT
      *  POLICY ONLY THE LATEST GRADED ATTEMPT AT A CLASS IS IN THE
      *  GPA - EVERY EARLIER GRADED ATTEMPT STAYS ON THE PAGE,
      *  MARKED REPEATED
      ******
      *  INPUT
      *     STUDENTMASTER.DAT - INDEXED MASTER KEYED BY
      *     DEPARTMENT / CLASS / PERMANENT STUDENT ID, HOLDING ONE
      *     HISTORY ROW PER TERM PLUS THE RUNNING GPA AND CREDITS
      *     STUDENTHISTARCH.DAT - INDEXED HISTORY ARCHIVE KEYED BY
      *     DEPARTMENT / CLASS / STUDENT ID / TERM, WRITTEN BY
      *     Lab6MasterPost, Lab6MasterFix, AND Lab6YearEndClose
      *     OPERATOR REPLIES ACCEPTED FROM THE CONSOLE TO CHOOSE
      *     THE SELECTION: ONE STUDENT BY FULL KEY, EVERY STUDENT
      *     IN ONE DEPARTMENT, OR THE WHOLE FILE
      ******
      *  OUTPUT
      *     L6TRANSCRIPTS.TXT - ONE TRANSCRIPT PAGE PER SELECTED
      *     MASTER RECORD, IN KEY ORDER, FOLLOWED BY ONE PAGE PER
      *     SELECTED KEY THAT NOW LIVES ONLY IN THE ARCHIVE
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
           SELECT TRANSCRIPT-FILE
               ASSIGN TO PRINTER 'L6TRANSCRIPTS.TXT'.
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
       FD  TRANSCRIPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88 SELECT-BY-KEY                        VALUE 'K'.
               88 SELECT-BY-DEPT                       VALUE 'D'.
               88 SELECT-ALL                           VALUE 'A'.
           05  ARCHIVE-EOF-FLAG             PIC X      VALUE 'N'.
               88 ARCHIVE-EXHAUSTED                    VALUE 'Y'.
           05  ON-MASTER-FLAG               PIC X      VALUE 'N'.
               88 TERM-ON-MASTER                       VALUE 'Y'.
           05  PAGE-SOURCE-FLAG             PIC X      VALUE 'M'.
               88 PAGE-FROM-MASTER                     VALUE 'M'.
               88 PAGE-FROM-ARCHIVE                    VALUE 'A'.
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
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-SELECT-CLASS             PIC X(5)    VALUE SPACES.
           05  WS-SELECT-ID                PIC X(7)    VALUE SPACES.
      *
      ***************TRANSCRIPT TERM WORK TABLE************************
      *  ONE PAGE'S TERM ROWS - THE MASTER'S OWN ROWS PLUS ANY ROWS
      *  HELD IN THE HISTORY ARCHIVE FOR THE SAME KEY - BUBBLED INTO
      *  TERM ORDER ON A CHRONOLOGICALLY COLLATING KEY (A SEASON
      *  SUFFIX MAPS TO CALENDAR ORDER, 2026SP BEFORE 2026FA)
      *
       01  WS-MAX-TRANSCRIPT-ROWS           PIC 99    VALUE 60.
       01  TRANSCRIPT-WORK-FIELDS.
           05  TW-COUNT                    PIC 99      VALUE ZERO.
           05  TW-ENTRY OCCURS 60 TIMES.
               10  TW-TERM-KEY             PIC X(6).
               10  TW-TERM                 PIC X(6).
               10  TW-AVERAGE              PIC 999V99.
               10  TW-GRADE                PIC X.
               10  TW-ARCHIVED             PIC X.
           05  TW-HOLD-ENTRY.
               10  TW-HOLD-KEY             PIC X(6).
               10  TW-HOLD-TERM            PIC X(6).
               10  TW-HOLD-AVERAGE         PIC 999V99.
               10  TW-HOLD-GRADE           PIC X.
               10  TW-HOLD-ARCHIVED        PIC X.
           05  TW-ARCHIVED-COUNT           PIC 99      VALUE ZERO.
           05  TW-REPEAT-COUNT             PIC 99      VALUE ZERO.
           05  SRT-I                       PIC 99      VALUE ZERO.
           05  SWAP-FLAG                   PIC X       VALUE 'Y'.
               88 SWAPS-OCCURRED                       VALUE 'Y'.
           05  WS-TERM-IN                  PIC X(6)    VALUE SPACES.
           05  WS-TERM-KEY-OUT             PIC X(6)    VALUE SPACES.
      *
      *  THE KEY WHOSE ARCHIVED ROWS ARE BEING GATHERED WHILE THE
      *  ARCHIVE IS BROWSED FOR CLOSED-OUT STUDENTS
       01  CLOSED-OUT-FIELDS.
           05  CO-STUDENT-KEY.
               10  CO-DEPT-CODE            PIC X(4)    VALUE SPACES.
               10  CO-CLASS-CODE           PIC X(5)    VALUE SPACES.
               10  CO-STUDENT-ID           PIC 9(7)    VALUE ZERO.
           05  CO-NAME                     PIC X(20)   VALUE SPACES.
           05  CO-GPA                      PIC 9V99    VALUE ZERO.
           05  CO-CREDITS-EARNED           PIC 9(3)    VALUE ZERO.
      *
      ***************TRANSCRIPT RECONCILIATION COUNTS******************
       01  TRANSCRIPT-COUNTS.
           05  CNT-MASTERS-READ             PIC 9(7)  VALUE ZERO.
           05  CNT-TRANSCRIPTS              PIC 9(7)  VALUE ZERO.
           05  CNT-TERM-ROWS                PIC 9(7)  VALUE ZERO.
           05  CNT-ARCHIVED-ROWS            PIC 9(7)  VALUE ZERO.
           05  CNT-REPEATED-ROWS            PIC 9(7)  VALUE ZERO.
           05  CNT-CLOSED-OUT-PAGES         PIC 9(7)  VALUE ZERO.
      *
      **********************OUTPUT AREA**************************
       01  HEADING-ONE.
           05  TD-AVERAGE                  PIC ZZ9.99.
           05                              PIC X(5)  VALUE SPACES.
           05  TD-GRADE                    PIC X.
           05                              PIC X(4)  VALUE SPACES.
           05  TD-NOTE                     PIC X(8).
           05                              PIC X(46) VALUE SPACES.
      *
       01  CUMULATIVE-LINE.
           05                              PIC X(16) VALUE
      *
       01  NOT-FOUND-LINE                  PIC X(80) VALUE
               'NO MASTER RECORD ON FILE FOR THE REQUESTED KEY'.
      *
       01  ARCHIVED-NOTE-LINE              PIC X(80) VALUE
               'ARCHIVED TERMS ARE SHOWN FOR THE RECORD - NOT IN GPA'.
      *
       01  REPEATED-NOTE-LINE              PIC X(80) VALUE
               'REPEATED - EARLIER ATTEMPT REPLACED BY THE LATEST ONE'.
      *
       01  CLOSED-OUT-NOTE-LINE            PIC X(80) VALUE
               'CLOSED OUT AS INACTIVE - ALL TERMS FROM THE ARCHIVE'.
      *
       PROCEDURE DIVISION.
      *
               SET OPERATOR-QUIT TO TRUE
           ELSE
               OPEN OUTPUT TRANSCRIPT-FILE
      *        NO ARCHIVE YET SIMPLY MEANS NO TERM HAS EVER BEEN
      *        PUSHED OUT - EVERY PAGE COMES FROM THE MASTER ALONE
               OPEN INPUT HISTORY-ARCHIVE-FILE
               PERFORM 21-ACCEPT-SELECTION
           END-IF
       .
               PERFORM 26-PRINT-ONE-STUDENT
           ELSE
               PERFORM 27-BROWSE-MASTER-FILE
               IF NOT ARCHIVE-FILE-MISSING
                   PERFORM 28-BROWSE-CLOSED-OUT-KEYS
               END-IF
           END-IF
       .

       26-PRINT-ONE-STUDENT.
      *RANDOM READ BY THE FULL DEPT/CLASS/STUDENT-ID KEY - A KEY
      *NO LONGER ON THE MASTER MAY HAVE BEEN CLOSED OUT TO THE
      *ARCHIVE, SO THE ARCHIVE IS TRIED BEFORE THE KEY IS REPORTED
      *AS MISSED ON THE TRANSCRIPT FILE, SO THE REQUEST LEAVES A
      *TRACE EITHER WAY
           MOVE WS-SELECT-DEPT TO SM-DEPT-CODE
           MOVE WS-SELECT-CLASS TO SM-CLASS-CODE
           MOVE WS-SELECT-ID TO SM-STUDENT-ID
           READ STUDENT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO TW-COUNT
                   MOVE ZERO TO TW-ARCHIVED-COUNT
                   SET PAGE-FROM-ARCHIVE TO TRUE
                   IF NOT ARCHIVE-FILE-MISSING
                       PERFORM 36-LOAD-ARCHIVED-ROWS
                   END-IF
                   IF TW-COUNT > ZERO
                       PERFORM 41-PRINT-CLOSED-OUT-PAGE
                   ELSE
                       WRITE TRANSCRIPT-LINE FROM HEADING-ONE
                           AFTER ADVANCING PAGE
                       WRITE TRANSCRIPT-LINE FROM NOT-FOUND-LINE
                           AFTER ADVANCING 2 LINES
                       DISPLAY 'NO MASTER RECORD FOR '
                           WS-SELECT-DEPT '/' WS-SELECT-CLASS
                           ' ' WS-SELECT-ID
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO CNT-MASTERS-READ
                   PERFORM 35-PRINT-TRANSCRIPT-PAGE
           END-PERFORM
       .

       28-BROWSE-CLOSED-OUT-KEYS.
      *A STUDENT KEY CLOSED OUT AS INACTIVE IS GONE FROM THE MASTER
      *BUT STILL OWES A TRANSCRIPT.  BROWSE THE ARCHIVE OVER THE
      *SAME SELECTION, GATHER EACH KEY'S ROWS, AND PRINT A PAGE FOR
      *EVERY KEY THE MASTER NO LONGER HOLDS
           MOVE LOW-VALUES TO HA-ARCHIVE-KEY
           IF SELECT-BY-DEPT
               MOVE WS-SELECT-DEPT TO HA-DEPT-CODE
           END-IF
           START HISTORY-ARCHIVE-FILE
               KEY IS NOT LESS THAN HA-ARCHIVE-KEY
               INVALID KEY
                   MOVE 'N' TO EOF-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START

           MOVE ZERO TO TW-COUNT
           MOVE ZERO TO TW-ARCHIVED-COUNT
           MOVE SPACES TO CO-STUDENT-KEY
           SET PAGE-FROM-ARCHIVE TO TRUE
           PERFORM UNTIL NO-MORE-DATA
               READ HISTORY-ARCHIVE-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF SELECT-BY-DEPT
                          AND HA-DEPT-CODE NOT = WS-SELECT-DEPT
                           MOVE 'N' TO EOF-FLAG
                       ELSE
                           IF HA-STUDENT-KEY NOT = CO-STUDENT-KEY
                               PERFORM 29-FINISH-CLOSED-OUT-KEY
                               MOVE HA-STUDENT-KEY TO CO-STUDENT-KEY
                           END-IF
                           PERFORM 37-ADD-ARCHIVED-ROW
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 29-FINISH-CLOSED-OUT-KEY
       .

       29-FINISH-CLOSED-OUT-KEY.
      *THE KEY JUST GATHERED GETS A PAGE ONLY WHEN THE MASTER NO
      *LONGER HOLDS IT - A KEY STILL ON THE MASTER ALREADY PRINTED
      *ITS ARCHIVED ROWS ON ITS OWN PAGE
           IF TW-COUNT > ZERO
               MOVE CO-STUDENT-KEY TO SM-STUDENT-KEY
               READ STUDENT-MASTER-FILE
                   INVALID KEY
                       PERFORM 41-PRINT-CLOSED-OUT-PAGE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           MOVE ZERO TO TW-COUNT
           MOVE ZERO TO TW-ARCHIVED-COUNT
       .

       35-PRINT-TRANSCRIPT-PAGE.
      *ONE TRANSCRIPT PAGE PER MASTER RECORD: THE STUDENT AND CLASS,
      *EVERY POSTED TERM ROW - ARCHIVED ROWS FOR THE SAME KEY
      *INCLUDED - IN TERM ORDER, AND THE CUMULATIVE GPA AND CREDITS
           MOVE ZERO TO TW-COUNT
           MOVE ZERO TO TW-ARCHIVED-COUNT
           SET PAGE-FROM-MASTER TO TRUE
           IF NOT ARCHIVE-FILE-MISSING
               PERFORM 36-LOAD-ARCHIVED-ROWS
           END-IF
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               IF TW-COUNT < WS-MAX-TRANSCRIPT-ROWS
                   ADD 1 TO TW-COUNT
                   MOVE SM-HIST-TERM (SUB) TO TW-TERM (TW-COUNT)
                   MOVE SM-HIST-AVERAGE (SUB) TO TW-AVERAGE (TW-COUNT)
                   MOVE SM-HIST-GRADE (SUB) TO TW-GRADE (TW-COUNT)
                   MOVE 'N' TO TW-ARCHIVED (TW-COUNT)
               END-IF
           END-PERFORM

           MOVE SM-NAME TO TR-NAME
           MOVE SM-STUDENT-ID TO TR-ID
           MOVE SM-DEPT-CODE TO TR-DEPT
           MOVE SM-CLASS-CODE TO TR-CLASS
           PERFORM 40-PRINT-TERM-ROWS

           IF TW-ARCHIVED-COUNT > ZERO
               WRITE TRANSCRIPT-LINE FROM ARCHIVED-NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           IF TW-REPEAT-COUNT > ZERO
               WRITE TRANSCRIPT-LINE FROM REPEATED-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE SM-GPA TO CU-GPA
           MOVE SM-CREDITS-EARNED TO CU-CREDITS
           WRITE TRANSCRIPT-LINE FROM CUMULATIVE-LINE
               AFTER ADVANCING 2 LINES

           ADD 1 TO CNT-TRANSCRIPTS
       .

       36-LOAD-ARCHIVED-ROWS.
      *GATHER EVERY ARCHIVED ROW FILED UNDER THE MASTER'S KEY -
      *THE ARCHIVE KEY IS THE STUDENT KEY FOLLOWED BY THE TERM, SO
      *THEY ARE ALL TOGETHER STARTING AT THE LOWEST TERM
           MOVE SM-STUDENT-KEY TO HA-STUDENT-KEY
           MOVE SM-STUDENT-KEY TO CO-STUDENT-KEY
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
                       IF HA-STUDENT-KEY NOT = CO-STUDENT-KEY
                           MOVE 'Y' TO ARCHIVE-EOF-FLAG
                       ELSE
                           PERFORM 37-ADD-ARCHIVED-ROW
                       END-IF
               END-READ
           END-PERFORM
       .

       37-ADD-ARCHIVED-ROW.
      *A TERM STILL ON THE MASTER IS THE GRADE OF RECORD - THE
      *ARCHIVED COPY OF THAT TERM IS LEFT OFF THE PAGE
           MOVE 'N' TO ON-MASTER-FLAG
           IF PAGE-FROM-MASTER
               PERFORM VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > SM-TERM-COUNT
                   IF SM-HIST-TERM (SUB2) = HA-TERM
                       MOVE 'Y' TO ON-MASTER-FLAG
                   END-IF
               END-PERFORM
           END-IF
           IF NOT TERM-ON-MASTER
              AND TW-COUNT < WS-MAX-TRANSCRIPT-ROWS
               ADD 1 TO TW-COUNT
               MOVE HA-TERM TO TW-TERM (TW-COUNT)
               MOVE HA-AVERAGE TO TW-AVERAGE (TW-COUNT)
               MOVE HA-GRADE TO TW-GRADE (TW-COUNT)
               MOVE 'Y' TO TW-ARCHIVED (TW-COUNT)
               IF HA-REASON NOT = 'PURGE'
                   ADD 1 TO TW-ARCHIVED-COUNT
               END-IF
               MOVE HA-NAME TO CO-NAME
               MOVE HA-GPA TO CO-GPA
               MOVE HA-CREDITS-EARNED TO CO-CREDITS-EARNED
           END-IF
       .

       38-SORT-TERM-ROWS.
      *BUBBLE THE PAGE'S ROWS INTO TERM ORDER - ARCHIVED ROWS ARE
      *THE OLDEST TERMS BUT THE MASTER'S OWN ROWS ARE NOT KEPT IN
      *ANY ORDER, SO EVERY ROW GOES THROUGH THE COLLATING KEY
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > TW-COUNT
               MOVE TW-TERM (SUB) TO WS-TERM-IN
               PERFORM 39-BUILD-TERM-SORT-KEY
               MOVE WS-TERM-KEY-OUT TO TW-TERM-KEY (SUB)
           END-PERFORM

           MOVE 'Y' TO SWAP-FLAG
           PERFORM UNTIL NOT SWAPS-OCCURRED
               MOVE 'N' TO SWAP-FLAG
               PERFORM VARYING SRT-I FROM 1 BY 1
                       UNTIL SRT-I >= TW-COUNT
                   IF TW-TERM-KEY (SRT-I) > TW-TERM-KEY (SRT-I + 1)
                       MOVE TW-ENTRY (SRT-I) TO TW-HOLD-ENTRY
                       MOVE TW-ENTRY (SRT-I + 1)
                           TO TW-ENTRY (SRT-I)
                       MOVE TW-HOLD-ENTRY TO TW-ENTRY (SRT-I + 1)
                       MOVE 'Y' TO SWAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM
       .

       39-BUILD-TERM-SORT-KEY.
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

       40-PRINT-TERM-ROWS.
      *THE PAGE HEADING, STUDENT AND CLASS LINES, AND ONE LINE PER
      *TERM ROW IN TERM ORDER.  THE LATEST GRADED (NON-'W') ROW IS
      *THE ATTEMPT THAT COUNTS; ANY EARLIER GRADED ROW, ON THE
      *MASTER OR IN THE ARCHIVE, IS MARKED REPEATED.  ANY OTHER
      *ARCHIVED ROW IS MARKED ARCHIVED
           PERFORM 38-SORT-TERM-ROWS

           MOVE ZERO TO WS-COUNTING-ROW
           MOVE ZERO TO TW-REPEAT-COUNT
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > TW-COUNT
               IF TW-GRADE (SUB) NOT = 'W'
                   MOVE SUB TO WS-COUNTING-ROW
               END-IF
           END-PERFORM

           WRITE TRANSCRIPT-LINE FROM HEADING-ONE
               AFTER ADVANCING PAGE
           WRITE TRANSCRIPT-LINE FROM TRANSCRIPT-NAME-LINE
               AFTER ADVANCING 2 LINES
           WRITE TRANSCRIPT-LINE FROM TRANSCRIPT-CLASS-LINE
               AFTER ADVANCING 1 LINE

           WRITE TRANSCRIPT-LINE FROM TERM-HEADING-LINE
               AFTER ADVANCING 2 LINES
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > TW-COUNT
               MOVE TW-TERM (SUB) TO TD-TERM
               MOVE TW-AVERAGE (SUB) TO TD-AVERAGE
               MOVE TW-GRADE (SUB) TO TD-GRADE
               IF TW-ARCHIVED (SUB) = 'Y'
                   ADD 1 TO CNT-ARCHIVED-ROWS
               END-IF
               EVALUATE TRUE
                   WHEN SUB < WS-COUNTING-ROW
                    AND TW-GRADE (SUB) NOT = 'W'
                       MOVE 'REPEATED' TO TD-NOTE
                       ADD 1 TO TW-REPEAT-COUNT
                       ADD 1 TO CNT-REPEATED-ROWS
                   WHEN TW-ARCHIVED (SUB) = 'Y'
                       MOVE 'ARCHIVED' TO TD-NOTE
                   WHEN OTHER
                       MOVE SPACES TO TD-NOTE
               END-EVALUATE
               WRITE TRANSCRIPT-LINE FROM TERM-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CNT-TERM-ROWS
           END-PERFORM
       .

       41-PRINT-CLOSED-OUT-PAGE.
      *A KEY THE YEAR-END CLOSEOUT MOVED OFF THE MASTER - EVERY
      *ROW COMES FROM THE ARCHIVE, AND THE GPA AND CREDITS ARE THE
      *ONES THE MASTER CARRIED WHEN IT WAS CLOSED OUT
           MOVE CO-NAME TO TR-NAME
           MOVE CO-STUDENT-ID TO TR-ID
           MOVE CO-DEPT-CODE TO TR-DEPT
           MOVE CO-CLASS-CODE TO TR-CLASS
           PERFORM 40-PRINT-TERM-ROWS

           WRITE TRANSCRIPT-LINE FROM CLOSED-OUT-NOTE-LINE
               AFTER ADVANCING 2 LINES
           IF TW-REPEAT-COUNT > ZERO
               WRITE TRANSCRIPT-LINE FROM REPEATED-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE CO-GPA TO CU-GPA
           MOVE CO-CREDITS-EARNED TO CU-CREDITS
           WRITE TRANSCRIPT-LINE FROM CUMULATIVE-LINE
               AFTER ADVANCING 2 LINES

           ADD 1 TO CNT-TRANSCRIPTS
           ADD 1 TO CNT-CLOSED-OUT-PAGES
       .

       45-FINAL-ROUTINE.
           IF NOT MASTER-FILE-MISSING
               CLOSE STUDENT-MASTER-FILE
                     TRANSCRIPT-FILE
               IF NOT ARCHIVE-FILE-MISSING
                   CLOSE HISTORY-ARCHIVE-FILE
               END-IF
           END-IF

           DISPLAY 'MASTER RECORDS READ: ' CNT-MASTERS-READ
           DISPLAY 'TRANSCRIPT PAGES PRINTED: ' CNT-TRANSCRIPTS
           DISPLAY 'CLOSED-OUT KEY PAGES PRINTED: '
               CNT-CLOSED-OUT-PAGES
           DISPLAY 'TERM HISTORY ROWS PRINTED: ' CNT-TERM-ROWS
           DISPLAY 'ARCHIVED ROWS PRINTED: ' CNT-ARCHIVED-ROWS
           DISPLAY 'REPEATED ATTEMPTS PRINTED: ' CNT-REPEATED-ROWS

           STOP RUN
       .
