       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Lab6YearEndClose.
       AUTHOR.         TEAM OGLETREE.
      ******************************************************************
      *
      *             LAB 6 - YEAR-END MASTER CLOSEOUT
      *
      *  THE INDEXED STUDENT MASTER ONLY EVER GROWS - EVERY CLASS A
      *  STUDENT EVER TOOK KEEPS ITS RECORD FOREVER.  AT YEAR END
      *  THIS RUN MOVES EVERY MASTER WITH NO TERM POSTED IN THE
      *  LAST SET NUMBER OF TERMS OUT OF STUDENTMASTER.DAT AND INTO
      *  THE PERMANENT HISTORY ARCHIVE, ONE ARCHIVE ROW PER TERM,
      *  AND PRINTS A PURGE REGISTER OF WHAT MOVED.  Lab6Transcript
      *  READS THE ARCHIVE, SO A CLOSED-OUT STUDENT'S TRANSCRIPT
      *  STILL SHOWS EVERY TERM EVER POSTED
      ******
      *  INPUT
      *     STUDENTMASTER.DAT - INDEXED MASTER KEYED BY
      *     DEPARTMENT / CLASS / PERMANENT STUDENT ID
      ******
      *  OUTPUT
      *     STUDENTMASTER.DAT - INACTIVE MASTERS DELETED
      *     STUDENTHISTARCH.DAT - INDEXED HISTORY ARCHIVE KEYED BY
      *     DEPARTMENT / CLASS / STUDENT ID / TERM, ONE ROW PER TERM
      *     OF EVERY CLOSED-OUT MASTER (REASON 'PURGE'), CARRYING
      *     THE GPA AND CREDITS THE MASTER HELD WHEN IT WAS CLOSED
      *     L6PURGEREGISTER.TXT - ONE LINE PER CLOSED-OUT MASTER
      ******
      *  CALCULATIONS
      *     THE TERMS "ON FILE" ARE EVERY DISTINCT TERM FOUND IN ANY
      *     MASTER'S HISTORY, PUT IN CALENDAR ORDER (A SEASON SUFFIX
      *     MAPS WI=01, SP=03, SU=06, FA=09).  THE CUTOFF IS THE
      *     OLDEST OF THE LATEST N OF THEM; A MASTER WHOSE LATEST
      *     TERM IS BEFORE THE CUTOFF IS CLOSED OUT.  N IS TAKEN
      *     FROM THE ENVIRONMENT VARIABLE CLOSEOUT-INACTIVE-TERMS
      *     AND DEFAULTS TO 6.  FEWER THAN N+1 TERMS ON FILE MEANS
      *     NOTHING CAN BE INACTIVE YET AND NOTHING MOVES
      ******
      *  EVERY ROW OF A MASTER IS WRITTEN TO THE ARCHIVE BEFORE THE
      *  MASTER IS DELETED, SO A RUN THAT DIES PARTWAY LOSES NOTHING
      *  AND IS SIMPLY RUN AGAIN.  A MASTER WITH ANY ROW THE ARCHIVE
      *  DID NOT TAKE IS LEFT ON FILE, REPORTED AS NOT CLOSED, AND
      *  ENDS THE RUN WITH RETURN CODE 8
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

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
           SELECT PURGE-REGISTER-FILE
               ASSIGN TO PRINTER 'L6PURGEREGISTER.TXT'.
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
       FD  PURGE-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PURGE-REGISTER-LINE              PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  CUTOFF-FLAG                  PIC X      VALUE 'N'.
               88 CUTOFF-FOUND                         VALUE 'Y'.
           05  TERM-FOUND-FLAG              PIC X      VALUE 'N'.
               88 TERM-ROW-FOUND                       VALUE 'Y'.
           05  ARCHIVE-FAIL-FLAG            PIC X      VALUE 'N'.
               88 ARCHIVE-ROW-FAILED                   VALUE 'Y'.
      *
       01  WS-MASTER-STATUS                PIC XX      VALUE '00'.
           88 MASTER-FILE-MISSING                      VALUE '35'.
      *
       01  WS-ARCHIVE-STATUS               PIC XX      VALUE '00'.
           88 ARCHIVE-FILE-MISSING                     VALUE '35'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 99      VALUE ZERO.
           05  TRM-SUB                     PIC 999     VALUE ZERO.
      *
       01  CONSTANT-FIELDS.
           05  CF-INACTIVE-TERMS           PIC 99      VALUE 6.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  WS-INACTIVE-TERMS-RAW           PIC X(2)    VALUE SPACES.
       01  WS-INACTIVE-TERMS               PIC 99      VALUE ZERO.
      *
      ***************TERMS ON FILE TABLE*******************************
      *  EVERY DISTINCT TERM FOUND ON THE MASTER, UNDER ITS
      *  CHRONOLOGICALLY COLLATING KEY, SORTED OLDEST FIRST
      *
       01  WS-MAX-TERMS-ON-FILE             PIC 999   VALUE 200.
       01  TERMS-ON-FILE-TABLE.
           05  WS-TERMS-ON-FILE             PIC 999   VALUE ZERO.
           05  TOF-ENTRY OCCURS 200 TIMES.
               10  TOF-TERM-KEY             PIC X(6).
               10  TOF-TERM                 PIC X(6).
           05  TOF-HOLD-ENTRY.
               10  TOF-HOLD-KEY             PIC X(6).
               10  TOF-HOLD-TERM            PIC X(6).
           05  SRT-I                       PIC 999     VALUE ZERO.
           05  SWAP-FLAG                   PIC X       VALUE 'Y'.
               88 SWAPS-OCCURRED                       VALUE 'Y'.
      *
       01  TERM-KEY-WORK-FIELDS.
           05  WS-TERM-IN                  PIC X(6)    VALUE SPACES.
           05  WS-TERM-KEY-OUT             PIC X(6)    VALUE SPACES.
           05  WS-CUTOFF-KEY               PIC X(6)    VALUE SPACES.
           05  WS-CUTOFF-TERM              PIC X(6)    VALUE SPACES.
           05  WS-LATEST-KEY               PIC X(6)    VALUE SPACES.
           05  WS-LATEST-TERM              PIC X(6)    VALUE SPACES.
      *
      ***************CLOSEOUT RECONCILIATION COUNTS********************
       01  CLOSEOUT-COUNTS.
           05  CNT-MASTERS-READ             PIC 9(7)  VALUE ZERO.
           05  CNT-MASTERS-CLOSED           PIC 9(7)  VALUE ZERO.
           05  CNT-MASTERS-KEPT             PIC 9(7)  VALUE ZERO.
           05  CNT-ROWS-ARCHIVED            PIC 9(7)  VALUE ZERO.
           05  CNT-DELETE-FAILURES          PIC 9(7)  VALUE ZERO.
           05  CNT-ARCHIVE-FAILURES         PIC 9(7)  VALUE ZERO.
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
                                           'YEAR-END PURGE REGISTER'.
           05                              PIC X(13) VALUE '420'.
      *
       01  CUTOFF-LINE.
           05                              PIC X(23) VALUE
                                           'NO POSTING IN THE LAST'.
           05  CL-TERMS                    PIC Z9.
           05                              PIC X(24) VALUE
                                           ' TERMS - OLDEST ACTIVE:'.
           05  CL-CUTOFF-TERM              PIC X(6).
           05                              PIC X(25) VALUE SPACES.
      *
       01  REGISTER-HEADING-FOUR.
           05                              PIC X(7)  VALUE 'DEPT'.
           05                              PIC X(7)  VALUE 'CLASS'.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(9)  VALUE 'LAST TERM'.
           05                              PIC X(5)  VALUE 'TERMS'.
           05                              PIC X(6)  VALUE 'GPA'.
           05                              PIC X(6)  VALUE 'HOURS'.
           05                              PIC X(9)  VALUE SPACES.
      *
       01  REGISTER-DETAIL-LINE.
           05  RGL-DEPT                    PIC X(4).
           05                              PIC X(3)  VALUE SPACES.
           05  RGL-CLASS                   PIC X(5).
           05                              PIC X(2)  VALUE SPACES.
           05  RGL-ID                      PIC 9(7).
           05                              PIC X(2)  VALUE SPACES.
           05  RGL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  RGL-LAST-TERM               PIC X(6).
           05                              PIC X(3)  VALUE SPACES.
           05  RGL-TERMS                   PIC Z9.
           05                              PIC X(3)  VALUE SPACES.
           05  RGL-GPA                     PIC 9.99.
           05                              PIC X(3)  VALUE SPACES.
           05  RGL-CREDITS                 PIC ZZ9.
           05                              PIC X(11) VALUE SPACES.
      *
       01  REGISTER-TOTAL-LINE.
           05                              PIC X(24) VALUE
                                           'MASTERS CLOSED OUT:'.
           05  RTL-CLOSED                  PIC ZZZZZZ9.
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(24) VALUE
                                           'HISTORY ROWS ARCHIVED:'.
           05  RTL-ROWS                    PIC ZZZZZZ9.
           05                              PIC X(14) VALUE SPACES.
      *
       01  NO-STUDENTS-LINE                PIC X(80) VALUE
               '   (NONE)'.
      *
       01  TOO-FEW-TERMS-LINE              PIC X(80) VALUE
               'TOO FEW TERMS ON FILE - NO MASTER CAN BE INACTIVE YET'.
      *
       PROCEDURE DIVISION.
      *
       10-CLOSE-OUT-MASTER-FILE.
           PERFORM 20-HSKPING-ROUTINE
           IF NOT MASTER-FILE-MISSING
               PERFORM 25-COLLECT-TERMS-ON-FILE
               PERFORM 30-FIND-CUTOFF-TERM
               IF CUTOFF-FOUND
                   PERFORM 35-CLOSE-OUT-INACTIVE-MASTERS
               ELSE
                   WRITE PURGE-REGISTER-LINE FROM TOO-FEW-TERMS-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF
           PERFORM 45-FINAL-ROUTINE
       .

       20-HSKPING-ROUTINE.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO H1-MONTH
           MOVE WS-DAY TO H1-DAY
           MOVE WS-YEAR TO H1-YEAR

      *    THE INACTIVE-TERM COUNT MAY COME IN AS ONE OR TWO DIGITS -
      *    ANYTHING ELSE, OR ZERO, TAKES THE DEFAULT
           ACCEPT WS-INACTIVE-TERMS-RAW
               FROM ENVIRONMENT 'CLOSEOUT-INACTIVE-TERMS'
           EVALUATE TRUE
               WHEN WS-INACTIVE-TERMS-RAW IS NUMERIC
                   MOVE WS-INACTIVE-TERMS-RAW TO WS-INACTIVE-TERMS
               WHEN WS-INACTIVE-TERMS-RAW (1:1) IS NUMERIC
                AND WS-INACTIVE-TERMS-RAW (2:1) = SPACE
                   MOVE WS-INACTIVE-TERMS-RAW (1:1)
                       TO WS-INACTIVE-TERMS
               WHEN OTHER
                   MOVE ZERO TO WS-INACTIVE-TERMS
           END-EVALUATE
           IF WS-INACTIVE-TERMS = ZERO
               MOVE CF-INACTIVE-TERMS TO WS-INACTIVE-TERMS
           END-IF

           OPEN I-O STUDENT-MASTER-FILE
           IF MASTER-FILE-MISSING
               DISPLAY 'NO STUDENT MASTER FILE ON HAND - '
                   'NOTHING TO CLOSE OUT'
           ELSE
               DISPLAY 'CLOSING OUT MASTERS WITH NO POSTING IN THE '
                   'LAST ' WS-INACTIVE-TERMS ' TERMS'
               OPEN I-O HISTORY-ARCHIVE-FILE
               IF ARCHIVE-FILE-MISSING
                   OPEN OUTPUT HISTORY-ARCHIVE-FILE
                   CLOSE HISTORY-ARCHIVE-FILE
                   OPEN I-O HISTORY-ARCHIVE-FILE
               END-IF
               OPEN OUTPUT PURGE-REGISTER-FILE
               WRITE PURGE-REGISTER-LINE FROM HEADING-ONE
                   AFTER ADVANCING PAGE
           END-IF
       .

       25-COLLECT-TERMS-ON-FILE.
      *FIRST PASS - GATHER EVERY DISTINCT TERM POSTED TO ANY MASTER
           MOVE LOW-VALUES TO SM-STUDENT-KEY
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN SM-STUDENT-KEY
               INVALID KEY
                   MOVE 'N' TO EOF-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START
           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CNT-MASTERS-READ
                       PERFORM VARYING SUB FROM 1 BY 1
                               UNTIL SUB > SM-TERM-COUNT
                           PERFORM 26-ADD-TERM-ON-FILE
                       END-PERFORM
               END-READ
           END-PERFORM
           MOVE 'Y' TO EOF-FLAG
       .

       26-ADD-TERM-ON-FILE.
           MOVE 'N' TO TERM-FOUND-FLAG
           PERFORM VARYING TRM-SUB FROM 1 BY 1
                   UNTIL TRM-SUB > WS-TERMS-ON-FILE
               IF TOF-TERM (TRM-SUB) = SM-HIST-TERM (SUB)
                   MOVE 'Y' TO TERM-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT TERM-ROW-FOUND
               IF WS-TERMS-ON-FILE < WS-MAX-TERMS-ON-FILE
                   ADD 1 TO WS-TERMS-ON-FILE
                   MOVE SM-HIST-TERM (SUB)
                       TO TOF-TERM (WS-TERMS-ON-FILE)
                   MOVE SM-HIST-TERM (SUB) TO WS-TERM-IN
                   PERFORM 33-BUILD-TERM-SORT-KEY
                   MOVE WS-TERM-KEY-OUT
                       TO TOF-TERM-KEY (WS-TERMS-ON-FILE)
               ELSE
                   DISPLAY 'TERM TABLE FULL - TERM '
                       SM-HIST-TERM (SUB) ' NOT COUNTED'
               END-IF
           END-IF
       .

       30-FIND-CUTOFF-TERM.
      *BUBBLE THE TERMS ON FILE INTO CALENDAR ORDER AND TAKE THE
      *OLDEST OF THE LATEST N AS THE CUTOFF - ONLY WHEN THERE IS AT
      *LEAST ONE OLDER TERM CAN ANY MASTER BE INACTIVE
           MOVE 'Y' TO SWAP-FLAG
           PERFORM UNTIL NOT SWAPS-OCCURRED
               MOVE 'N' TO SWAP-FLAG
               PERFORM VARYING SRT-I FROM 1 BY 1
                       UNTIL SRT-I >= WS-TERMS-ON-FILE
                   IF TOF-TERM-KEY (SRT-I) > TOF-TERM-KEY (SRT-I + 1)
                       MOVE TOF-ENTRY (SRT-I) TO TOF-HOLD-ENTRY
                       MOVE TOF-ENTRY (SRT-I + 1)
                           TO TOF-ENTRY (SRT-I)
                       MOVE TOF-HOLD-ENTRY TO TOF-ENTRY (SRT-I + 1)
                       MOVE 'Y' TO SWAP-FLAG
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-TERMS-ON-FILE > WS-INACTIVE-TERMS
               COMPUTE TRM-SUB =
                   WS-TERMS-ON-FILE - WS-INACTIVE-TERMS + 1
               MOVE TOF-TERM-KEY (TRM-SUB) TO WS-CUTOFF-KEY
               MOVE TOF-TERM (TRM-SUB) TO WS-CUTOFF-TERM
               SET CUTOFF-FOUND TO TRUE
               DISPLAY 'TERMS ON FILE: ' WS-TERMS-ON-FILE
                   ' - OLDEST ACTIVE TERM ' WS-CUTOFF-TERM
           ELSE
               DISPLAY 'ONLY ' WS-TERMS-ON-FILE ' TERMS ON FILE - '
                   'NO MASTER CAN BE INACTIVE YET'
           END-IF
       .

       33-BUILD-TERM-SORT-KEY.
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

       35-CLOSE-OUT-INACTIVE-MASTERS.
      *SECOND PASS - A MASTER WHOSE LATEST TERM FALLS BEFORE THE
      *CUTOFF IS ARCHIVED ROW BY ROW, DELETED, AND REGISTERED
           MOVE WS-INACTIVE-TERMS TO CL-TERMS
           MOVE WS-CUTOFF-TERM TO CL-CUTOFF-TERM
           WRITE PURGE-REGISTER-LINE FROM CUTOFF-LINE
               AFTER ADVANCING 2 LINES
           WRITE PURGE-REGISTER-LINE FROM REGISTER-HEADING-FOUR
               AFTER ADVANCING 2 LINES

           MOVE LOW-VALUES TO SM-STUDENT-KEY
           START STUDENT-MASTER-FILE
               KEY IS NOT LESS THAN SM-STUDENT-KEY
               INVALID KEY
                   MOVE 'N' TO EOF-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO EOF-FLAG
           END-START
           PERFORM UNTIL NO-MORE-DATA
               READ STUDENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       PERFORM 36-FIND-LATEST-TERM
                       IF WS-LATEST-KEY < WS-CUTOFF-KEY
                           PERFORM 37-CLOSE-OUT-MASTER
                       ELSE
                           ADD 1 TO CNT-MASTERS-KEPT
                       END-IF
               END-READ
           END-PERFORM

           IF CNT-MASTERS-CLOSED = ZERO
               WRITE PURGE-REGISTER-LINE FROM NO-STUDENTS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE CNT-MASTERS-CLOSED TO RTL-CLOSED
           MOVE CNT-ROWS-ARCHIVED TO RTL-ROWS
           WRITE PURGE-REGISTER-LINE FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES
       .

       36-FIND-LATEST-TERM.
      *A MASTER WITH NO ROWS AT ALL HAS NOTHING ACTIVE AND COLLATES
      *BELOW EVERY CUTOFF
           MOVE LOW-VALUES TO WS-LATEST-KEY
           MOVE SPACES TO WS-LATEST-TERM
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               MOVE SM-HIST-TERM (SUB) TO WS-TERM-IN
               PERFORM 33-BUILD-TERM-SORT-KEY
               IF WS-TERM-KEY-OUT > WS-LATEST-KEY
                   MOVE WS-TERM-KEY-OUT TO WS-LATEST-KEY
                   MOVE SM-HIST-TERM (SUB) TO WS-LATEST-TERM
               END-IF
           END-PERFORM
       .

       37-CLOSE-OUT-MASTER.
      *EVERY ROW GOES TO THE ARCHIVE FIRST - A ROW ALREADY THERE
      *FROM A RUN THAT DIED PARTWAY IS REWRITTEN WITH THE SAME DATA.
      *THE MASTER IS ONLY DELETED WHEN EVERY ROW REACHED THE ARCHIVE
           MOVE 'N' TO ARCHIVE-FAIL-FLAG
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               MOVE SPACES TO HISTORY-ARCHIVE-RECORD
               MOVE SM-STUDENT-KEY TO HA-STUDENT-KEY
               MOVE SM-HIST-TERM (SUB) TO HA-TERM
               MOVE SM-NAME TO HA-NAME
               MOVE SM-HIST-AVERAGE (SUB) TO HA-AVERAGE
               MOVE SM-HIST-GRADE (SUB) TO HA-GRADE
               MOVE 'PURGE' TO HA-REASON
               MOVE WS-CURRENT-DATE TO HA-ARCHIVE-DATE
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
           END-PERFORM

           IF ARCHIVE-ROW-FAILED
               ADD 1 TO CNT-ARCHIVE-FAILURES
               DISPLAY 'MASTER NOT CLOSED - HISTORY NOT ARCHIVED FOR '
                   SM-STUDENT-KEY
           ELSE
               DELETE STUDENT-MASTER-FILE RECORD
                   INVALID KEY
                       ADD 1 TO CNT-DELETE-FAILURES
                       DISPLAY 'DELETE FAILED FOR ' SM-STUDENT-KEY
                           ' - STATUS ' WS-MASTER-STATUS
                   NOT INVALID KEY
                       ADD 1 TO CNT-MASTERS-CLOSED
                       PERFORM 38-WRITE-REGISTER-LINE
               END-DELETE
           END-IF
       .

       38-WRITE-REGISTER-LINE.
           MOVE SM-DEPT-CODE TO RGL-DEPT
           MOVE SM-CLASS-CODE TO RGL-CLASS
           MOVE SM-STUDENT-ID TO RGL-ID
           MOVE SM-NAME TO RGL-NAME
           MOVE WS-LATEST-TERM TO RGL-LAST-TERM
           MOVE SM-TERM-COUNT TO RGL-TERMS
           MOVE SM-GPA TO RGL-GPA
           MOVE SM-CREDITS-EARNED TO RGL-CREDITS
           WRITE PURGE-REGISTER-LINE FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE
       .

       45-FINAL-ROUTINE.
           IF NOT MASTER-FILE-MISSING
               CLOSE STUDENT-MASTER-FILE
                     HISTORY-ARCHIVE-FILE
                     PURGE-REGISTER-FILE
           END-IF

           DISPLAY 'MASTER RECORDS READ: ' CNT-MASTERS-READ
           DISPLAY 'MASTERS CLOSED OUT: ' CNT-MASTERS-CLOSED
           DISPLAY 'MASTERS KEPT ACTIVE: ' CNT-MASTERS-KEPT
           DISPLAY 'HISTORY ROWS ARCHIVED: ' CNT-ROWS-ARCHIVED
           IF CNT-DELETE-FAILURES > ZERO
               DISPLAY 'MASTER DELETES FAILED: ' CNT-DELETE-FAILURES
               MOVE 8 TO RETURN-CODE
           END-IF
           IF CNT-ARCHIVE-FAILURES > ZERO
               DISPLAY 'MASTERS NOT CLOSED - ARCHIVE FAILED: '
                   CNT-ARCHIVE-FAILURES
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN
       .
