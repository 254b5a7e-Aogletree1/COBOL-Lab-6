       IDENTIFICATION DIVISION.
       PROGRAM-ID.     Lab6SuspenseRelease.
       AUTHOR.         TEAM OGLETREE.
      ******************************************************************
      *
      *             LAB 6 - SUSPENDED CLASS RELEASE FACILITY
      *
      *  LET THE RECORDS CLERK WORK THROUGH THE CLASSES THE
      *  Lab6SortMerge SCORE-PATTERN SCREEN HELD IN SUSPENSE, ONE
      *  CLASS AT A TIME, AND DECIDE EACH ONE AT THE CONSOLE:
      *    RELEASE - THE SCORES ARE RIGHT (A GENUINELY EASY TEST, A
      *              STRONG SECTION).  THE RECORDS GO TO THE RECYCLE
      *              FILE AND THE CLASS TO THE RELEASE LIST, SO THE
      *              NEXT REPORT RUN GRADES AND EXTRACTS THEM WITHOUT
      *              HOLDING THE CLASS AGAIN
      *    BACK    - THE SCORES ARE WRONG.  A RETURN NOTICE PRINTS
      *              FOR THE SENDING CAMPUS, WHICH CORRECTS AND
      *              RESUBMITS THE CLASS ON ITS FEEDER FILE
      *    HOLD    - NOT DECIDED YET; THE CLASS STAYS IN SUSPENSE
      *  A RELEASED OR RETURNED CLASS LEAVES THE SUSPENSE FILE, SO IT
      *  CANNOT BE RELEASED TWICE
      ******
      *  INPUT
      *     SUSPENSESTUDENT.TXT - HELD CLASSES FROM THE REPORT RUN
      *     (DEPT / CLASS / STUDENT ID / NAME / 4 TEST SCORES /
      *     CAMPUS CODE / HOLD REASON), EACH CLASS'S RECORDS
      *     TOGETHER - CLASSES CARRIED FORWARD FROM AN EARLIER RUN
      *     FIRST, THEN THE CLASSES THE LATEST RUN HELD
      *     OPERATOR REPLIES ACCEPTED FROM THE CONSOLE
      ******
      *  OUTPUT
      *     RECYCLESTUDENT.TXT - RELEASED RECORDS IN THE STANDARD
      *     48-BYTE STUDENT LAYOUT FOLLOWED BY THE CAMPUS CODE,
      *     APPENDED BEHIND ANY CORRECTIONS FROM Lab6RejectFix
      *     SUSPENSERELEASE.TXT - ONE RECORD PER RELEASED CLASS
      *     (DEPT / CLASS / RELEASE DATE / OPERATOR), APPENDED
      *     L6SUSPENSERETURN.TXT - ONE RETURN NOTICE PAGE PER CLASS
      *     SENT BACK, LISTING EVERY RECORD AND ITS CAMPUS
      *     SUSPENSEAUDIT.TXT - ONE AUDIT LINE PER DECISION SHOWING
      *     THE CLASS, THE ACTION, THE RECORD COUNT, THE HOLD REASON,
      *     THE OPERATOR, AND THE DATE
      *     SUSPENSESTUDENT.TXT - REWRITTEN WITH ONLY THE CLASSES
      *     STILL ON HOLD
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.

           SELECT SUSPENSE-STU-FILE
               ASSIGN TO 'SUSPENSESTUDENT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
      *
           SELECT SUSPENSE-KEEP-FILE
               ASSIGN TO 'SUSPENSEKEEP.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL RECYCLE-STU-FILE
               ASSIGN TO 'RECYCLESTUDENT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT OPTIONAL SUSPENSE-RELEASE-FILE
               ASSIGN TO 'SUSPENSERELEASE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
           SELECT RETURN-NOTICE-FILE
               ASSIGN TO PRINTER 'L6SUSPENSERETURN.TXT'.
      *
           SELECT OPTIONAL AUDIT-LOG-FILE
               ASSIGN TO 'SUSPENSEAUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
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
       FD  SUSPENSE-KEEP-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  SUSPENSE-KEEP-RECORD             PIC X(82).
      *
       FD  RECYCLE-STU-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  RECYCLE-RECORD                   PIC X(52).
      *
       FD  SUSPENSE-RELEASE-FILE
           RECORD CONTAINS 24 CHARACTERS.
       01  SUSPENSE-RELEASE-RECORD.
           05  SRL-DEPT-CODE                PIC A(4).
           05  SRL-CLASS-CODE               PIC X(5).
           05  SRL-RELEASE-DATE             PIC X(6).
           05  SRL-OPERATOR                 PIC X(8).
           05  FILLER                       PIC X.
      *
       FD  RETURN-NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURN-NOTICE-LINE               PIC X(80).
      *
       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-RECORD                     PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
               88 MORE-RECORDS                         VALUE 'Y'.
           05  QUIT-FLAG                    PIC X      VALUE 'N'.
               88 OPERATOR-QUIT                        VALUE 'Y'.
           05  DECISION-FLAG                PIC X      VALUE 'N'.
               88 DECISION-MADE                        VALUE 'Y'.
           05  CLASS-OVERFLOW-FLAG          PIC X      VALUE 'N'.
               88 CLASS-OVERFLOW                       VALUE 'Y'.
      *
       01  WS-SUSPENSE-STATUS              PIC XX      VALUE '00'.
           88 SUSPENSE-FILE-MISSING                    VALUE '35'.
      *
       01 SUBSCRIPTS.
           05  SUB                         PIC 9       VALUE ZERO.
           05  BUF-SUB                     PIC 999     VALUE ZERO.
      *
       01  CONSTANT-FIELDS.
           05  CF-NUM-TESTS                PIC 99    VALUE 4.
      *
       01  WS-CURRENT-DATE.
           05  WS-YEAR                     PIC 99.
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
      *
       01  OPERATOR-REPLY-FIELDS.
           05  WS-OPERATOR-ID              PIC X(8)    VALUE SPACES.
           05  WS-ACTION-CODE              PIC X       VALUE SPACE.
      *
      ***************HELD CLASS BUFFER*********************************
      *  EVERY SUSPENSE RECORD OF THE CLASS UNDER REVIEW, SO THE
      *  CLERK SEES THE WHOLE CLASS BEFORE DECIDING AND THE DECISION
      *  APPLIES TO ALL OF IT.  A CLASS TOO LARGE FOR THE BUFFER
      *  STAYS ON HOLD WHOLE - ITS EXTRA RECORDS GO STRAIGHT BACK
      *  TO SUSPENSE AS THEY ARE READ
      *
       01  WS-MAX-CLASS-RECORDS             PIC 999   VALUE 500.
       01  HELD-CLASS-BUFFER.
           05  WS-HCB-COUNT                 PIC 999   VALUE ZERO.
           05  WS-HCB-DEPT                  PIC A(4)  VALUE SPACES.
           05  WS-HCB-CLASS                 PIC X(5)  VALUE SPACES.
           05  WS-HCB-REASON                PIC X(30) VALUE SPACES.
           05  HCB-RECORD OCCURS 500 TIMES   PIC X(82).
       01  WS-HCB-WORK.
           05  HCW-DEPT-CODE                PIC A(4).
           05  HCW-CLASS-CODE               PIC X(5).
           05  HCW-STUDENT-ID               PIC X(7).
           05  HCW-NAME                     PIC X(20).
           05  HCW-TEST OCCURS 4 TIMES       PIC X(3).
           05  HCW-CAMPUS-CODE              PIC X(4).
           05  HCW-REASON                   PIC X(30).
      *
      *  ONE AUDIT LINE PER CLASS DECIDED
       01  AUDIT-LINE.
           05  AUD-DATE                     PIC X(6).
           05                               PIC X     VALUE SPACE.
           05  AUD-OPERATOR                 PIC X(8).
           05                               PIC X     VALUE SPACE.
           05  AUD-DEPT-CODE                PIC X(4).
           05                               PIC X     VALUE '/'.
           05  AUD-CLASS-CODE               PIC X(5).
           05                               PIC X     VALUE SPACE.
           05  AUD-ACTION                   PIC X(8).
           05                               PIC X     VALUE SPACE.
           05  AUD-RECORDS                  PIC 9(5).
           05                               PIC X     VALUE SPACE.
           05  AUD-REASON                   PIC X(30).
           05                               PIC X(8)  VALUE SPACES.
      *
      ***************RETURN NOTICE LINES*******************************
       01  NOTICE-HEADING-ONE.
           05                              PIC X(6) VALUE 'DATE:'.
           05  NH1-DATE.
               10  NH1-MONTH               PIC Z9.
               10                          PIC X    VALUE '/'.
               10  NH1-DAY                 PIC 99.
               10                          PIC X    VALUE '/'.
               10  NH1-YEAR                PIC 99.
           05                              PIC X(20) VALUE SPACES.
           05                              PIC X(36) VALUE
               'SUSPENDED CLASS RETURN NOTICE'.
           05                              PIC X(13) VALUE '420'.
      *
       01  NOTICE-CLASS-LINE.
           05                              PIC X(6)  VALUE 'CLASS'.
           05  NCL-DEPT                    PIC X(4).
           05                              PIC X     VALUE '/'.
           05  NCL-CLASS                   PIC X(5).
           05                              PIC X(4)  VALUE SPACES.
           05                              PIC X(8)  VALUE 'REASON:'.
           05  NCL-REASON                  PIC X(30).
           05                              PIC X(22) VALUE SPACES.
      *
       01  NOTICE-TEXT-LINE-1              PIC X(80) VALUE
               'THE SCORES BELOW WERE HELD FROM POSTING AND ARE RETURNED
      -        ' TO THE SENDING'.
       01  NOTICE-TEXT-LINE-2              PIC X(80) VALUE
               'CAMPUS - CORRECT THEM AND RESUBMIT THE CLASS ON THE NEXT
      -        ' FEEDER FILE'.
      *
       01  NOTICE-REVIEWER-LINE.
           05                              PIC X(13) VALUE
                                           'REVIEWED BY '.
           05  NRL-OPERATOR                PIC X(8).
           05                              PIC X(59) VALUE SPACES.
      *
       01  NOTICE-HEADING-FOUR.
           05                              PIC X(9)  VALUE 'ID'.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(6)  VALUE 'SCORE'.
           05                              PIC X(6)  VALUE 'SCORE'.
           05                              PIC X(6)  VALUE 'SCORE'.
           05                              PIC X(6)  VALUE 'SCORE'.
           05                              PIC X(25) VALUE 'CAMPUS'.
      *
       01  NOTICE-DETAIL-LINE.
           05  NDL-ID                      PIC X(7).
           05                              PIC X(2)  VALUE SPACES.
           05  NDL-NAME                    PIC X(20).
           05                              PIC X(2)  VALUE SPACES.
           05  NDL-TEST OCCURS 4 TIMES     PIC XXXBBB.
           05  NDL-CAMPUS                  PIC X(4).
           05                              PIC X(21) VALUE SPACES.
      *
      ***************SESSION RECONCILIATION COUNTS*********************
       01  SESSION-COUNTS.
           05  CNT-RECORDS-READ             PIC 9(7)  VALUE ZERO.
           05  CNT-CLASSES-REVIEWED         PIC 9(7)  VALUE ZERO.
           05  CNT-CLASSES-RELEASED         PIC 9(7)  VALUE ZERO.
           05  CNT-CLASSES-RETURNED         PIC 9(7)  VALUE ZERO.
           05  CNT-CLASSES-HELD             PIC 9(7)  VALUE ZERO.
           05  CNT-RECORDS-RECYCLED         PIC 9(7)  VALUE ZERO.
           05  CNT-RECORDS-RETURNED         PIC 9(7)  VALUE ZERO.
           05  CNT-RECORDS-KEPT             PIC 9(7)  VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       10-REVIEW-SUSPENSE-FILE.
           PERFORM 20-HSKPING-ROUTINE
           IF NOT SUSPENSE-FILE-MISSING
               PERFORM 25-READ-SUSPENSE-FILE
           END-IF
           PERFORM 45-FINAL-ROUTINE
       .

       20-HSKPING-ROUTINE.
           ACCEPT WS-CURRENT-DATE FROM DATE
           MOVE WS-MONTH TO NH1-MONTH
           MOVE WS-DAY TO NH1-DAY
           MOVE WS-YEAR TO NH1-YEAR

           DISPLAY 'SUSPENDED CLASS RELEASE FACILITY'
           DISPLAY 'ENTER OPERATOR ID (UP TO 8 CHARACTERS):'
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               MOVE 'UNKNOWN' TO WS-OPERATOR-ID
           END-IF

           OPEN INPUT SUSPENSE-STU-FILE
           IF SUSPENSE-FILE-MISSING
               DISPLAY 'NO SUSPENSE FILE ON HAND - NOTHING TO REVIEW'
           ELSE
               OPEN OUTPUT SUSPENSE-KEEP-FILE
               OPEN EXTEND RECYCLE-STU-FILE
               OPEN EXTEND SUSPENSE-RELEASE-FILE
               OPEN OUTPUT RETURN-NOTICE-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF
       .

       25-READ-SUSPENSE-FILE.
      *THE SUSPENSE FILE KEEPS EACH CLASS TOGETHER - GATHER ONE CLASS,
      *PUT IT TO THE CLERK, AND CARRY ON WITH THE NEXT.  AFTER A
      *QUIT THE REMAINING CLASSES ARE KEPT WITHOUT BEING SHOWN
           MOVE 'Y' TO EOF-FLAG
           READ SUSPENSE-STU-FILE
               AT END
                   MOVE 'N' TO EOF-FLAG
               NOT AT END
                   ADD 1 TO CNT-RECORDS-READ
           END-READ
           PERFORM UNTIL NO-MORE-DATA
               PERFORM 30-LOAD-HELD-CLASS
               IF OPERATOR-QUIT OR CLASS-OVERFLOW
                   PERFORM 42-KEEP-HELD-CLASS
               ELSE
                   PERFORM 35-PRESENT-HELD-CLASS
               END-IF
           END-PERFORM
       .

       30-LOAD-HELD-CLASS.
      *BUFFER EVERY RECORD OF THE CLASS THE RECORD IN HAND OPENS,
      *LEAVING THE FIRST RECORD OF THE NEXT CLASS IN THE RECORD AREA
           MOVE ZERO TO WS-HCB-COUNT
           MOVE 'N' TO CLASS-OVERFLOW-FLAG
           MOVE SUS-DEPT-CODE TO WS-HCB-DEPT
           MOVE SUS-CLASS-CODE TO WS-HCB-CLASS
           MOVE SUS-REASON TO WS-HCB-REASON
           PERFORM UNTIL NO-MORE-DATA
                   OR SUS-DEPT-CODE NOT = WS-HCB-DEPT
                   OR SUS-CLASS-CODE NOT = WS-HCB-CLASS
               IF WS-HCB-COUNT < WS-MAX-CLASS-RECORDS
                   ADD 1 TO WS-HCB-COUNT
                   MOVE SUSPENSE-RECORD TO HCB-RECORD (WS-HCB-COUNT)
               ELSE
                   IF NOT CLASS-OVERFLOW
                       DISPLAY 'CLASS ' WS-HCB-DEPT '/' WS-HCB-CLASS
                           ' TOO LARGE FOR REVIEW - KEPT ON HOLD'
                   END-IF
                   SET CLASS-OVERFLOW TO TRUE
                   WRITE SUSPENSE-KEEP-RECORD FROM SUSPENSE-RECORD
                   ADD 1 TO CNT-RECORDS-KEPT
               END-IF
               READ SUSPENSE-STU-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CNT-RECORDS-READ
               END-READ
           END-PERFORM
       .

       35-PRESENT-HELD-CLASS.
      *SHOW THE CLASS, WHY IT WAS HELD, AND EVERY RECORD, THEN TAKE
      *THE CLERK'S DECISION FOR THE WHOLE CLASS
           ADD 1 TO CNT-CLASSES-REVIEWED
           DISPLAY ' '
           DISPLAY 'CLASS:   ' WS-HCB-DEPT '/' WS-HCB-CLASS
               '   RECORDS: ' WS-HCB-COUNT
           DISPLAY 'REASON:  ' WS-HCB-REASON
           PERFORM VARYING BUF-SUB FROM 1 BY 1
                   UNTIL BUF-SUB > WS-HCB-COUNT
               MOVE HCB-RECORD (BUF-SUB) TO WS-HCB-WORK
               DISPLAY '  ' HCW-STUDENT-ID ' ' HCW-NAME ' '
                   HCW-TEST (1) ' ' HCW-TEST (2) ' '
                   HCW-TEST (3) ' ' HCW-TEST (4) ' '
                   HCW-CAMPUS-CODE
           END-PERFORM

           MOVE 'N' TO DECISION-FLAG
           PERFORM UNTIL DECISION-MADE
               DISPLAY 'ACTION? R=RELEASE TO NEXT POSTING '
                   'B=SEND BACK TO CAMPUS H=HOLD Q=QUIT:'
               ACCEPT WS-ACTION-CODE
               SET DECISION-MADE TO TRUE
               EVALUATE WS-ACTION-CODE
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM 40-RELEASE-HELD-CLASS
                   WHEN 'B'
                   WHEN 'b'
                       PERFORM 41-RETURN-HELD-CLASS
                   WHEN 'H'
                   WHEN 'h'
                       PERFORM 42-KEEP-HELD-CLASS
                   WHEN 'Q'
                   WHEN 'q'
                       SET OPERATOR-QUIT TO TRUE
                       PERFORM 42-KEEP-HELD-CLASS
                   WHEN OTHER
                       DISPLAY 'INVALID CHOICE - ENTER R, B, H, OR Q'
                       MOVE 'N' TO DECISION-FLAG
               END-EVALUATE
           END-PERFORM
       .

       40-RELEASE-HELD-CLASS.
      *THE RECORDS RECYCLE INTO THE NEXT REPORT RUN EXACTLY AS
      *RECEIVED, AND THE RELEASE LIST TELLS THAT RUN NOT TO HOLD
      *THE CLASS AGAIN FOR THE SAME PATTERN
           PERFORM VARYING BUF-SUB FROM 1 BY 1
                   UNTIL BUF-SUB > WS-HCB-COUNT
               MOVE HCB-RECORD (BUF-SUB) (1:52) TO RECYCLE-RECORD
               WRITE RECYCLE-RECORD
               ADD 1 TO CNT-RECORDS-RECYCLED
           END-PERFORM

           MOVE SPACES TO SUSPENSE-RELEASE-RECORD
           MOVE WS-HCB-DEPT TO SRL-DEPT-CODE
           MOVE WS-HCB-CLASS TO SRL-CLASS-CODE
           MOVE WS-CURRENT-DATE TO SRL-RELEASE-DATE
           MOVE WS-OPERATOR-ID TO SRL-OPERATOR
           WRITE SUSPENSE-RELEASE-RECORD

           ADD 1 TO CNT-CLASSES-RELEASED
           MOVE 'RELEASED' TO AUD-ACTION
           PERFORM 43-WRITE-AUDIT-LINE
           DISPLAY 'CLASS RELEASED TO THE NEXT POSTING'
       .

       41-RETURN-HELD-CLASS.
      *ONE NOTICE PAGE FOR THE CLASS - THE CAMPUS COLUMN SHOWS WHICH
      *CAMPUS SENT EACH RECORD, SO THE PAGE GOES TO THE CAMPUS (OR
      *CAMPUSES) THAT MUST CORRECT AND RESUBMIT
           WRITE RETURN-NOTICE-LINE FROM NOTICE-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE WS-HCB-DEPT TO NCL-DEPT
           MOVE WS-HCB-CLASS TO NCL-CLASS
           MOVE WS-HCB-REASON TO NCL-REASON
           WRITE RETURN-NOTICE-LINE FROM NOTICE-CLASS-LINE
               AFTER ADVANCING 2 LINES
           WRITE RETURN-NOTICE-LINE FROM NOTICE-TEXT-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE RETURN-NOTICE-LINE FROM NOTICE-TEXT-LINE-2
               AFTER ADVANCING 1 LINE
           MOVE WS-OPERATOR-ID TO NRL-OPERATOR
           WRITE RETURN-NOTICE-LINE FROM NOTICE-REVIEWER-LINE
               AFTER ADVANCING 1 LINE
           WRITE RETURN-NOTICE-LINE FROM NOTICE-HEADING-FOUR
               AFTER ADVANCING 2 LINES

           PERFORM VARYING BUF-SUB FROM 1 BY 1
                   UNTIL BUF-SUB > WS-HCB-COUNT
               MOVE HCB-RECORD (BUF-SUB) TO WS-HCB-WORK
               MOVE HCW-STUDENT-ID TO NDL-ID
               MOVE HCW-NAME TO NDL-NAME
               PERFORM VARYING SUB FROM 1 BY 1
                       UNTIL SUB > CF-NUM-TESTS
                   MOVE HCW-TEST (SUB) TO NDL-TEST (SUB)
               END-PERFORM
               MOVE HCW-CAMPUS-CODE TO NDL-CAMPUS
               WRITE RETURN-NOTICE-LINE FROM NOTICE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO CNT-RECORDS-RETURNED
           END-PERFORM

           ADD 1 TO CNT-CLASSES-RETURNED
           MOVE 'RETURNED' TO AUD-ACTION
           PERFORM 43-WRITE-AUDIT-LINE
           DISPLAY 'CLASS SENT BACK TO CAMPUS - RETURN NOTICE PRINTED'
       .

       42-KEEP-HELD-CLASS.
           PERFORM VARYING BUF-SUB FROM 1 BY 1
                   UNTIL BUF-SUB > WS-HCB-COUNT
               WRITE SUSPENSE-KEEP-RECORD FROM HCB-RECORD (BUF-SUB)
               ADD 1 TO CNT-RECORDS-KEPT
           END-PERFORM
           ADD 1 TO CNT-CLASSES-HELD
       .

       43-WRITE-AUDIT-LINE.
      *THE CALLER HAS ALREADY FILLED THE ACTION - STAMP THE REST
      *AND WRITE
           MOVE WS-CURRENT-DATE TO AUD-DATE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR
           MOVE WS-HCB-DEPT TO AUD-DEPT-CODE
           MOVE WS-HCB-CLASS TO AUD-CLASS-CODE
           MOVE WS-HCB-COUNT TO AUD-RECORDS
           MOVE WS-HCB-REASON TO AUD-REASON
           WRITE AUDIT-RECORD FROM AUDIT-LINE
       .

       45-FINAL-ROUTINE.
      *PUT THE CLASSES STILL ON HOLD BACK AS THE SUSPENSE FILE SO A
      *RELEASED OR RETURNED CLASS CANNOT BE DECIDED A SECOND TIME
           IF NOT SUSPENSE-FILE-MISSING
               CLOSE SUSPENSE-STU-FILE
                     SUSPENSE-KEEP-FILE
                     RECYCLE-STU-FILE
                     SUSPENSE-RELEASE-FILE
                     RETURN-NOTICE-FILE
                     AUDIT-LOG-FILE

               OPEN INPUT SUSPENSE-KEEP-FILE
               OPEN OUTPUT SUSPENSE-STU-FILE
               MOVE 'Y' TO EOF-FLAG
               PERFORM UNTIL NO-MORE-DATA
                   READ SUSPENSE-KEEP-FILE
                       AT END
                           MOVE 'N' TO EOF-FLAG
                       NOT AT END
                           WRITE SUSPENSE-RECORD
                               FROM SUSPENSE-KEEP-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-KEEP-FILE
                     SUSPENSE-STU-FILE
           END-IF

           DISPLAY ' '
           DISPLAY 'SUSPENSE RECORDS READ: ' CNT-RECORDS-READ
           DISPLAY 'CLASSES REVIEWED: ' CNT-CLASSES-REVIEWED
           DISPLAY 'CLASSES RELEASED TO NEXT POSTING: '
               CNT-CLASSES-RELEASED
           DISPLAY 'CLASSES SENT BACK TO CAMPUS: '
               CNT-CLASSES-RETURNED
           DISPLAY 'CLASSES LEFT ON HOLD: ' CNT-CLASSES-HELD
           DISPLAY 'RECORDS RELEASED TO RECYCLE: '
               CNT-RECORDS-RECYCLED
           DISPLAY 'RECORDS ON RETURN NOTICES: ' CNT-RECORDS-RETURNED
           DISPLAY 'RECORDS STILL IN SUSPENSE: ' CNT-RECORDS-KEPT

           STOP RUN
       .
