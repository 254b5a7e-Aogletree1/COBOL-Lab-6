      *     REGISTRAREXTRACT.TXT - ONE RECORD PER GRADED STUDENT IN
      *     DEPT/CLASS/STUDENT-ID ORDER
      *     DEPARTMENT / CLASS / STUDENT ID / STUDENT NAME /
      *     4 TEST SCORES / WEIGHTED AVERAGE / LETTER GRADE /
      *     CAMPUS CODE OF THE FEEDER THAT SENT THE RECORD
      *     BRACKETED BY A '*HDR' HEADER RECORD AND A '*TRL' TRAILER
      *     RECORD (RECORD COUNT, STUDENT-ID HASH TOTAL, SUM OF THE
      *     AVERAGES).  THE EXTRACT IS READ ONCE FIRST AND REFUSED -
      *     NO STATISTICS, RETURN CODE 12 SO Lab6NightChain HOLDS
      *     THE STEP - WHEN THE HEADER OR TRAILER IS MISSING OR OUT
      *     OF PLACE, THE TRAILER DOES NOT BALANCE TO THE DETAIL,
      *     OR THE HEADER IS NOT A FINAL-GRADES RUN
      ******
      *  OUTPUT
      *     L6GRADESTATS.TXT - ONE BLOCK PER DEPARTMENT: A DETAIL
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
       FD  STATS-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88 FIRST-RECORD                         VALUE 'Y'.
           05  INSERT-DONE-FLAG             PIC X      VALUE 'N'.
               88 INSERT-DONE                          VALUE 'Y'.
           05  EXTRACT-REFUSED-FLAG         PIC X      VALUE 'N'.
               88 EXTRACT-REFUSED                      VALUE 'Y'.
           05  HEADER-SEEN-FLAG             PIC X      VALUE 'N'.
               88 HEADER-SEEN                          VALUE 'Y'.
           05  TRAILER-SEEN-FLAG            PIC X      VALUE 'N'.
               88 TRAILER-SEEN                         VALUE 'Y'.
      *
       01 SUBSCRIPTS.
           05  CLS-SUB                     PIC 99      VALUE ZERO.
      *
       01  CNT-WITHDRAWN                   PIC 9(7)    VALUE ZERO.
      *
      ***************EXTRACT CONTROL CHECK FIELDS**********************
       01  EXTRACT-CONTROL-CHECK.
           05  XC-RUN-NUMBER                PIC 9(5)  VALUE ZERO.
           05  XC-GRADING-MODE              PIC X(7)  VALUE SPACES.
           05  XC-TRAILER-COUNT             PIC 9(7)  VALUE ZERO.
           05  XC-TRAILER-HASH              PIC 9(15) VALUE ZERO.
           05  XC-TRAILER-AVERAGES          PIC 9(11)V99 VALUE ZERO.
           05  XC-DETAIL-COUNT              PIC 9(7)  VALUE ZERO.
           05  XC-DETAIL-HASH               PIC 9(15) VALUE ZERO.
           05  XC-DETAIL-AVERAGES           PIC 9(11)V99 VALUE ZERO.
       01  WS-REFUSE-REASON                 PIC X(50) VALUE SPACES.
      *
      ***************CONTROL BREAK HOLD FIELDS*************************
       01  BREAK-HOLD-FIELDS.
           05  PREV-DEPT-CODE               PIC A(4)  VALUE SPACES.
       PROCEDURE DIVISION.
      *
       10-PRINT-GRADE-STATS.
           PERFORM 15-VERIFY-EXTRACT-CONTROLS
           IF EXTRACT-REFUSED
               PERFORM 17-REFUSE-EXTRACT
           END-IF
           PERFORM 20-HSKPING-ROUTINE
           PERFORM 25-READ-EXTRACT-FILE
           PERFORM 45-FINAL-ROUTINE
       .

       15-VERIFY-EXTRACT-CONTROLS.
      *READ THE WHOLE EXTRACT ONCE BEFORE ANY FIGURE IS TAKEN: THE
      *HEADER MUST COME FIRST, THE TRAILER LAST, THE TRAILER TOTALS
      *MUST BALANCE TO THE DETAIL, AND THE RUN MUST BE FINAL GRADES
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
                   WHEN OTHER
                       MOVE 'N' TO EXTRACT-REFUSED-FLAG
               END-EVALUATE
           END-IF

           IF NOT EXTRACT-REFUSED
               DISPLAY 'EXTRACT RUN ' XC-RUN-NUMBER
                   ' BALANCED - RECORDS: ' XC-DETAIL-COUNT
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
      *NO REPORT IS STARTED FOR A FILE THAT DOES NOT BALANCE - END
      *WITH RETURN CODE 12 SO THE NIGHTLY CHAIN HOLDS THE STEP
           DISPLAY 'REGISTRAR EXTRACT REFUSED - ' WS-REFUSE-REASON
           DISPLAY 'NO GRADE STATISTICS PRODUCED'
           MOVE 12 TO RETURN-CODE
           STOP RUN
       .

       20-HSKPING-ROUTINE.
           OPEN INPUT REGISTRAR-EXTRACT-FILE
           OPEN OUTPUT STATS-REPORT-FILE
                   AT END
                       MOVE 'N' TO EOF-FLAG
                   NOT AT END
                       IF NOT EXTRACT-HEADER AND NOT EXTRACT-TRAILER
                           PERFORM 35-ACCUMULATE-RECORD
                       END-IF
               END-READ
           END-PERFORM

