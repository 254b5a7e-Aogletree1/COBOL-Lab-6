      *     DR - DISMISSAL REVIEW: THIRD OR LATER CONSECUTIVE TERM
      *          BELOW 2.0
      *     GS - GOOD STANDING: EVERYONE ELSE
      *  THE CODE A RUN REPLACES IS KEPT ON THE RECORD AS THE PRIOR
      *  STANDING, SO Lab6Caseload CAN MARK EVERY STUDENT WHOSE
      *  STANDING CHANGED THIS RUN.  A RECORD Lab6GradeChange HAS
      *  MARKED ('G') ALREADY HOLDS THE CODE FROM BEFORE ITS GRADE
      *  CHANGE AS THE PRIOR - THAT PRIOR IS KEPT AND THE MARK
      *  CLEARED, SO THE MOVE IS NOT LOST
      ******
      *  INPUT
      *     STUDENTMASTER.DAT - INDEXED MASTER KEYED BY
      *     SO THE STANDING CODE CAN BE STORED BACK ON EACH RECORD
      ******
      *  OUTPUT
      *     STUDENTMASTER.DAT - STANDING CODE REWRITTEN IN PLACE,
      *     THE CODE IT REPLACES MOVED TO THE PRIOR STANDING
      *     L6DEANSLIST.TXT - DEAN'S LIST LISTING
      *     L6DISMISSAL.TXT - DISMISSAL REVIEW LISTING
      *     A LISTED RECORD WITH MORE THAN ONE GRADED ATTEMPT AT THE
      *     CLASS IS MARKED REPEAT - ITS GPA IS THE LATEST ATTEMPT'S
      *     ALONE, UNDER THE LATEST-ATTEMPT-COUNTS REPEAT POLICY
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
           05  SM-GPA                       PIC 9V99.
           05  SM-CREDITS-EARNED            PIC 9(3).
           05  SM-STANDING-CODE             PIC X(2).
           05  SM-PRIOR-STANDING            PIC X(2).
           05  SM-STANDING-SOURCE           PIC X.
               88 STANDING-SET-BY-CHANGE               VALUE 'G'.
           05  FILLER                       PIC X(7).
      *
       FD  DEANS-LIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STANDING-WORK-FIELDS.
           05  WS-LOW-TERM-RUN             PIC 99      VALUE ZERO.
           05  WS-GPA-FLOOR                PIC 9V99    VALUE 3.50.
           05  WS-GRADED-ATTEMPTS          PIC 99      VALUE ZERO.
      *
      ***************SORTED HISTORY WORK TABLE*************************
      *  THE MASTER'S HISTORY ROWS ARE NOT GUARANTEED CHRONOLOGICAL:
      *  WHEN THE 12-ROW TABLE FILLS, THE POSTING RUN ARCHIVES THE
      *  OLDEST ROW AND OVERWRITES IT IN PLACE WITH THE CURRENT
      *  TERM, AND A MAINTENANCE FOLD
      *  APPENDS MISSING TERMS AT THE END.  THE LADDER THEREFORE
      *  WALKS A WORKING COPY SORTED BY TERM - WITH A SEASON SUFFIX
      *  (2026SP BEFORE 2026FA) MAPPED TO CALENDAR ORDER - SO THE
           05  CNT-PROBATION-2              PIC 9(7)  VALUE ZERO.
           05  CNT-DISMISSAL-REVIEW         PIC 9(7)  VALUE ZERO.
           05  CNT-GOOD-STANDING            PIC 9(7)  VALUE ZERO.
           05  CNT-STANDING-CHANGED         PIC 9(7)  VALUE ZERO.
      *
      **********************OUTPUT AREA**************************
       01  DEANS-HEADING-ONE.
           05                              PIC X(22) VALUE 'NAME'.
           05                              PIC X(5)  VALUE 'GPA'.
           05                              PIC X(7)  VALUE 'TERMS'.
           05                              PIC X     VALUE SPACE.
           05                              PIC X(6)  VALUE 'REPEAT'.
           05                              PIC X(14) VALUE SPACES.
      *
       01  STANDING-DETAIL-LINE.
           05  STL-DEPT                    PIC X(4).
           05  STL-GPA                     PIC 9.99.
           05                              PIC X(4)  VALUE SPACES.
           05  STL-TERMS                   PIC Z9.
           05                              PIC X(3)  VALUE SPACES.
           05  STL-REPEAT                  PIC X(6).
           05                              PIC X(18) VALUE SPACES.
      *
       01  NO-STUDENTS-LINE                PIC X(80) VALUE
               '   (NONE)'.
               END-EVALUATE
           END-PERFORM

      *    KEEP THE CODE THIS RUN REPLACES SO A MOVE INTO OR OUT OF
      *    PROBATION CAN BE SEEN DOWNSTREAM - A GRADE CHANGE SINCE
      *    THE LAST RUN HAS ALREADY SET THE PRIOR, AND IT STANDS
           IF STANDING-SET-BY-CHANGE
               MOVE SPACE TO SM-STANDING-SOURCE
           ELSE
               MOVE SM-STANDING-CODE TO SM-PRIOR-STANDING
           END-IF

           EVALUATE TRUE
               WHEN WS-LOW-TERM-RUN >= 3
                   MOVE 'DR' TO SM-STANDING-CODE
                   ADD 1 TO CNT-GOOD-STANDING
           END-EVALUATE

           IF SM-STANDING-CODE NOT = SM-PRIOR-STANDING
               ADD 1 TO CNT-STANDING-CHANGED
           END-IF

           REWRITE STUDENT-MASTER-RECORD
       .

           MOVE SM-NAME TO STL-NAME
           MOVE SM-GPA TO STL-GPA
           MOVE SM-TERM-COUNT TO STL-TERMS

      *    MORE THAN ONE GRADED (NON-'W') ROW MEANS THE CLASS WAS
      *    RETAKEN AND THE EARLIER ATTEMPTS ARE OUT OF THE GPA
           MOVE ZERO TO WS-GRADED-ATTEMPTS
           PERFORM VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-TERM-COUNT
               IF SM-HIST-GRADE (SUB) NOT = 'W'
                   ADD 1 TO WS-GRADED-ATTEMPTS
               END-IF
           END-PERFORM
           IF WS-GRADED-ATTEMPTS > 1
               MOVE 'REPEAT' TO STL-REPEAT
           ELSE
               MOVE SPACES TO STL-REPEAT
           END-IF
       .

       45-FINAL-ROUTINE.
           DISPLAY 'DISMISSAL REVIEW STUDENTS: '
               CNT-DISMISSAL-REVIEW
           DISPLAY 'GOOD STANDING STUDENTS: ' CNT-GOOD-STANDING
           DISPLAY 'STANDING CHANGED THIS RUN: ' CNT-STANDING-CHANGED

           STOP RUN
       .
