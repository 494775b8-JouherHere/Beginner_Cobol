      ***************************************************
      * COBOL PROGRAM TO PRINT THE AT-RISK STUDENT      *
      * EARLY-WARNING REPORT ON ATRISK.RPT, SO THE      *
      * COUNSELLORS CAN ACT BEFORE THE EXAMS RATHER     *
      * THAN AFTER STUDLTRS. EVERY STUDENT ON THE       *
      * MASTER IS TESTED ON THREE CONDITIONS - A DROP   *
      * IN THE LATEST TERMHIST.DAT AVERAGE AGAINST THE  *
      * PREVIOUS TERM GREATER THAN THE RISKDROP RUN     *
      * PARAMETER, ATTSUMM.DAT ATTENDANCE BELOW THE     *
      * ATTPCT REQUIREMENT PLUS THE RISKATT MARGIN, AND *
      * FEE ARREARS PAST THE CURRENT BUCKET ON THE      *
      * ARREARS.DAT EXTRACT FROM THE LAST FEEAGE RUN. A *
      * STUDENT MEETING TWO OR MORE IS LISTED WITH THE  *
      * REASONS, GROUPED BY CLASS YEAR AND SECTION      *
      * UNDER THE CLASS TEACHER - THE TCHASSGN.DAT      *
      * TEACHER HOLDING THE MOST SUBJECTS IN THAT       *
      * SECTION, THE LOWEST SUBJECT CODE BREAKING A     *
      * TIE. WITHOUT THE ARREARS EXTRACT THE FEE TEST   *
      * IS SKIPPED AND THE RUN ENDS WITH RC 4. THE DATE *
      * OF THE ARREARS EXTRACT IS PRINTED UNDER THE     *
      * LIMITS, AND AN EXTRACT OLDER THAN THE RUN DATE  *
      * IS FLAGGED THERE AND ENDS THE RUN WITH RC 4.    *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRISK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLNO
               FILE STATUS IS WS-STUDMAST-STATUS.
           SELECT TERM-HISTORY ASSIGN TO 'TERMHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-STATUS.
           SELECT ATT-SUMMARY ASSIGN TO 'ATTSUMM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-ROLLNO
               FILE STATUS IS WS-ATTSUMM-STATUS.
           SELECT ARREARS-FILE ASSIGN TO 'ARREARS.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARREARS-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO 'TCHASSGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHASGN-STATUS.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT RUN-PARM ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT RISK-FILE ASSIGN TO 'ATRISK.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  TERM-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "termhist.cpy".

       FD  ATT-SUMMARY
           LABEL RECORDS ARE STANDARD.
       COPY "attsumm.cpy".

       FD  ARREARS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "arrears.cpy".

       FD  ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "tchasgn.cpy".

       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       FD  RUN-PARM
           LABEL RECORDS ARE STANDARD.
       COPY "parmrec.cpy".

       FD  RISK-FILE
           LABEL RECORDS ARE STANDARD.
       01 RISK-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-TERMHIST-STATUS PIC XX VALUE '00'.
       77 WS-ATTSUMM-STATUS PIC XX VALUE '00'.
       77 WS-ARREARS-STATUS PIC XX VALUE '00'.
       77 WS-TCHASGN-STATUS PIC XX VALUE '00'.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-RUNPARM-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-ERROR PIC X VALUE 'N'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-REQUIRED-ATT-PCT PIC 9(3) VALUE 75.
       77 WS-ATTPCT-EFF PIC 9(8) VALUE ZERO.
       77 WS-RISK-DROP PIC 9(3) VALUE 10.
       77 WS-RISKDROP-EFF PIC 9(8) VALUE ZERO.
       77 WS-ATT-MARGIN PIC 9(3) VALUE 5.
       77 WS-RISKATT-EFF PIC 9(8) VALUE ZERO.
       77 WS-ATT-WATCH-PCT PIC 9(3) VALUE ZERO.
       77 WS-ATT-PCT PIC 9(3) VALUE ZERO.
       77 WS-ARREARS-AVAIL PIC X VALUE 'N'.
       77 WS-ARREARS-DATE PIC 9(8) VALUE ZERO.
       77 WS-ARREARS-STALE PIC X VALUE 'N'.
       77 WS-STU-IDX PIC 9(4) VALUE ZERO.
       77 WS-STU-IDX2 PIC 9(4) VALUE ZERO.
       77 WS-STU-MATCH-IDX PIC 9(4) VALUE ZERO.
       77 WS-WORK-ROLLNO PIC 9(6) VALUE ZERO.
       77 WS-AST-IDX PIC 9(3) VALUE ZERO.
       77 WS-AST-IDX2 PIC 9(3) VALUE ZERO.
       77 WS-SLOT-COUNT PIC 9(3) VALUE ZERO.
       77 WS-CT-EMPID PIC 9(5) VALUE ZERO.
       77 WS-CT-SLOTS PIC 9(3) VALUE ZERO.
       77 WS-CT-SUBJ PIC 9(2) VALUE ZERO.
       77 WS-BREAK-CLASS PIC 9(2) VALUE ZERO.
       77 WS-BREAK-SECTION PIC X VALUE SPACE.
       77 WS-MARK-FLAGGED PIC 9(5) VALUE ZERO.
       77 WS-ATT-FLAGGED PIC 9(5) VALUE ZERO.
       77 WS-FEE-FLAGGED PIC 9(5) VALUE ZERO.
       77 WS-RISK-LISTED PIC 9(5) VALUE ZERO.
       77 WS-SECTIONS-LISTED PIC 9(3) VALUE ZERO.

       COPY "splparm.cpy".

      ***************************************************
      * ONE ENTRY PER STUDENT ON THE MASTER, CARRYING   *
      * THE LAST TWO TERM AVERAGES AND THE THREE TESTS. *
      ***************************************************
       01 WS-STUDENT-TABLE.
            02 WS-STU-COUNT PIC 9(4) VALUE ZERO.
            02 WS-STU-ENTRY OCCURS 2000 TIMES.
                 03 WS-STU-CLASS PIC 9(2).
                 03 WS-STU-SECTION PIC X.
                 03 WS-STU-ROLLNO PIC 9(6).
                 03 WS-STU-NAME PIC A(8).
                 03 WS-STU-LAST-TERM PIC X(6).
                 03 WS-STU-LAST-AVG PIC 9(3).
                 03 WS-STU-PREV-TERM PIC X(6).
                 03 WS-STU-PREV-AVG PIC 9(3).
                 03 WS-STU-ATT-PCT PIC 9(3).
                 03 WS-STU-MARK-FLAG PIC X.
                 03 WS-STU-ATT-FLAG PIC X.
                 03 WS-STU-FEE-FLAG PIC X.
                 03 WS-STU-FEE-BUCKET PIC X(8).
                 03 WS-STU-FLAGS PIC 9.
       01 WS-STU-HOLD PIC X(50).

       01 WS-ASSIGN-TABLE.
            02 WS-AST-COUNT PIC 9(3) VALUE ZERO.
            02 WS-AST-ENTRY OCCURS 500 TIMES.
                 03 WS-AST-EMPID PIC 9(5).
                 03 WS-AST-SUBJ PIC 9(2).
                 03 WS-AST-CLASS PIC 9(2).
                 03 WS-AST-SECTION PIC X.

       01 WS-RISK-HEADER.
            02 FILLER PIC X(28) VALUE
               'AT-RISK EARLY WARNING - RUN '.
            02 WS-RH-RUN-DATE PIC 9(8).

       01 WS-RISK-LIMITS.
            02 FILLER PIC X(14) VALUE 'AVG DROP OVER '.
            02 WS-RL-DROP PIC 9(3).
            02 FILLER PIC X(18) VALUE '  ATTENDANCE UNDER'.
            02 FILLER PIC X VALUE SPACE.
            02 WS-RL-ATT PIC 9(3).
            02 FILLER PIC X(16) VALUE '%  FEES 30+ DAYS'.

       01 WS-RISK-ARREARS-LINE.
            02 FILLER PIC X(27) VALUE
               'FEES TESTED ON ARREARS.DAT '.
            02 WS-RA-DATE PIC 9(8).
            02 WS-RA-STALE PIC X(21).

       01 WS-RISK-CLASS-LINE.
            02 FILLER PIC X(6) VALUE 'CLASS '.
            02 WS-RC-CLASS PIC 9(2).
            02 FILLER PIC X(9) VALUE ' SECTION '.
            02 WS-RC-SECTION PIC X.
            02 FILLER PIC X(17) VALUE '  CLASS TEACHER: '.
            02 WS-RC-EMPID PIC X(5).
            02 FILLER PIC X VALUE SPACE.
            02 WS-RC-EMPNAME PIC X(10).

       01 WS-RISK-COLUMNS.
            02 FILLER PIC X(30) VALUE 'ROLL   NAME     MARKS       AT'.
            02 FILLER PIC X(14) VALUE 'TEND   FEES'.

       01 WS-RISK-DETAIL.
            02 WS-RD-ROLLNO PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-RD-NAME PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 WS-RD-MARK-TEXT.
                 03 FILLER PIC X(4) VALUE 'AVG '.
                 03 WS-RD-PREV-AVG PIC 9(3).
                 03 FILLER PIC X VALUE '>'.
                 03 WS-RD-LAST-AVG PIC 9(3).
            02 FILLER PIC X VALUE SPACE.
            02 WS-RD-ATT-TEXT.
                 03 FILLER PIC X(4) VALUE 'ATT '.
                 03 WS-RD-ATT-PCT PIC 9(3).
                 03 FILLER PIC X VALUE '%'.
            02 FILLER PIC X VALUE SPACE.
            02 WS-RD-FEE-TEXT.
                 03 FILLER PIC X(5) VALUE 'FEES '.
                 03 WS-RD-FEE-BUCKET PIC X(8).

       01 WS-RISK-TOTAL-LINE.
            02 WS-RT-LABEL PIC X(40).
            02 WS-RT-COUNT PIC ZZZZ9.

       01 WS-EMPID-DISPLAY PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RUN-PARMS.
           IF WS-PARM-ERROR = 'Y'
               GOBACK
           END-IF.
           COMPUTE WS-ATT-WATCH-PCT =
               WS-REQUIRED-ATT-PCT + WS-ATT-MARGIN.
           IF WS-ATT-WATCH-PCT > 100
               MOVE 100 TO WS-ATT-WATCH-PCT
           END-IF.
           PERFORM LOAD-STUDENT-TABLE.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM LOAD-TERM-AVERAGES.
           PERFORM CHECK-ATTENDANCE.
           PERFORM CHECK-FEE-ARREARS.
           PERFORM SCORE-ALL-STUDENTS.
           PERFORM SORT-STUDENT-TABLE.
           PERFORM LOAD-ASSIGN-TABLE.
           PERFORM PRINT-RISK-REPORT.
           DISPLAY 'STUDENTS CHECKED:        ' WS-STU-COUNT.
           DISPLAY 'AVERAGE DROP FLAGGED:    ' WS-MARK-FLAGGED.
           DISPLAY 'ATTENDANCE FLAGGED:      ' WS-ATT-FLAGGED.
           DISPLAY 'FEE ARREARS FLAGGED:     ' WS-FEE-FLAGGED.
           DISPLAY 'AT RISK (2+ CONDITIONS): ' WS-RISK-LISTED.
           MOVE 'ATRISK.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           IF WS-ARREARS-AVAIL = 'N' OR WS-ARREARS-STALE = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-RUN-PARMS.
           OPEN INPUT RUN-PARM.
           IF WS-RUNPARM-STATUS = '00'
               MOVE 'N' TO WS-PARM-EOF-FLAG
               PERFORM READ-RUN-PARM
               PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
                   IF PARM-EFF-DATE NOT > WS-RUN-DATE
                       PERFORM APPLY-ONE-PARM
                   END-IF
                   PERFORM READ-RUN-PARM
               END-PERFORM
               CLOSE RUN-PARM
           END-IF.

       READ-RUN-PARM.
           READ RUN-PARM
               AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ.

       APPLY-ONE-PARM.
           EVALUATE PARM-ID
               WHEN 'ATTPCT'
                   IF PARM-VALUE > 100
                       PERFORM REPORT-BAD-PARM
                   ELSE
                       IF PARM-EFF-DATE >= WS-ATTPCT-EFF
                           MOVE PARM-VALUE TO WS-REQUIRED-ATT-PCT
                           MOVE PARM-EFF-DATE TO WS-ATTPCT-EFF
                       END-IF
                   END-IF
               WHEN 'RISKDROP'
                   IF PARM-VALUE < 1 OR PARM-VALUE > 100
                       PERFORM REPORT-BAD-PARM
                   ELSE
                       IF PARM-EFF-DATE >= WS-RISKDROP-EFF
                           MOVE PARM-VALUE TO WS-RISK-DROP
                           MOVE PARM-EFF-DATE TO WS-RISKDROP-EFF
                       END-IF
                   END-IF
               WHEN 'RISKATT'
                   IF PARM-VALUE > 100
                       PERFORM REPORT-BAD-PARM
                   ELSE
                       IF PARM-EFF-DATE >= WS-RISKATT-EFF
                           MOVE PARM-VALUE TO WS-ATT-MARGIN
                           MOVE PARM-EFF-DATE TO WS-RISKATT-EFF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPORT-BAD-PARM.
           DISPLAY 'RUN PARAMETER ' PARM-ID ' VALUE ' PARM-VALUE
               ' OUT OF RANGE - RUN ABORTED'.
           MOVE 'Y' TO WS-PARM-ERROR.
           MOVE 8 TO RETURN-CODE.

       LOAD-STUDENT-TABLE.
           MOVE ZERO TO WS-STU-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS NOT = '00'
               DISPLAY 'STUDMAST.DAT NOT FOUND - NO EARLY-WARNING '
                   'REPORT'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-STUDENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF WS-STU-COUNT < 2000
                       PERFORM ADD-STUDENT-ENTRY
                   ELSE
                       DISPLAY 'MORE THAN 2000 STUDENTS - ROLLNO '
                           ROLLNO ' NOT CHECKED'
                   END-IF
                   PERFORM READ-STUDENT
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

       READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       ADD-STUDENT-ENTRY.
           ADD 1 TO WS-STU-COUNT.
           MOVE ROLLNO TO WS-STU-ROLLNO (WS-STU-COUNT).
           MOVE STUDNAME TO WS-STU-NAME (WS-STU-COUNT).
           MOVE STUD-CLASS TO WS-STU-CLASS (WS-STU-COUNT).
           MOVE STUD-SECTION TO WS-STU-SECTION (WS-STU-COUNT).
           MOVE SPACES TO WS-STU-LAST-TERM (WS-STU-COUNT)
               WS-STU-PREV-TERM (WS-STU-COUNT)
               WS-STU-FEE-BUCKET (WS-STU-COUNT).
           MOVE ZERO TO WS-STU-LAST-AVG (WS-STU-COUNT)
               WS-STU-PREV-AVG (WS-STU-COUNT)
               WS-STU-ATT-PCT (WS-STU-COUNT)
               WS-STU-FLAGS (WS-STU-COUNT).
           MOVE 'N' TO WS-STU-MARK-FLAG (WS-STU-COUNT)
               WS-STU-ATT-FLAG (WS-STU-COUNT)
               WS-STU-FEE-FLAG (WS-STU-COUNT).

       FIND-STUDENT-ENTRY.
           MOVE ZERO TO WS-STU-MATCH-IDX.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
                   OR WS-STU-MATCH-IDX > ZERO
               IF WS-STU-ROLLNO (WS-STU-IDX) = WS-WORK-ROLLNO
                   MOVE WS-STU-IDX TO WS-STU-MATCH-IDX
               END-IF
           END-PERFORM.

      ***************************************************
      * KEEPS THE TWO HIGHEST TERM IDS PER STUDENT. A   *
      * TERM WRITTEN TWICE TAKES THE LATER RECORD.      *
      ***************************************************
       LOAD-TERM-AVERAGES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TERM-HISTORY.
           IF WS-TERMHIST-STATUS NOT = '00'
               DISPLAY 'TERMHIST.DAT NOT FOUND - AVERAGE DROP '
                   'NOT TESTED'
           ELSE
               PERFORM READ-HISTORY
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   MOVE HIST-ROLLNO TO WS-WORK-ROLLNO
                   PERFORM FIND-STUDENT-ENTRY
                   IF WS-STU-MATCH-IDX > ZERO
                       PERFORM APPLY-ONE-HISTORY
                   END-IF
                   PERFORM READ-HISTORY
               END-PERFORM
               CLOSE TERM-HISTORY
           END-IF.

       READ-HISTORY.
           READ TERM-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       APPLY-ONE-HISTORY.
           IF HIST-TERM-ID > WS-STU-LAST-TERM (WS-STU-MATCH-IDX)
               MOVE WS-STU-LAST-TERM (WS-STU-MATCH-IDX)
                   TO WS-STU-PREV-TERM (WS-STU-MATCH-IDX)
               MOVE WS-STU-LAST-AVG (WS-STU-MATCH-IDX)
                   TO WS-STU-PREV-AVG (WS-STU-MATCH-IDX)
               MOVE HIST-TERM-ID TO WS-STU-LAST-TERM (WS-STU-MATCH-IDX)
               MOVE HIST-AVERAGE TO WS-STU-LAST-AVG (WS-STU-MATCH-IDX)
           ELSE
               IF HIST-TERM-ID = WS-STU-LAST-TERM (WS-STU-MATCH-IDX)
                   MOVE HIST-AVERAGE
                       TO WS-STU-LAST-AVG (WS-STU-MATCH-IDX)
               ELSE
                   IF HIST-TERM-ID
                           NOT < WS-STU-PREV-TERM (WS-STU-MATCH-IDX)
                       MOVE HIST-TERM-ID
                           TO WS-STU-PREV-TERM (WS-STU-MATCH-IDX)
                       MOVE HIST-AVERAGE
                           TO WS-STU-PREV-AVG (WS-STU-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

       CHECK-ATTENDANCE.
           OPEN INPUT ATT-SUMMARY.
           IF WS-ATTSUMM-STATUS NOT = '00'
               DISPLAY 'ATTSUMM.DAT NOT FOUND - ATTENDANCE NOT '
                   'TESTED'
           ELSE
               PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                       UNTIL WS-STU-IDX > WS-STU-COUNT
                   PERFORM CHECK-ONE-ATTENDANCE
               END-PERFORM
               CLOSE ATT-SUMMARY
           END-IF.

      ***************************************************
      * ANYONE UNDER THE REQUIREMENT PLUS THE MARGIN IS *
      * FLAGGED - THOSE ALREADY SHORT AS WELL AS THOSE  *
      * SLIDING TOWARDS IT.                             *
      ***************************************************
       CHECK-ONE-ATTENDANCE.
           MOVE WS-STU-ROLLNO (WS-STU-IDX) TO ATT-ROLLNO.
           READ ATT-SUMMARY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ATT-TOTAL-DAYS > ZERO
                       COMPUTE WS-ATT-PCT =
                           (ATT-PRESENT-DAYS * 100) / ATT-TOTAL-DAYS
                       MOVE WS-ATT-PCT TO WS-STU-ATT-PCT (WS-STU-IDX)
                       IF WS-ATT-PCT < WS-ATT-WATCH-PCT
                           MOVE 'Y' TO WS-STU-ATT-FLAG (WS-STU-IDX)
                       END-IF
                   END-IF
           END-READ.

      ***************************************************
      * ARREARS TWO MONTHS OR MORE OLD - ANY BUCKET     *
      * PAST CURRENT ON THE FEEAGE REPORT - COUNT.      *
      ***************************************************
       CHECK-FEE-ARREARS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ARREARS-FILE.
           IF WS-ARREARS-STATUS NOT = '00'
               MOVE 'N' TO WS-ARREARS-AVAIL
               DISPLAY 'ARREARS.DAT NOT FOUND - RUN FEEAGE FIRST, '
                   'FEE ARREARS NOT TESTED'
           ELSE
               MOVE 'Y' TO WS-ARREARS-AVAIL
               PERFORM READ-ARREARS
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF ARR-RUN-DATE > WS-ARREARS-DATE
                       MOVE ARR-RUN-DATE TO WS-ARREARS-DATE
                   END-IF
                   IF ARR-AGE-MONTHS NOT < 2
                       MOVE ARR-ROLLNO TO WS-WORK-ROLLNO
                       PERFORM FIND-STUDENT-ENTRY
                       IF WS-STU-MATCH-IDX > ZERO
                           MOVE 'Y'
                               TO WS-STU-FEE-FLAG (WS-STU-MATCH-IDX)
                           MOVE ARR-BUCKET
                               TO WS-STU-FEE-BUCKET (WS-STU-MATCH-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-ARREARS
               END-PERFORM
               CLOSE ARREARS-FILE
               IF WS-ARREARS-DATE > ZERO
                       AND WS-ARREARS-DATE < WS-RUN-DATE
                   MOVE 'Y' TO WS-ARREARS-STALE
                   DISPLAY 'ARREARS.DAT IS FROM THE FEEAGE RUN OF '
                       WS-ARREARS-DATE ' - RERUN FEEAGE FOR '
                       'CURRENT FEE ARREARS'
               END-IF
           END-IF.

       READ-ARREARS.
           READ ARREARS-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       SCORE-ALL-STUDENTS.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               PERFORM SCORE-ONE-STUDENT
           END-PERFORM.

       SCORE-ONE-STUDENT.
           IF WS-STU-PREV-TERM (WS-STU-IDX) NOT = SPACES
                   AND WS-STU-LAST-AVG (WS-STU-IDX)
                       < WS-STU-PREV-AVG (WS-STU-IDX)
               IF WS-STU-PREV-AVG (WS-STU-IDX)
                       - WS-STU-LAST-AVG (WS-STU-IDX) > WS-RISK-DROP
                   MOVE 'Y' TO WS-STU-MARK-FLAG (WS-STU-IDX)
               END-IF
           END-IF.
           IF WS-STU-MARK-FLAG (WS-STU-IDX) = 'Y'
               ADD 1 TO WS-STU-FLAGS (WS-STU-IDX)
               ADD 1 TO WS-MARK-FLAGGED
           END-IF.
           IF WS-STU-ATT-FLAG (WS-STU-IDX) = 'Y'
               ADD 1 TO WS-STU-FLAGS (WS-STU-IDX)
               ADD 1 TO WS-ATT-FLAGGED
           END-IF.
           IF WS-STU-FEE-FLAG (WS-STU-IDX) = 'Y'
               ADD 1 TO WS-STU-FLAGS (WS-STU-IDX)
               ADD 1 TO WS-FEE-FLAGGED
           END-IF.

      ***************************************************
      * CLASS YEAR THEN SECTION. THE EXCHANGE SORT      *
      * KEEPS ROLLNO ORDER WITHIN A SECTION.            *
      ***************************************************
       SORT-STUDENT-TABLE.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               PERFORM VARYING WS-STU-IDX2 FROM 1 BY 1
                       UNTIL WS-STU-IDX2 >= WS-STU-COUNT
                   IF WS-STU-CLASS (WS-STU-IDX2)
                           > WS-STU-CLASS (WS-STU-IDX2 + 1)
                       OR (WS-STU-CLASS (WS-STU-IDX2)
                           = WS-STU-CLASS (WS-STU-IDX2 + 1)
                           AND WS-STU-SECTION (WS-STU-IDX2)
                           > WS-STU-SECTION (WS-STU-IDX2 + 1))
                       MOVE WS-STU-ENTRY (WS-STU-IDX2)
                           TO WS-STU-HOLD
                       MOVE WS-STU-ENTRY (WS-STU-IDX2 + 1)
                           TO WS-STU-ENTRY (WS-STU-IDX2)
                       MOVE WS-STU-HOLD
                           TO WS-STU-ENTRY (WS-STU-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-ASSIGN-TABLE.
           MOVE ZERO TO WS-AST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS = '00'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF ASG-TO-TERM NOT = SPACES
                       CONTINUE
                   ELSE
                       IF WS-AST-COUNT < 500
                           ADD 1 TO WS-AST-COUNT
                           MOVE ASG-EMPID
                               TO WS-AST-EMPID (WS-AST-COUNT)
                           MOVE ASG-SUBJ-CODE
                               TO WS-AST-SUBJ (WS-AST-COUNT)
                           MOVE ASG-CLASS
                               TO WS-AST-CLASS (WS-AST-COUNT)
                           MOVE ASG-SECTION
                               TO WS-AST-SECTION (WS-AST-COUNT)
                       ELSE
                           DISPLAY 'MORE THAN 500 ASSIGNMENTS - '
                               'TCHASSGN.DAT NOT FULLY LOADED'
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
                   END-IF
                   IF WS-EOF-FLAG = 'N'
                       PERFORM READ-ASSIGNMENT
                   END-IF
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       PRINT-RISK-REPORT.
           OPEN OUTPUT RISK-FILE.
           MOVE ALL '=' TO RISK-LINE.
           WRITE RISK-LINE.
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
           WRITE RISK-LINE FROM WS-RISK-HEADER.
           MOVE WS-RISK-DROP TO WS-RL-DROP.
           MOVE WS-ATT-WATCH-PCT TO WS-RL-ATT.
           WRITE RISK-LINE FROM WS-RISK-LIMITS.
           IF WS-ARREARS-AVAIL = 'N'
               MOVE 'NO ARREARS.DAT - FEE ARREARS NOT TESTED'
                   TO RISK-LINE
               WRITE RISK-LINE
           ELSE
               MOVE WS-ARREARS-DATE TO WS-RA-DATE
               MOVE SPACES TO WS-RA-STALE
               IF WS-ARREARS-STALE = 'Y'
                   MOVE ' - OLDER THAN RUN' TO WS-RA-STALE
               END-IF
               WRITE RISK-LINE FROM WS-RISK-ARREARS-LINE
           END-IF.
           MOVE ALL '-' TO RISK-LINE.
           WRITE RISK-LINE.
           MOVE ZERO TO WS-BREAK-CLASS.
           MOVE SPACE TO WS-BREAK-SECTION.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-STU-FLAGS (WS-STU-IDX) NOT < 2
                   PERFORM PRINT-ONE-RISK
               END-IF
           END-PERFORM.
           IF WS-RISK-LISTED = ZERO
               MOVE 'NO STUDENT MEETS TWO OR MORE CONDITIONS'
                   TO RISK-LINE
               WRITE RISK-LINE
           END-IF.
           PERFORM WRITE-RISK-TOTALS.
           CLOSE RISK-FILE.

       PRINT-ONE-RISK.
           IF WS-STU-CLASS (WS-STU-IDX) NOT = WS-BREAK-CLASS
                   OR WS-STU-SECTION (WS-STU-IDX)
                       NOT = WS-BREAK-SECTION
               PERFORM PRINT-SECTION-HEADING
           END-IF.
           MOVE WS-STU-ROLLNO (WS-STU-IDX) TO WS-RD-ROLLNO.
           MOVE WS-STU-NAME (WS-STU-IDX) TO WS-RD-NAME.
           IF WS-STU-MARK-FLAG (WS-STU-IDX) = 'Y'
               MOVE 'AVG ' TO WS-RD-MARK-TEXT
               MOVE WS-STU-PREV-AVG (WS-STU-IDX) TO WS-RD-PREV-AVG
               MOVE '>' TO WS-RD-MARK-TEXT (8:1)
               MOVE WS-STU-LAST-AVG (WS-STU-IDX) TO WS-RD-LAST-AVG
           ELSE
               MOVE SPACES TO WS-RD-MARK-TEXT
           END-IF.
           IF WS-STU-ATT-FLAG (WS-STU-IDX) = 'Y'
               MOVE 'ATT ' TO WS-RD-ATT-TEXT
               MOVE WS-STU-ATT-PCT (WS-STU-IDX) TO WS-RD-ATT-PCT
               MOVE '%' TO WS-RD-ATT-TEXT (8:1)
           ELSE
               MOVE SPACES TO WS-RD-ATT-TEXT
           END-IF.
           IF WS-STU-FEE-FLAG (WS-STU-IDX) = 'Y'
               MOVE 'FEES ' TO WS-RD-FEE-TEXT
               MOVE WS-STU-FEE-BUCKET (WS-STU-IDX)
                   TO WS-RD-FEE-BUCKET
           ELSE
               MOVE SPACES TO WS-RD-FEE-TEXT
           END-IF.
           WRITE RISK-LINE FROM WS-RISK-DETAIL.
           ADD 1 TO WS-RISK-LISTED.

       PRINT-SECTION-HEADING.
           MOVE WS-STU-CLASS (WS-STU-IDX) TO WS-BREAK-CLASS.
           MOVE WS-STU-SECTION (WS-STU-IDX) TO WS-BREAK-SECTION.
           ADD 1 TO WS-SECTIONS-LISTED.
           PERFORM FIND-CLASS-TEACHER.
           MOVE SPACES TO RISK-LINE.
           WRITE RISK-LINE.
           MOVE WS-BREAK-CLASS TO WS-RC-CLASS.
           MOVE WS-BREAK-SECTION TO WS-RC-SECTION.
           IF WS-CT-EMPID = ZERO
               MOVE SPACES TO WS-RC-EMPID
               MOVE 'NONE' TO WS-RC-EMPNAME
           ELSE
               MOVE WS-CT-EMPID TO WS-EMPID-DISPLAY
               MOVE WS-EMPID-DISPLAY TO WS-RC-EMPID
               PERFORM FIND-TEACHER-NAME
           END-IF.
           WRITE RISK-LINE FROM WS-RISK-CLASS-LINE.
           WRITE RISK-LINE FROM WS-RISK-COLUMNS.

      ***************************************************
      * THE CLASS TEACHER IS THE ASSIGNED TEACHER WITH  *
      * THE MOST SUBJECTS IN THE SECTION; ON A TIE THE  *
      * ONE TEACHING THE LOWEST SUBJECT CODE.           *
      ***************************************************
       FIND-CLASS-TEACHER.
           MOVE ZERO TO WS-CT-EMPID WS-CT-SLOTS WS-CT-SUBJ.
           PERFORM VARYING WS-AST-IDX FROM 1 BY 1
                   UNTIL WS-AST-IDX > WS-AST-COUNT
               IF WS-AST-CLASS (WS-AST-IDX) = WS-BREAK-CLASS
                       AND WS-AST-SECTION (WS-AST-IDX)
                           = WS-BREAK-SECTION
                   PERFORM COUNT-TEACHER-SLOTS
                   IF WS-SLOT-COUNT > WS-CT-SLOTS
                       OR (WS-SLOT-COUNT = WS-CT-SLOTS
                           AND WS-AST-SUBJ (WS-AST-IDX) < WS-CT-SUBJ)
                       MOVE WS-AST-EMPID (WS-AST-IDX) TO WS-CT-EMPID
                       MOVE WS-SLOT-COUNT TO WS-CT-SLOTS
                       MOVE WS-AST-SUBJ (WS-AST-IDX) TO WS-CT-SUBJ
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-TEACHER-SLOTS.
           MOVE ZERO TO WS-SLOT-COUNT.
           PERFORM VARYING WS-AST-IDX2 FROM 1 BY 1
                   UNTIL WS-AST-IDX2 > WS-AST-COUNT
               IF WS-AST-EMPID (WS-AST-IDX2) = WS-AST-EMPID (WS-AST-IDX)
                       AND WS-AST-CLASS (WS-AST-IDX2) = WS-BREAK-CLASS
                       AND WS-AST-SECTION (WS-AST-IDX2)
                           = WS-BREAK-SECTION
                   ADD 1 TO WS-SLOT-COUNT
               END-IF
           END-PERFORM.

       FIND-TEACHER-NAME.
           MOVE SPACES TO WS-RC-EMPNAME.
           OPEN INPUT EMP-MASTER.
           IF WS-EMPMAST-STATUS = '00'
               MOVE WS-CT-EMPID TO EMPID
               READ EMP-MASTER
                   INVALID KEY
                       MOVE 'NOT ON FILE' TO WS-RC-EMPNAME
                   NOT INVALID KEY
                       MOVE EMPNAME TO WS-RC-EMPNAME
               END-READ
               CLOSE EMP-MASTER
           END-IF.

       WRITE-RISK-TOTALS.
           MOVE ALL '-' TO RISK-LINE.
           WRITE RISK-LINE.
           MOVE 'STUDENTS CHECKED' TO WS-RT-LABEL.
           MOVE WS-STU-COUNT TO WS-RT-COUNT.
           WRITE RISK-LINE FROM WS-RISK-TOTAL-LINE.
           MOVE 'AVERAGE DROP FLAGGED' TO WS-RT-LABEL.
           MOVE WS-MARK-FLAGGED TO WS-RT-COUNT.
           WRITE RISK-LINE FROM WS-RISK-TOTAL-LINE.
           MOVE 'ATTENDANCE FLAGGED' TO WS-RT-LABEL.
           MOVE WS-ATT-FLAGGED TO WS-RT-COUNT.
           WRITE RISK-LINE FROM WS-RISK-TOTAL-LINE.
           MOVE 'FEE ARREARS FLAGGED' TO WS-RT-LABEL.
           MOVE WS-FEE-FLAGGED TO WS-RT-COUNT.
           WRITE RISK-LINE FROM WS-RISK-TOTAL-LINE.
           MOVE 'AT RISK - LISTED ABOVE' TO WS-RT-LABEL.
           MOVE WS-RISK-LISTED TO WS-RT-COUNT.
           WRITE RISK-LINE FROM WS-RISK-TOTAL-LINE.
           MOVE 'CLASS SECTIONS WITH STUDENTS AT RISK' TO WS-RT-LABEL.
           MOVE WS-SECTIONS-LISTED TO WS-RT-COUNT.
           WRITE RISK-LINE FROM WS-RISK-TOTAL-LINE.
