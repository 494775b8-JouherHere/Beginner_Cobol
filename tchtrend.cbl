      ***************************************************
      * COBOL PROGRAM TO PRINT THE TEACHER RESULTS      *
      * TREND REPORT ON TCHTREND.RPT FOR THE HEADS OF   *
      * DEPARTMENT'S ANNUAL REVIEWS. EVERY SUBJECT MARK *
      * ON TERMHIST.DAT IS CREDITED TO THE TEACHER WHO  *
      * HELD THAT SUBJECT FOR THE STUDENT'S CLASS YEAR  *
      * AND SECTION IN THAT TERM, TAKEN FROM THE        *
      * EFFECTIVE-FROM AND EFFECTIVE-TO TERMS ON        *
      * TCHASSGN.DAT RATHER THAN TODAY'S HOLDER. FOR    *
      * EACH TEACHER, SUBJECT AND SECTION THE REPORT    *
      * SHOWS EVERY TERM'S SECTION MEAN AND PASS RATE   *
      * AGAINST THE SUBJMAST.DAT PASS MARK, WITH THE    *
      * CHANGE IN BOTH FROM THE TEACHER'S PREVIOUS TERM *
      * IN THAT SECTION. A HISTORY RECORD ARCHIVED      *
      * WITHOUT ITS CLASS FALLS BACK TO THE STUDENT'S   *
      * CURRENT CLASS ON THE MASTER. MARKS WITH NO      *
      * TEACHER ON RECORD ARE COUNTED, NOT LISTED.      *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCHTREND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-HISTORY ASSIGN TO 'TERMHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO 'TCHASSGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHASGN-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLNO
               FILE STATUS IS WS-STUDMAST-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO 'SUBJMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMAST-STATUS.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT TREND-FILE ASSIGN TO 'TCHTREND.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "termhist.cpy".

       FD  ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "tchasgn.cpy".

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "subjrec.cpy".

       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       FD  TREND-FILE
           LABEL RECORDS ARE STANDARD.
       01 TREND-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-TERMHIST-STATUS PIC XX VALUE '00'.
       77 WS-TCHASGN-STATUS PIC XX VALUE '00'.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-SUBJMAST-STATUS PIC XX VALUE '00'.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-EOF-FLAG PIC X VALUE 'N'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-SUBJ-IDX PIC 9 VALUE ZERO.
       77 WS-AST-IDX PIC 9(3) VALUE ZERO.
       77 WS-AST-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-ACC-IDX PIC 9(4) VALUE ZERO.
       77 WS-ACC-IDX2 PIC 9(4) VALUE ZERO.
       77 WS-ACC-MATCH-IDX PIC 9(4) VALUE ZERO.
       77 WS-HIST-CLASS PIC 9(2) VALUE ZERO.
       77 WS-HIST-SECTION PIC X VALUE SPACE.
       77 WS-CLASS-KNOWN PIC X VALUE 'N'.
       77 WS-MEAN PIC 9(3) VALUE ZERO.
       77 WS-PASS-PCT PIC 9(3) VALUE ZERO.
       77 WS-PREV-MEAN PIC 9(3) VALUE ZERO.
       77 WS-PREV-PASS-PCT PIC 9(3) VALUE ZERO.
       77 WS-CHANGE PIC S9(3) VALUE ZERO.
       77 WS-BREAK-EMPID PIC 9(5) VALUE ZERO.
       77 WS-BREAK-SUBJ PIC 9(2) VALUE ZERO.
       77 WS-BREAK-CLASS PIC 9(2) VALUE ZERO.
       77 WS-BREAK-SECTION PIC X VALUE SPACE.
       77 WS-FIRST-LINE PIC X VALUE 'Y'.
       77 WS-HIST-READ PIC 9(6) VALUE ZERO.
       77 WS-MARKS-CREDITED PIC 9(7) VALUE ZERO.
       77 WS-MARKS-UNASSIGNED PIC 9(7) VALUE ZERO.
       77 WS-CLASS-FALLBACK PIC 9(6) VALUE ZERO.
       77 WS-CLASS-UNKNOWN PIC 9(6) VALUE ZERO.

       COPY "subjtabl.cpy".

       COPY "splparm.cpy".

      ***************************************************
      * EVERY ASSIGNMENT EVER MADE, CURRENT AND ENDED.  *
      ***************************************************
       01 WS-ASSIGN-TABLE.
            02 WS-AST-COUNT PIC 9(3) VALUE ZERO.
            02 WS-AST-ENTRY OCCURS 500 TIMES.
                 03 WS-AST-EMPID PIC 9(5).
                 03 WS-AST-SUBJ PIC 9(2).
                 03 WS-AST-CLASS PIC 9(2).
                 03 WS-AST-SECTION PIC X.
                 03 WS-AST-FROM PIC X(6).
                 03 WS-AST-TO PIC X(6).

      ***************************************************
      * ONE ENTRY PER TEACHER, SUBJECT, SECTION AND     *
      * TERM. THE LEADING FIELDS ARE THE REPORT ORDER.  *
      ***************************************************
       01 WS-ACCUM-TABLE.
            02 WS-ACC-COUNT PIC 9(4) VALUE ZERO.
            02 WS-ACC-ENTRY OCCURS 3000 TIMES.
                 03 WS-ACC-EMPID PIC 9(5).
                 03 WS-ACC-SUBJ PIC 9(2).
                 03 WS-ACC-CLASS PIC 9(2).
                 03 WS-ACC-SECTION PIC X.
                 03 WS-ACC-TERM PIC X(6).
                 03 WS-ACC-SUBJ-POS PIC 9.
                 03 WS-ACC-STUDENTS PIC 9(4).
                 03 WS-ACC-TOTAL PIC 9(7).
                 03 WS-ACC-PASSES PIC 9(4).
       01 WS-ACC-HOLD PIC X(32).

       01 WS-TREND-HEADER.
            02 FILLER PIC X(30) VALUE
               'TEACHER RESULTS TREND - RUN '.
            02 WS-TH-RUN-DATE PIC 9(8).

       01 WS-TREND-TEACHER.
            02 FILLER PIC X(8) VALUE 'TEACHER '.
            02 WS-TT-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 WS-TT-NAME PIC X(10).

       01 WS-TREND-COLUMNS.
            02 FILLER PIC X(30) VALUE
               'SUBJECT  CL-S TERM   STU  MEAN'.
            02 FILLER PIC X(20) VALUE
               '  CHG PASS%  CHG'.

       01 WS-TREND-DETAIL.
            02 WS-TD-SUBJECT PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 WS-TD-CLASS PIC 9(2).
            02 FILLER PIC X VALUE '-'.
            02 WS-TD-SECTION PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 WS-TD-TERM PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-TD-STUDENTS PIC ZZZ9.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-TD-MEAN PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 WS-TD-MEAN-CHG PIC X(4).
            02 FILLER PIC X(3) VALUE SPACES.
            02 WS-TD-PASS-PCT PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 WS-TD-PASS-CHG PIC X(4).

       01 WS-CHANGE-EDIT PIC +ZZ9.

       01 WS-TREND-TOTAL-LINE.
            02 WS-TL-LABEL PIC X(30).
            02 WS-TL-COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM LOAD-ASSIGN-TABLE.
           IF WS-AST-COUNT = ZERO
               DISPLAY 'NO ASSIGNMENTS ON TCHASSGN.DAT - NO TREND '
                   'REPORT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TERM-HISTORY.
           IF WS-TERMHIST-STATUS NOT = '00'
               DISPLAY 'TERMHIST.DAT NOT FOUND - NO TREND REPORT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-HISTORY.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               ADD 1 TO WS-HIST-READ
               PERFORM CREDIT-ONE-HISTORY
               PERFORM READ-HISTORY
           END-PERFORM.
           CLOSE TERM-HISTORY.
           IF WS-STUDMAST-STATUS = '00'
               CLOSE STUDENT-MASTER
           END-IF.
           PERFORM SORT-ACCUM-TABLE.
           PERFORM PRINT-TREND-REPORT.
           DISPLAY 'TERM HISTORY RECORDS READ: ' WS-HIST-READ.
           DISPLAY 'SUBJECT MARKS CREDITED:    ' WS-MARKS-CREDITED.
           DISPLAY 'MARKS WITH NO TEACHER:     ' WS-MARKS-UNASSIGNED.
           DISPLAY 'CLASS TAKEN FROM MASTER:   ' WS-CLASS-FALLBACK.
           DISPLAY 'CLASS NOT KNOWN, SKIPPED:  ' WS-CLASS-UNKNOWN.
           MOVE 'TCHTREND.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           IF WS-CLASS-UNKNOWN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-SUBJECT-TABLE.
           MOVE ZERO TO WS-SUBJ-COUNT.
           OPEN INPUT SUBJECT-MASTER.
           IF WS-SUBJMAST-STATUS = '00'
               MOVE 'N' TO WS-SUBJ-EOF-FLAG
               PERFORM READ-SUBJECT
               PERFORM UNTIL WS-SUBJ-EOF-FLAG = 'Y'
                       OR WS-SUBJ-COUNT = 6
                   ADD 1 TO WS-SUBJ-COUNT
                   MOVE SUBJ-CODE TO WS-SUBJ-CODE (WS-SUBJ-COUNT)
                   MOVE SUBJ-NAME TO WS-SUBJ-NAME (WS-SUBJ-COUNT)
                   MOVE SUBJ-MAX-MARKS TO WS-SUBJ-MAX (WS-SUBJ-COUNT)
                   MOVE SUBJ-PASS-MARK TO WS-SUBJ-PASS (WS-SUBJ-COUNT)
                   PERFORM READ-SUBJECT
               END-PERFORM
               CLOSE SUBJECT-MASTER
           END-IF.
           IF WS-SUBJ-COUNT = ZERO
               PERFORM DEFAULT-SUBJECT-TABLE
           END-IF.

       READ-SUBJECT.
           READ SUBJECT-MASTER
               AT END MOVE 'Y' TO WS-SUBJ-EOF-FLAG
           END-READ.

       DEFAULT-SUBJECT-TABLE.
           MOVE 3 TO WS-SUBJ-COUNT.
           MOVE 01 TO WS-SUBJ-CODE (1).
           MOVE 'MARK1' TO WS-SUBJ-NAME (1).
           MOVE 02 TO WS-SUBJ-CODE (2).
           MOVE 'MARK2' TO WS-SUBJ-NAME (2).
           MOVE 03 TO WS-SUBJ-CODE (3).
           MOVE 'MARK3' TO WS-SUBJ-NAME (3).
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > 3
               MOVE 100 TO WS-SUBJ-MAX (WS-SUBJ-IDX)
               MOVE 050 TO WS-SUBJ-PASS (WS-SUBJ-IDX)
           END-PERFORM.

       LOAD-ASSIGN-TABLE.
           MOVE ZERO TO WS-AST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS = '00'
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF WS-AST-COUNT < 500
                       ADD 1 TO WS-AST-COUNT
                       MOVE ASG-EMPID TO WS-AST-EMPID (WS-AST-COUNT)
                       MOVE ASG-SUBJ-CODE TO WS-AST-SUBJ (WS-AST-COUNT)
                       MOVE ASG-CLASS TO WS-AST-CLASS (WS-AST-COUNT)
                       MOVE ASG-SECTION
                           TO WS-AST-SECTION (WS-AST-COUNT)
                       MOVE ASG-FROM-TERM TO WS-AST-FROM (WS-AST-COUNT)
                       MOVE ASG-TO-TERM TO WS-AST-TO (WS-AST-COUNT)
                   ELSE
                       DISPLAY 'MORE THAN 500 ASSIGNMENTS - TCHASSGN'
                           '.DAT NOT FULLY LOADED'
                       MOVE 'Y' TO WS-EOF-FLAG
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

       READ-HISTORY.
           READ TERM-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * THE SECTION A STUDENT SAT THE TERM IN, THEN ONE *
      * CREDIT PER SUBJECT COLUMN. THE COLUMNS FOLLOW   *
      * THE SUBJMAST.DAT ORDER THE MARK IMPORT USES.    *
      ***************************************************
       CREDIT-ONE-HISTORY.
           MOVE 'N' TO WS-CLASS-KNOWN.
           IF HIST-CLASS NUMERIC AND HIST-SECTION NOT = SPACE
               MOVE HIST-CLASS TO WS-HIST-CLASS
               MOVE HIST-SECTION TO WS-HIST-SECTION
               MOVE 'Y' TO WS-CLASS-KNOWN
           ELSE
               IF WS-STUDMAST-STATUS = '00'
                   MOVE HIST-ROLLNO TO ROLLNO
                   READ STUDENT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE STUD-CLASS TO WS-HIST-CLASS
                           MOVE STUD-SECTION TO WS-HIST-SECTION
                           MOVE 'Y' TO WS-CLASS-KNOWN
                           ADD 1 TO WS-CLASS-FALLBACK
                   END-READ
               END-IF
           END-IF.
           IF WS-CLASS-KNOWN = 'N'
               ADD 1 TO WS-CLASS-UNKNOWN
           ELSE
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
                   IF HIST-MARK (WS-SUBJ-IDX) NUMERIC
                       PERFORM CREDIT-ONE-MARK
                   END-IF
               END-PERFORM
           END-IF.

       CREDIT-ONE-MARK.
           PERFORM FIND-TERM-TEACHER.
           IF WS-AST-MATCH-IDX = ZERO
               ADD 1 TO WS-MARKS-UNASSIGNED
           ELSE
               PERFORM FIND-ACCUM-ENTRY
               IF WS-ACC-MATCH-IDX > ZERO
                   ADD 1 TO WS-ACC-STUDENTS (WS-ACC-MATCH-IDX)
                   ADD HIST-MARK (WS-SUBJ-IDX)
                       TO WS-ACC-TOTAL (WS-ACC-MATCH-IDX)
                   IF HIST-MARK (WS-SUBJ-IDX)
                           NOT < WS-SUBJ-PASS (WS-SUBJ-IDX)
                       ADD 1 TO WS-ACC-PASSES (WS-ACC-MATCH-IDX)
                   END-IF
                   ADD 1 TO WS-MARKS-CREDITED
               END-IF
           END-IF.

      ***************************************************
      * THE ASSIGNMENT WHOSE TERM RANGE COVERS THE      *
      * HISTORY TERM. A BLANK FROM TERM HAS NO LOWER    *
      * BOUND AND A BLANK TO TERM IS STILL CURRENT.     *
      ***************************************************
       FIND-TERM-TEACHER.
           MOVE ZERO TO WS-AST-MATCH-IDX.
           PERFORM VARYING WS-AST-IDX FROM 1 BY 1
                   UNTIL WS-AST-IDX > WS-AST-COUNT
                   OR WS-AST-MATCH-IDX > ZERO
               IF WS-AST-SUBJ (WS-AST-IDX) = WS-SUBJ-CODE (WS-SUBJ-IDX)
                       AND WS-AST-CLASS (WS-AST-IDX) = WS-HIST-CLASS
                       AND WS-AST-SECTION (WS-AST-IDX)
                           = WS-HIST-SECTION
                       AND WS-AST-FROM (WS-AST-IDX) NOT > HIST-TERM-ID
                       AND (WS-AST-TO (WS-AST-IDX) = SPACES
                           OR WS-AST-TO (WS-AST-IDX) NOT < HIST-TERM-ID)
                   MOVE WS-AST-IDX TO WS-AST-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-ACCUM-ENTRY.
           MOVE ZERO TO WS-ACC-MATCH-IDX.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
                   OR WS-ACC-MATCH-IDX > ZERO
               IF WS-ACC-EMPID (WS-ACC-IDX)
                       = WS-AST-EMPID (WS-AST-MATCH-IDX)
                       AND WS-ACC-SUBJ (WS-ACC-IDX)
                           = WS-SUBJ-CODE (WS-SUBJ-IDX)
                       AND WS-ACC-CLASS (WS-ACC-IDX) = WS-HIST-CLASS
                       AND WS-ACC-SECTION (WS-ACC-IDX)
                           = WS-HIST-SECTION
                       AND WS-ACC-TERM (WS-ACC-IDX) = HIST-TERM-ID
                   MOVE WS-ACC-IDX TO WS-ACC-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-ACC-MATCH-IDX = ZERO
               IF WS-ACC-COUNT < 3000
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-ACC-COUNT TO WS-ACC-MATCH-IDX
                   MOVE WS-AST-EMPID (WS-AST-MATCH-IDX)
                       TO WS-ACC-EMPID (WS-ACC-MATCH-IDX)
                   MOVE WS-SUBJ-CODE (WS-SUBJ-IDX)
                       TO WS-ACC-SUBJ (WS-ACC-MATCH-IDX)
                   MOVE WS-HIST-CLASS TO WS-ACC-CLASS (WS-ACC-MATCH-IDX)
                   MOVE WS-HIST-SECTION
                       TO WS-ACC-SECTION (WS-ACC-MATCH-IDX)
                   MOVE HIST-TERM-ID TO WS-ACC-TERM (WS-ACC-MATCH-IDX)
                   MOVE WS-SUBJ-IDX
                       TO WS-ACC-SUBJ-POS (WS-ACC-MATCH-IDX)
                   MOVE ZERO TO WS-ACC-STUDENTS (WS-ACC-MATCH-IDX)
                       WS-ACC-TOTAL (WS-ACC-MATCH-IDX)
                       WS-ACC-PASSES (WS-ACC-MATCH-IDX)
               ELSE
                   DISPLAY 'MORE THAN 3000 TEACHER-TERM LINES - '
                       'TERM ' HIST-TERM-ID ' NOT FULLY CREDITED'
               END-IF
           END-IF.

       SORT-ACCUM-TABLE.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               PERFORM VARYING WS-ACC-IDX2 FROM 1 BY 1
                       UNTIL WS-ACC-IDX2 >= WS-ACC-COUNT
                   IF WS-ACC-ENTRY (WS-ACC-IDX2)
                           > WS-ACC-ENTRY (WS-ACC-IDX2 + 1)
                       MOVE WS-ACC-ENTRY (WS-ACC-IDX2) TO WS-ACC-HOLD
                       MOVE WS-ACC-ENTRY (WS-ACC-IDX2 + 1)
                           TO WS-ACC-ENTRY (WS-ACC-IDX2)
                       MOVE WS-ACC-HOLD
                           TO WS-ACC-ENTRY (WS-ACC-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-TREND-REPORT.
           OPEN OUTPUT TREND-FILE.
           OPEN INPUT EMP-MASTER.
           MOVE WS-RUN-DATE TO WS-TH-RUN-DATE.
           MOVE WS-TREND-HEADER TO TREND-LINE.
           WRITE TREND-LINE.
           MOVE ALL '=' TO TREND-LINE.
           WRITE TREND-LINE.
           MOVE 'Y' TO WS-FIRST-LINE.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
               IF WS-FIRST-LINE = 'Y'
                       OR WS-ACC-EMPID (WS-ACC-IDX) NOT = WS-BREAK-EMPID
                   PERFORM WRITE-TEACHER-HEADING
               END-IF
               PERFORM WRITE-TREND-DETAIL
               MOVE 'N' TO WS-FIRST-LINE
           END-PERFORM.
           IF WS-EMPMAST-STATUS = '00'
               CLOSE EMP-MASTER
           END-IF.
           MOVE ALL '=' TO TREND-LINE.
           WRITE TREND-LINE.
           MOVE 'SUBJECT MARKS CREDITED' TO WS-TL-LABEL.
           MOVE WS-MARKS-CREDITED TO WS-TL-COUNT.
           MOVE WS-TREND-TOTAL-LINE TO TREND-LINE.
           WRITE TREND-LINE.
           MOVE 'MARKS WITH NO TEACHER ON RECORD' TO WS-TL-LABEL.
           MOVE WS-MARKS-UNASSIGNED TO WS-TL-COUNT.
           MOVE WS-TREND-TOTAL-LINE TO TREND-LINE.
           WRITE TREND-LINE.
           CLOSE TREND-FILE.

       WRITE-TEACHER-HEADING.
           MOVE WS-ACC-EMPID (WS-ACC-IDX) TO WS-BREAK-EMPID.
           MOVE SPACE TO WS-BREAK-SECTION.
           MOVE WS-BREAK-EMPID TO WS-TT-EMPID.
           MOVE 'UNKNOWN' TO WS-TT-NAME.
           IF WS-EMPMAST-STATUS = '00'
               MOVE WS-BREAK-EMPID TO EMPID
               READ EMP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPNAME TO WS-TT-NAME
               END-READ
           END-IF.
           MOVE SPACES TO TREND-LINE.
           WRITE TREND-LINE.
           MOVE WS-TREND-TEACHER TO TREND-LINE.
           WRITE TREND-LINE.
           MOVE WS-TREND-COLUMNS TO TREND-LINE.
           WRITE TREND-LINE.
           MOVE ALL '-' TO TREND-LINE.
           WRITE TREND-LINE.

      ***************************************************
      * THE CHANGE COLUMNS COMPARE WITH THE LINE ABOVE  *
      * WHEN IT IS THE SAME TEACHER, SUBJECT AND        *
      * SECTION; THE FIRST TERM OF A RUN SHOWS NEW.     *
      ***************************************************
       WRITE-TREND-DETAIL.
           MOVE WS-ACC-SUBJ-POS (WS-ACC-IDX) TO WS-SUBJ-IDX.
           MOVE WS-SUBJ-NAME (WS-SUBJ-IDX) TO WS-TD-SUBJECT.
           MOVE WS-ACC-CLASS (WS-ACC-IDX) TO WS-TD-CLASS.
           MOVE WS-ACC-SECTION (WS-ACC-IDX) TO WS-TD-SECTION.
           MOVE WS-ACC-TERM (WS-ACC-IDX) TO WS-TD-TERM.
           MOVE WS-ACC-STUDENTS (WS-ACC-IDX) TO WS-TD-STUDENTS.
           COMPUTE WS-MEAN ROUNDED =
               WS-ACC-TOTAL (WS-ACC-IDX) / WS-ACC-STUDENTS (WS-ACC-IDX).
           COMPUTE WS-PASS-PCT ROUNDED =
               (WS-ACC-PASSES (WS-ACC-IDX) * 100)
               / WS-ACC-STUDENTS (WS-ACC-IDX).
           MOVE WS-MEAN TO WS-TD-MEAN.
           MOVE WS-PASS-PCT TO WS-TD-PASS-PCT.
           IF WS-ACC-SUBJ (WS-ACC-IDX) = WS-BREAK-SUBJ
                   AND WS-ACC-CLASS (WS-ACC-IDX) = WS-BREAK-CLASS
                   AND WS-ACC-SECTION (WS-ACC-IDX) = WS-BREAK-SECTION
               COMPUTE WS-CHANGE = WS-MEAN - WS-PREV-MEAN
               MOVE WS-CHANGE TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO WS-TD-MEAN-CHG
               COMPUTE WS-CHANGE = WS-PASS-PCT - WS-PREV-PASS-PCT
               MOVE WS-CHANGE TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO WS-TD-PASS-CHG
           ELSE
               MOVE ' NEW' TO WS-TD-MEAN-CHG
               MOVE ' NEW' TO WS-TD-PASS-CHG
           END-IF.
           MOVE WS-ACC-SUBJ (WS-ACC-IDX) TO WS-BREAK-SUBJ.
           MOVE WS-ACC-CLASS (WS-ACC-IDX) TO WS-BREAK-CLASS.
           MOVE WS-ACC-SECTION (WS-ACC-IDX) TO WS-BREAK-SECTION.
           MOVE WS-MEAN TO WS-PREV-MEAN.
           MOVE WS-PASS-PCT TO WS-PREV-PASS-PCT.
           MOVE WS-TREND-DETAIL TO TREND-LINE.
           WRITE TREND-LINE.
