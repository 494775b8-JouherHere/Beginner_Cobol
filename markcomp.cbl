      ***************************************************
      * COBOL PROGRAM TO PRINT THE MARK SHEET           *
      * COMPLETION REPORT ON MARKCOMP.RPT FOR THE TERM  *
      * OPEN TODAY, TO BE RUN BEFORE THE NIGHTLY STUDREC*
      * RUN. EVERY CLASS YEAR AND SECTION WITH STUDENTS *
      * ON STUDMAST.DAT OWES ONE SHEET PER SUBJECT IN   *
      * THE SUBJMAST.DAT CATALOG. A SHEET IS LISTED AS  *
      * MISSING WHEN THE TCHASSGN.DAT TEACHER HAS NOT   *
      * ENTERED IT THROUGH MARKENT THIS TERM, AS        *
      * INCOMPLETE WHEN STUDENTS HAVE JOINED THE CLASS  *
      * SINCE IT WAS ENTERED, AND AS NO TEACHER WHEN NO *
      * ASSIGNMENT EXISTS SO THE OFFICE MUST KEY IT.    *
      * ANY SHEET OUTSTANDING ENDS THE RUN WITH RC 4.   *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKCOMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLNO
               FILE STATUS IS WS-STUDMAST-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO 'SUBJMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMAST-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO 'TCHASSGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHASGN-STATUS.
           SELECT MARK-SHEETS ASSIGN TO 'MARKSHT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MARKSHT-STATUS.
           SELECT COMP-FILE ASSIGN TO 'MARKCOMP.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "subjrec.cpy".

       FD  ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "tchasgn.cpy".

       FD  MARK-SHEETS
           LABEL RECORDS ARE STANDARD.
       COPY "marksht.cpy".

       FD  COMP-FILE
           LABEL RECORDS ARE STANDARD.
       01 COMP-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-SUBJMAST-STATUS PIC XX VALUE '00'.
       77 WS-TCHASGN-STATUS PIC XX VALUE '00'.
       77 WS-MARKSHT-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-IDX PIC 9 VALUE ZERO.
       77 WS-CLS-IDX PIC 9(3) VALUE ZERO.
       77 WS-CLS-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-AST-IDX PIC 9(3) VALUE ZERO.
       77 WS-AST-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-SHEET-IDX PIC 9(3) VALUE ZERO.
       77 WS-SHEET-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-TERM-ID PIC X(6) VALUE SPACES.
       77 WS-SHEETS-DUE PIC 9(4) VALUE ZERO.
       77 WS-COMPLETE-COUNT PIC 9(4) VALUE ZERO.
       77 WS-MISSING-COUNT PIC 9(4) VALUE ZERO.
       77 WS-INCOMPLETE-COUNT PIC 9(4) VALUE ZERO.
       77 WS-NO-TEACHER-COUNT PIC 9(4) VALUE ZERO.

       COPY "subjtabl.cpy".

       COPY "termparm.cpy".

       COPY "splparm.cpy".

      ***************************************************
      * CLASS YEAR / SECTION ROLL COUNTS, THE TEACHER   *
      * ASSIGNMENTS AND THE TERM'S ENTERED SHEETS.      *
      ***************************************************
       01 WS-CLASS-TABLE.
            02 WS-CLS-COUNT PIC 9(3) VALUE ZERO.
            02 WS-CLS-ENTRY OCCURS 200 TIMES.
                 03 WS-CLS-CLASS PIC 9(2).
                 03 WS-CLS-SECTION PIC X.
                 03 WS-CLS-STUDENTS PIC 9(4).

       01 WS-ASSIGN-TABLE.
            02 WS-AST-COUNT PIC 9(3) VALUE ZERO.
            02 WS-AST-ENTRY OCCURS 500 TIMES.
                 03 WS-AST-EMPID PIC 9(5).
                 03 WS-AST-SUBJ PIC 9(2).
                 03 WS-AST-CLASS PIC 9(2).
                 03 WS-AST-SECTION PIC X.

       01 WS-SHEET-TABLE.
            02 WS-SHEET-COUNT PIC 9(3) VALUE ZERO.
            02 WS-SHEET-ENTRY OCCURS 500 TIMES.
                 03 WS-SHT-SUBJ PIC 9(2).
                 03 WS-SHT-CLASS PIC 9(2).
                 03 WS-SHT-SECTION PIC X.
                 03 WS-SHT-STUDENTS PIC 9(4).

       01 WS-COMP-HEADER.
            02 FILLER PIC X(30) VALUE 'MARK SHEET COMPLETION - TERM '.
            02 WS-CH-TERM PIC X(6).
            02 FILLER PIC X(5) VALUE ' RUN '.
            02 WS-CH-RUN-DATE PIC 9(8).

       01 WS-COMP-COLUMNS.
            02 FILLER PIC X(30) VALUE 'CLASS SEC SUBJECT  EMPID STATU'.
            02 FILLER PIC X(30) VALUE 'S        ENTERED/ON ROLL'.

       01 WS-COMP-DETAIL.
            02 WS-CD-CLASS PIC 9(2).
            02 FILLER PIC X(4) VALUE SPACES.
            02 WS-CD-SECTION PIC X.
            02 FILLER PIC X(3) VALUE SPACES.
            02 WS-CD-SUBJECT PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-EMPID PIC X(5).
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-STATUS PIC X(12).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-CD-ENTERED PIC ZZZ9.
            02 FILLER PIC X VALUE '/'.
            02 WS-CD-ON-ROLL PIC ZZZ9.

       01 WS-EMPID-DISPLAY PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'C' TO TRM-FUNC.
           MOVE WS-RUN-DATE TO TRM-RUN-DATE.
           CALL 'TERMLOOK' USING TRM-REQUEST TRM-RESULT.
           IF TRM-FOUND-FLAG NOT = 'Y'
               DISPLAY TRM-REASON ' - NO COMPLETION REPORT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE TRM-TERM-ID TO WS-TERM-ID.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM LOAD-CLASS-TABLE.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM LOAD-ASSIGN-TABLE.
           PERFORM LOAD-SHEET-TABLE.
           OPEN OUTPUT COMP-FILE.
           MOVE WS-TERM-ID TO WS-CH-TERM.
           MOVE WS-RUN-DATE TO WS-CH-RUN-DATE.
           MOVE ALL '=' TO COMP-LINE.
           WRITE COMP-LINE.
           WRITE COMP-LINE FROM WS-COMP-HEADER.
           WRITE COMP-LINE FROM WS-COMP-COLUMNS.
           MOVE ALL '-' TO COMP-LINE.
           WRITE COMP-LINE.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
                   PERFORM CHECK-ONE-SHEET
               END-PERFORM
           END-PERFORM.
           PERFORM WRITE-COMP-TOTALS.
           CLOSE COMP-FILE.
           DISPLAY 'MARK SHEETS DUE:     ' WS-SHEETS-DUE.
           DISPLAY 'COMPLETE:            ' WS-COMPLETE-COUNT.
           DISPLAY 'MISSING:             ' WS-MISSING-COUNT.
           DISPLAY 'INCOMPLETE:          ' WS-INCOMPLETE-COUNT.
           DISPLAY 'NO TEACHER ASSIGNED: ' WS-NO-TEACHER-COUNT.
           MOVE 'MARKCOMP.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           IF WS-SHEETS-DUE NOT = WS-COMPLETE-COUNT
               DISPLAY '*** ROSTER WILL NOT BE COMPLETE - SEE '
                   'MARKCOMP.RPT ***'
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

       LOAD-CLASS-TABLE.
           MOVE ZERO TO WS-CLS-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS NOT = '00'
               DISPLAY 'STUDMAST.DAT NOT FOUND - NO COMPLETION '
                   'REPORT'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-STUDENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   PERFORM COUNT-ONE-STUDENT
                   PERFORM READ-STUDENT
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

       READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       COUNT-ONE-STUDENT.
           MOVE ZERO TO WS-CLS-MATCH-IDX.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT
                   OR WS-CLS-MATCH-IDX > ZERO
               IF WS-CLS-CLASS (WS-CLS-IDX) = STUD-CLASS
                       AND WS-CLS-SECTION (WS-CLS-IDX) = STUD-SECTION
                   MOVE WS-CLS-IDX TO WS-CLS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-CLS-MATCH-IDX = ZERO
               IF WS-CLS-COUNT < 200
                   ADD 1 TO WS-CLS-COUNT
                   MOVE WS-CLS-COUNT TO WS-CLS-MATCH-IDX
                   MOVE STUD-CLASS TO WS-CLS-CLASS (WS-CLS-MATCH-IDX)
                   MOVE STUD-SECTION
                       TO WS-CLS-SECTION (WS-CLS-MATCH-IDX)
                   MOVE ZERO TO WS-CLS-STUDENTS (WS-CLS-MATCH-IDX)
               ELSE
                   DISPLAY 'MORE THAN 200 CLASS SECTIONS - CLASS '
                       STUD-CLASS ' SECTION ' STUD-SECTION
                       ' NOT REPORTED'
               END-IF
           END-IF.
           IF WS-CLS-MATCH-IDX > ZERO
               ADD 1 TO WS-CLS-STUDENTS (WS-CLS-MATCH-IDX)
           END-IF.

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

       LOAD-SHEET-TABLE.
           MOVE ZERO TO WS-SHEET-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MARK-SHEETS.
           IF WS-MARKSHT-STATUS = '00'
               PERFORM READ-MARK-SHEET
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF MS-TERM-ID = WS-TERM-ID
                       PERFORM ADD-SHEET-ENTRY
                   END-IF
                   PERFORM READ-MARK-SHEET
               END-PERFORM
               CLOSE MARK-SHEETS
           END-IF.

       READ-MARK-SHEET.
           READ MARK-SHEETS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       ADD-SHEET-ENTRY.
           IF WS-SHEET-COUNT < 500
               ADD 1 TO WS-SHEET-COUNT
               MOVE MS-SUBJ-CODE TO WS-SHT-SUBJ (WS-SHEET-COUNT)
               MOVE MS-CLASS TO WS-SHT-CLASS (WS-SHEET-COUNT)
               MOVE MS-SECTION TO WS-SHT-SECTION (WS-SHEET-COUNT)
               MOVE MS-STUDENTS TO WS-SHT-STUDENTS (WS-SHEET-COUNT)
           ELSE
               DISPLAY 'MORE THAN 500 SHEETS FOR TERM ' WS-TERM-ID
                   ' - REGISTER NOT FULLY LOADED'
           END-IF.

      ***************************************************
      * ONLY OUTSTANDING SHEETS ARE PRINTED; COMPLETE   *
      * ONES ARE COUNTED IN THE TOTALS.                 *
      ***************************************************
       CHECK-ONE-SHEET.
           ADD 1 TO WS-SHEETS-DUE.
           PERFORM FIND-ASSIGNMENT.
           PERFORM FIND-SHEET.
           MOVE SPACES TO WS-CD-EMPID.
           MOVE ZERO TO WS-CD-ENTERED.
           IF WS-AST-MATCH-IDX > ZERO
               MOVE WS-AST-EMPID (WS-AST-MATCH-IDX)
                   TO WS-EMPID-DISPLAY
               MOVE WS-EMPID-DISPLAY TO WS-CD-EMPID
           END-IF.
           IF WS-SHEET-MATCH-IDX > ZERO
               MOVE WS-SHT-STUDENTS (WS-SHEET-MATCH-IDX)
                   TO WS-CD-ENTERED
           END-IF.
           EVALUATE TRUE
               WHEN WS-AST-MATCH-IDX = ZERO
                   MOVE 'NO TEACHER' TO WS-CD-STATUS
                   ADD 1 TO WS-NO-TEACHER-COUNT
                   PERFORM WRITE-COMP-DETAIL
               WHEN WS-SHEET-MATCH-IDX = ZERO
                   MOVE 'MISSING' TO WS-CD-STATUS
                   ADD 1 TO WS-MISSING-COUNT
                   PERFORM WRITE-COMP-DETAIL
               WHEN WS-SHT-STUDENTS (WS-SHEET-MATCH-IDX)
                       < WS-CLS-STUDENTS (WS-CLS-IDX)
                   MOVE 'INCOMPLETE' TO WS-CD-STATUS
                   ADD 1 TO WS-INCOMPLETE-COUNT
                   PERFORM WRITE-COMP-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-COMPLETE-COUNT
           END-EVALUATE.

       FIND-ASSIGNMENT.
           MOVE ZERO TO WS-AST-MATCH-IDX.
           PERFORM VARYING WS-AST-IDX FROM 1 BY 1
                   UNTIL WS-AST-IDX > WS-AST-COUNT
                   OR WS-AST-MATCH-IDX > ZERO
               IF WS-AST-SUBJ (WS-AST-IDX) = WS-SUBJ-CODE (WS-SUBJ-IDX)
                       AND WS-AST-CLASS (WS-AST-IDX)
                           = WS-CLS-CLASS (WS-CLS-IDX)
                       AND WS-AST-SECTION (WS-AST-IDX)
                           = WS-CLS-SECTION (WS-CLS-IDX)
                   MOVE WS-AST-IDX TO WS-AST-MATCH-IDX
               END-IF
           END-PERFORM.

       FIND-SHEET.
           MOVE ZERO TO WS-SHEET-MATCH-IDX.
           PERFORM VARYING WS-SHEET-IDX FROM 1 BY 1
                   UNTIL WS-SHEET-IDX > WS-SHEET-COUNT
                   OR WS-SHEET-MATCH-IDX > ZERO
               IF WS-SHT-SUBJ (WS-SHEET-IDX)
                           = WS-SUBJ-CODE (WS-SUBJ-IDX)
                       AND WS-SHT-CLASS (WS-SHEET-IDX)
                           = WS-CLS-CLASS (WS-CLS-IDX)
                       AND WS-SHT-SECTION (WS-SHEET-IDX)
                           = WS-CLS-SECTION (WS-CLS-IDX)
                   MOVE WS-SHEET-IDX TO WS-SHEET-MATCH-IDX
               END-IF
           END-PERFORM.

       WRITE-COMP-DETAIL.
           MOVE WS-CLS-CLASS (WS-CLS-IDX) TO WS-CD-CLASS.
           MOVE WS-CLS-SECTION (WS-CLS-IDX) TO WS-CD-SECTION.
           MOVE WS-SUBJ-NAME (WS-SUBJ-IDX) TO WS-CD-SUBJECT.
           MOVE WS-CLS-STUDENTS (WS-CLS-IDX) TO WS-CD-ON-ROLL.
           WRITE COMP-LINE FROM WS-COMP-DETAIL.

       WRITE-COMP-TOTALS.
           MOVE ALL '-' TO COMP-LINE.
           WRITE COMP-LINE.
           MOVE SPACES TO COMP-LINE.
           STRING 'SHEETS DUE: ' WS-SHEETS-DUE
               '  COMPLETE: ' WS-COMPLETE-COUNT
               DELIMITED BY SIZE INTO COMP-LINE.
           WRITE COMP-LINE.
           MOVE SPACES TO COMP-LINE.
           STRING 'MISSING: ' WS-MISSING-COUNT
               '  INCOMPLETE: ' WS-INCOMPLETE-COUNT
               '  NO TEACHER: ' WS-NO-TEACHER-COUNT
               DELIMITED BY SIZE INTO COMP-LINE.
           WRITE COMP-LINE.
