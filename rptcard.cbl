      ***************************************************
      * COBOL PROGRAM TO PRINT THE END-OF-TERM REPORT   *
      * CARDS ON RPTCARD.RPT, ONE CARD FOR EVERY        *
      * STUDENT ON THE ROSTER RESULTS IN STUDRSLT.DAT,  *
      * ADDRESSED TO THE GUARDIAN FROM GUARDIAN.DAT.    *
      * EACH CARD LISTS EVERY SUBJECT ON THE            *
      * SUBJMAST.DAT CATALOG WITH THE MARK, THE SUBJECT *
      * GRADE AND THE SUBJECT TEACHER CURRENTLY         *
      * ASSIGNED ON TCHASSGN.DAT, THEN THE TOTAL,       *
      * AVERAGE, RANK WITHIN THE CLASS-SECTION, THE     *
      * ATTENDANCE PERCENTAGE FROM ATTSUMM.DAT AND THE  *
      * CHANGE IN AVERAGE AGAINST THE LATEST TERM ON    *
      * TERMHIST.DAT. A STUDENT WITH NO GUARDIAN RECORD *
      * LANDS ON THE RPTCEXCP.DAT EXCEPTION LISTING     *
      * INSTEAD OF GETTING A CARD, AND A CONTROL COUNT  *
      * AT THE END OF THE REPORT PROVES CARDS PLUS      *
      * EXCEPTIONS EQUAL THE STUDENTS COUNTED ON THE    *
      * ROSTER BY THE FIRST (RANKING) PASS (RC 4 IF     *
      * THEY DIFFER).                                   *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULTS-FILE ASSIGN TO 'STUDRSLT.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO 'SUBJMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMAST-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO 'TCHASSGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHASGN-STATUS.
           SELECT EMP-MASTER ASSIGN TO 'EMPMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPID
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT ATT-SUMMARY ASSIGN TO 'ATTSUMM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-ROLLNO
               FILE STATUS IS WS-ATTSUMM-STATUS.
           SELECT TERM-HISTORY ASSIGN TO 'TERMHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-STATUS.
           SELECT GUARDIAN-MASTER ASSIGN TO 'GUARDIAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-ROLLNO
               FILE STATUS IS WS-GUARDIAN-STATUS.
           SELECT CARD-FILE ASSIGN TO 'RPTCARD.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARD-EXCEPTION ASSIGN TO 'RPTCEXCP.DAT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULTS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "studrslt.cpy".

       FD  SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "subjrec.cpy".

       FD  ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "tchasgn.cpy".

       FD  EMP-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "emprecord.cpy".

       FD  ATT-SUMMARY
           LABEL RECORDS ARE STANDARD.
       COPY "attsumm.cpy".

       FD  TERM-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "termhist.cpy".

       FD  GUARDIAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "guardian.cpy".

       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01 CARD-LINE PIC X(60).

       FD  CARD-EXCEPTION
           LABEL RECORDS ARE STANDARD.
       01 CARD-EXCP-RECORD.
            02 CXC-ROLLNO PIC 9(6).
            02 FILLER PIC X.
            02 CXC-STUDNAME PIC A(8).
            02 FILLER PIC X.
            02 CXC-REASON PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-RESULTS-STATUS PIC XX VALUE '00'.
       77 WS-SUBJMAST-STATUS PIC XX VALUE '00'.
       77 WS-TCHASGN-STATUS PIC XX VALUE '00'.
       77 WS-EMPMAST-STATUS PIC XX VALUE '00'.
       77 WS-ATTSUMM-STATUS PIC XX VALUE '00'.
       77 WS-TERMHIST-STATUS PIC XX VALUE '00'.
       77 WS-GUARDIAN-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-EOF-FLAG PIC X VALUE 'N'.
       77 WS-ASG-EOF-FLAG PIC X VALUE 'N'.
       77 WS-HIST-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-IDX PIC 9 VALUE ZERO.
       77 WS-ASG-IDX PIC 9(3) VALUE ZERO.
       77 WS-STU-IDX PIC 9(4) VALUE ZERO.
       77 WS-CARD-IDX PIC 9(5) VALUE ZERO.
       77 WS-GRADE-IDX PIC 9(2) VALUE ZERO.
       77 WS-GRADE PIC X VALUE SPACE.
       77 WS-AVERAGE PIC 9(3) VALUE ZERO.
       77 WS-TEACHER-NAME PIC X(12) VALUE SPACES.
       77 WS-RANK PIC 9(3) VALUE ZERO.
       77 WS-SECTION-SIZE PIC 9(3) VALUE ZERO.
       77 WS-ATT-AVAIL PIC X VALUE 'N'.
       77 WS-ATT-FOUND PIC X VALUE 'N'.
       77 WS-ATT-PCT PIC 9(3) VALUE ZERO.
       77 WS-AVG-CHANGE PIC S9(3) VALUE ZERO.
       77 WS-TREND PIC X(8) VALUE SPACES.
       77 WS-GUARDIAN-AVAIL PIC X VALUE 'N'.
       77 WS-GRD-FOUND PIC X VALUE 'N'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-STUDENT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CARD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-EXCP-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ACCOUNTED PIC 9(5) VALUE ZERO.
       77 WS-ROSTER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNRANKED-COUNT PIC 9(5) VALUE ZERO.

       COPY "subjtabl.cpy".

       01 WS-GRADE-TABLE-VALUES.
            02 FILLER PIC X(7) VALUE '090100A'.
            02 FILLER PIC X(7) VALUE '080089B'.
            02 FILLER PIC X(7) VALUE '070079C'.
            02 FILLER PIC X(7) VALUE '050069D'.
            02 FILLER PIC X(7) VALUE '000049F'.
       01 GRADE-TABLE REDEFINES WS-GRADE-TABLE-VALUES.
            02 GRADE-ENTRY OCCURS 5 TIMES.
                 03 GRADE-LOW PIC 9(3).
                 03 GRADE-HIGH PIC 9(3).
                 03 GRADE-LETTER PIC X.

       01 WS-ASSIGNMENT-TABLE.
            02 WS-ASG-COUNT PIC 9(3) VALUE ZERO.
            02 WS-ASG-ENTRY OCCURS 200 TIMES.
                 03 WS-ASG-SUBJ PIC 9(2).
                 03 WS-ASG-CLASS PIC 9(2).
                 03 WS-ASG-SECTION PIC X.
                 03 WS-ASG-TEACHER PIC A(10).

      ***************************************************
      * ONE ENTRY PER ROSTER LINE, IN ROSTER ORDER, SO  *
      * THE CARD PASS CAN PICK UP ITS RANK AND LAST     *
      * TERM BY POSITION.                               *
      ***************************************************
       01 WS-STUDENT-TABLE.
            02 WS-STU-COUNT PIC 9(3) VALUE ZERO.
            02 WS-STU-ENTRY OCCURS 999 TIMES.
                 03 WS-STU-ROLLNO PIC 9(6).
                 03 WS-STU-CLASS PIC 9(2).
                 03 WS-STU-SECTION PIC X.
                 03 WS-STU-TOTAL PIC 9(4).
                 03 WS-STU-LAST-TERM PIC X(6).
                 03 WS-STU-LAST-AVG PIC 9(3).

       COPY "splparm.cpy".

       01 WS-CARD-RULE-LINE.
            02 FILLER PIC X(50) VALUE ALL '='.

       01 WS-CARD-DASH-LINE.
            02 FILLER PIC X(50) VALUE ALL '-'.

       01 WS-CARD-HEAD-LINE.
            02 FILLER PIC X(26) VALUE
               'END-OF-TERM REPORT CARD   '.
            02 FILLER PIC X(6) VALUE 'DATE: '.
            02 WS-CARD-DATE PIC 9(8).

       01 WS-CARD-STUDENT-LINE.
            02 FILLER PIC X(9) VALUE 'STUDENT: '.
            02 WS-CARD-NAME PIC X(8).
            02 FILLER PIC X(14) VALUE '   ROLL NO.: '.
            02 WS-CARD-ROLLNO PIC 9(6).

       01 WS-CARD-CLASS-LINE.
            02 FILLER PIC X(7) VALUE 'CLASS: '.
            02 WS-CARD-CLASS PIC 9(2).
            02 FILLER PIC X(12) VALUE '   SECTION: '.
            02 WS-CARD-SECTION PIC X.

       01 WS-CARD-ADDR-LINE.
            02 FILLER PIC X(4) VALUE SPACES.
            02 WS-CARD-ADDR-TEXT PIC X(20).

       01 WS-CARD-SUBJ-HEAD.
            02 FILLER PIC X(36) VALUE
               '  SUBJECT   MARK  GRADE  TEACHER   '.

       01 WS-CARD-MARK-LINE.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-CARD-SUBJ-NAME PIC X(8).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-CARD-MARK PIC 9(3).
            02 FILLER PIC X(4) VALUE SPACES.
            02 WS-CARD-SUBJ-GRADE PIC X.
            02 FILLER PIC X(4) VALUE SPACES.
            02 WS-CARD-TEACHER PIC X(12).

       01 WS-CARD-TOTAL-LINE.
            02 FILLER PIC X(7) VALUE 'TOTAL: '.
            02 WS-CARD-TOTAL PIC 9(4).
            02 FILLER PIC X(12) VALUE '   AVERAGE: '.
            02 WS-CARD-AVERAGE PIC 9(3).
            02 FILLER PIC X(10) VALUE '   GRADE: '.
            02 WS-CARD-GRADE PIC X.
            02 FILLER PIC X(3) VALUE SPACES.
            02 WS-CARD-PASS-FAIL PIC X(4).

       01 WS-CARD-RANK-LINE.
            02 FILLER PIC X(23) VALUE 'RANK IN CLASS-SECTION: '.
            02 WS-CARD-RANK PIC ZZ9.
            02 FILLER PIC X(4) VALUE ' OF '.
            02 WS-CARD-SECTION-SIZE PIC ZZ9.

       01 WS-CARD-ATT-LINE.
            02 FILLER PIC X(12) VALUE 'ATTENDANCE: '.
            02 WS-CARD-ATT-PCT PIC ZZ9.
            02 FILLER PIC X VALUE '%'.

       01 WS-CARD-TERM-LINE.
            02 FILLER PIC X(11) VALUE 'LAST TERM: '.
            02 WS-CARD-LAST-TERM PIC X(6).
            02 FILLER PIC X(10) VALUE '  AVERAGE '.
            02 WS-CARD-LAST-AVG PIC 9(3).
            02 FILLER PIC X(10) VALUE '  CHANGE: '.
            02 WS-CARD-CHANGE PIC -ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CARD-TREND PIC X(8).

       01 WS-CARD-COUNT-LINE.
            02 WS-CC-LABEL PIC X(30).
            02 WS-CC-COUNT PIC ZZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CC-RESULT PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-SUBJECT-TABLE.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-STATUS NOT = '00'
               DISPLAY 'STUDRSLT.DAT NOT FOUND - RUN THE ROSTER '
                   'REPORT FIRST'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-STUDENT-TABLE
               CLOSE RESULTS-FILE
               PERFORM LOAD-LAST-TERM
               PERFORM LOAD-ASSIGNMENT-TABLE
               PERFORM PRINT-ALL-CARDS
           END-IF.
           GOBACK.

       PRINT-ALL-CARDS.
           OPEN INPUT RESULTS-FILE.
           PERFORM OPEN-GUARDIAN-MASTER.
           PERFORM OPEN-ATT-SUMMARY.
           OPEN OUTPUT CARD-FILE.
           OPEN OUTPUT CARD-EXCEPTION.
           DISPLAY ' '.
           DISPLAY '     REPORT CARD CONTROL LISTING'.
           DISPLAY 'ROLL   STUDNAME AVG GRD'.
           DISPLAY '-----------------------'.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE ZERO TO WS-CARD-IDX.
           PERFORM READ-RESULT.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               ADD 1 TO WS-STUDENT-COUNT
               ADD 1 TO WS-CARD-IDX
               PERFORM GET-GUARDIAN
               IF WS-GRD-FOUND = 'Y'
                   PERFORM WRITE-ONE-CARD
                   ADD 1 TO WS-CARD-COUNT
                   DISPLAY RES-ROLLNO ' ' RES-STUDNAME ' '
                       RES-AVERAGE ' ' RES-GRADE
               ELSE
                   PERFORM WRITE-CARD-EXCEPTION
                   DISPLAY RES-ROLLNO ' ' RES-STUDNAME ' '
                       RES-AVERAGE ' ' RES-GRADE
                       ' *NO GUARDIAN RECORD'
               END-IF
               PERFORM READ-RESULT
           END-PERFORM.
           PERFORM WRITE-CARD-CONTROL.
           CLOSE CARD-FILE.
           CLOSE CARD-EXCEPTION.
           IF WS-ATT-AVAIL = 'Y'
               CLOSE ATT-SUMMARY
           END-IF.
           IF WS-GUARDIAN-AVAIL = 'Y'
               CLOSE GUARDIAN-MASTER
           END-IF.
           CLOSE RESULTS-FILE.
           DISPLAY '-----------------------'.
           DISPLAY 'STUDENTS ON RESULTS FILE: ' WS-STUDENT-COUNT.
           DISPLAY 'REPORT CARDS PRODUCED:    ' WS-CARD-COUNT.
           DISPLAY 'NO-GUARDIAN EXCEPTIONS:   ' WS-EXCP-COUNT.
           IF WS-UNRANKED-COUNT > ZERO
               DISPLAY 'STUDENTS NOT RANKED:      '
                   WS-UNRANKED-COUNT
           END-IF.
           MOVE 'RPTCARD.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           IF WS-ACCOUNTED NOT = WS-ROSTER-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.

      ***************************************************
      * FIRST PASS OVER THE ROSTER KEEPS ROLLNO, CLASS, *
      * SECTION AND TOTAL FOR EVERY STUDENT SO THE      *
      * CARD PASS CAN RANK EACH ONE AGAINST THE REST OF *
      * THE CLASS-SECTION. A ROSTER LONGER THAN THE     *
      * TABLE STILL GETS ITS CARDS, WITHOUT A RANK.     *
      ***************************************************
       LOAD-STUDENT-TABLE.
           MOVE ZERO TO WS-STU-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-RESULT.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF WS-STU-COUNT < 999
                   ADD 1 TO WS-STU-COUNT
                   MOVE RES-ROLLNO TO WS-STU-ROLLNO (WS-STU-COUNT)
                   MOVE RES-CLASS TO WS-STU-CLASS (WS-STU-COUNT)
                   MOVE RES-SECTION TO WS-STU-SECTION (WS-STU-COUNT)
                   MOVE RES-TOTAL TO WS-STU-TOTAL (WS-STU-COUNT)
                   MOVE SPACES TO WS-STU-LAST-TERM (WS-STU-COUNT)
                   MOVE ZERO TO WS-STU-LAST-AVG (WS-STU-COUNT)
               ELSE
                   ADD 1 TO WS-UNRANKED-COUNT
               END-IF
               PERFORM READ-RESULT
           END-PERFORM.
           IF WS-UNRANKED-COUNT > ZERO
               DISPLAY 'ROSTER EXCEEDS 999 STUDENTS - '
                   WS-UNRANKED-COUNT ' CARDS PRINTED WITHOUT RANK'
           END-IF.

      ***************************************************
      * TERMHIST.DAT HOLDS THE MARKS ARCHIVED WHEN EACH *
      * TERM CLOSED, SO THE HIGHEST TERM ID ON FILE FOR *
      * A STUDENT IS THE TERM BEFORE THE ONE ON THE     *
      * ROSTER. ITS AVERAGE IS KEPT FOR THE CHANGE LINE.*
      ***************************************************
       LOAD-LAST-TERM.
           OPEN INPUT TERM-HISTORY.
           IF WS-TERMHIST-STATUS NOT = '00'
               DISPLAY 'TERMHIST.DAT NOT FOUND - NO TERM-ON-TERM '
                   'CHANGE ON THE CARDS'
           ELSE
               MOVE 'N' TO WS-HIST-EOF-FLAG
               PERFORM READ-HISTORY
               PERFORM UNTIL WS-HIST-EOF-FLAG = 'Y'
                   PERFORM APPLY-HISTORY-RECORD
                   PERFORM READ-HISTORY
               END-PERFORM
               CLOSE TERM-HISTORY
           END-IF.

       APPLY-HISTORY-RECORD.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-STU-ROLLNO (WS-STU-IDX) = HIST-ROLLNO
                   IF WS-STU-LAST-TERM (WS-STU-IDX) = SPACES
                           OR HIST-TERM-ID
                           > WS-STU-LAST-TERM (WS-STU-IDX)
                       MOVE HIST-TERM-ID
                           TO WS-STU-LAST-TERM (WS-STU-IDX)
                       MOVE HIST-AVERAGE
                           TO WS-STU-LAST-AVG (WS-STU-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       READ-HISTORY.
           READ TERM-HISTORY
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-READ.

       OPEN-GUARDIAN-MASTER.
           OPEN INPUT GUARDIAN-MASTER.
           IF WS-GUARDIAN-STATUS = '00'
               MOVE 'Y' TO WS-GUARDIAN-AVAIL
           ELSE
               MOVE 'N' TO WS-GUARDIAN-AVAIL
               DISPLAY 'GUARDIAN.DAT NOT FOUND - ALL CARDS WILL '
                   'LAND ON THE EXCEPTION LISTING'
           END-IF.

       GET-GUARDIAN.
           MOVE 'N' TO WS-GRD-FOUND.
           IF WS-GUARDIAN-AVAIL = 'Y'
               MOVE RES-ROLLNO TO GRD-ROLLNO
               READ GUARDIAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GRD-FOUND
               END-READ
           END-IF.

       WRITE-CARD-EXCEPTION.
           MOVE RES-ROLLNO TO CXC-ROLLNO.
           MOVE RES-STUDNAME TO CXC-STUDNAME.
           MOVE 'NO GUARDIAN RECORD - NO CARD' TO CXC-REASON.
           WRITE CARD-EXCP-RECORD.
           ADD 1 TO WS-EXCP-COUNT.

       OPEN-ATT-SUMMARY.
           OPEN INPUT ATT-SUMMARY.
           IF WS-ATTSUMM-STATUS = '00'
               MOVE 'Y' TO WS-ATT-AVAIL
           ELSE
               MOVE 'N' TO WS-ATT-AVAIL
           END-IF.

       GET-ATTENDANCE.
           MOVE 'N' TO WS-ATT-FOUND.
           MOVE ZERO TO WS-ATT-PCT.
           IF WS-ATT-AVAIL = 'Y'
               MOVE RES-ROLLNO TO ATT-ROLLNO
               READ ATT-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATT-TOTAL-DAYS > ZERO
                           MOVE 'Y' TO WS-ATT-FOUND
                           COMPUTE WS-ATT-PCT =
                               (ATT-PRESENT-DAYS * 100)
                               / ATT-TOTAL-DAYS
                       END-IF
               END-READ
           END-IF.

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

      ***************************************************
      * THE TEACHER CURRENTLY OWNING EACH SUBJECT-      *
      * CLASS-SECTION COMES FROM TCHASSGN.DAT (ENDED    *
      * ASSIGNMENTS ARE SKIPPED), WITH THE NAME PICKED  *
      * UP FROM THE EMPLOYEE MASTER.                    *
      ***************************************************
       LOAD-ASSIGNMENT-TABLE.
           MOVE ZERO TO WS-ASG-COUNT.
           MOVE 'N' TO WS-ASG-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASGN-STATUS = '00'
               OPEN INPUT EMP-MASTER
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-ASG-EOF-FLAG = 'Y'
                       OR WS-ASG-COUNT = 200
                   IF ASG-TO-TERM = SPACES
                       PERFORM ADD-ASSIGNMENT-ENTRY
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               IF WS-EMPMAST-STATUS = '00'
                   CLOSE EMP-MASTER
               END-IF
               CLOSE ASSIGNMENT-FILE
           END-IF.

       ADD-ASSIGNMENT-ENTRY.
           ADD 1 TO WS-ASG-COUNT.
           MOVE ASG-SUBJ-CODE TO WS-ASG-SUBJ (WS-ASG-COUNT).
           MOVE ASG-CLASS TO WS-ASG-CLASS (WS-ASG-COUNT).
           MOVE ASG-SECTION TO WS-ASG-SECTION (WS-ASG-COUNT).
           MOVE 'UNKNOWN' TO WS-ASG-TEACHER (WS-ASG-COUNT).
           IF WS-EMPMAST-STATUS = '00'
               MOVE ASG-EMPID TO EMPID
               READ EMP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPNAME TO WS-ASG-TEACHER (WS-ASG-COUNT)
               END-READ
           END-IF.

       READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE 'Y' TO WS-ASG-EOF-FLAG
           END-READ.

       FIND-SUBJECT-TEACHER.
           MOVE '(UNASSIGNED)' TO WS-TEACHER-NAME.
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-SUBJ (WS-ASG-IDX)
                       = WS-SUBJ-CODE (WS-SUBJ-IDX)
                       AND WS-ASG-CLASS (WS-ASG-IDX) = RES-CLASS
                       AND WS-ASG-SECTION (WS-ASG-IDX) = RES-SECTION
                   MOVE WS-ASG-TEACHER (WS-ASG-IDX)
                       TO WS-TEACHER-NAME
               END-IF
           END-PERFORM.

      ***************************************************
      * RANK IS ONE MORE THAN THE NUMBER OF STUDENTS IN *
      * THE SAME CLASS-SECTION WITH A HIGHER TOTAL, SO  *
      * EQUAL TOTALS SHARE A RANK.                      *
      ***************************************************
       RANK-IN-SECTION.
           MOVE 1 TO WS-RANK.
           MOVE ZERO TO WS-SECTION-SIZE.
           PERFORM VARYING WS-STU-IDX FROM 1 BY 1
                   UNTIL WS-STU-IDX > WS-STU-COUNT
               IF WS-STU-CLASS (WS-STU-IDX) = RES-CLASS
                       AND WS-STU-SECTION (WS-STU-IDX) = RES-SECTION
                   ADD 1 TO WS-SECTION-SIZE
                   IF WS-STU-TOTAL (WS-STU-IDX) > RES-TOTAL
                       ADD 1 TO WS-RANK
                   END-IF
               END-IF
           END-PERFORM.

       GRADE-LOOKUP-PARA.
           MOVE 'F' TO WS-GRADE.
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
                   UNTIL WS-GRADE-IDX > 5
               IF WS-AVERAGE >= GRADE-LOW (WS-GRADE-IDX) AND
                  WS-AVERAGE <= GRADE-HIGH (WS-GRADE-IDX)
                   MOVE GRADE-LETTER (WS-GRADE-IDX) TO WS-GRADE
               END-IF
           END-PERFORM.

       WRITE-ONE-CARD.
           WRITE CARD-LINE FROM WS-CARD-RULE-LINE.
           MOVE WS-RUN-DATE TO WS-CARD-DATE.
           WRITE CARD-LINE FROM WS-CARD-HEAD-LINE.
           MOVE SPACES TO CARD-LINE.
           WRITE CARD-LINE.
           MOVE RES-STUDNAME TO WS-CARD-NAME.
           MOVE RES-ROLLNO TO WS-CARD-ROLLNO.
           WRITE CARD-LINE FROM WS-CARD-STUDENT-LINE.
           MOVE RES-CLASS TO WS-CARD-CLASS.
           MOVE RES-SECTION TO WS-CARD-SECTION.
           WRITE CARD-LINE FROM WS-CARD-CLASS-LINE.
           MOVE 'TO:' TO CARD-LINE.
           WRITE CARD-LINE.
           MOVE GRD-NAME TO WS-CARD-ADDR-TEXT.
           WRITE CARD-LINE FROM WS-CARD-ADDR-LINE.
           MOVE GRD-ADDR1 TO WS-CARD-ADDR-TEXT.
           WRITE CARD-LINE FROM WS-CARD-ADDR-LINE.
           IF GRD-ADDR2 NOT = SPACES
               MOVE GRD-ADDR2 TO WS-CARD-ADDR-TEXT
               WRITE CARD-LINE FROM WS-CARD-ADDR-LINE
           END-IF.
           MOVE SPACES TO CARD-LINE.
           WRITE CARD-LINE.
           WRITE CARD-LINE FROM WS-CARD-SUBJ-HEAD.
           WRITE CARD-LINE FROM WS-CARD-DASH-LINE.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               PERFORM WRITE-SUBJECT-LINE
           END-PERFORM.
           WRITE CARD-LINE FROM WS-CARD-DASH-LINE.
           MOVE RES-TOTAL TO WS-CARD-TOTAL.
           MOVE RES-AVERAGE TO WS-CARD-AVERAGE.
           MOVE RES-GRADE TO WS-CARD-GRADE.
           MOVE RES-PASS-FAIL TO WS-CARD-PASS-FAIL.
           WRITE CARD-LINE FROM WS-CARD-TOTAL-LINE.
           IF WS-CARD-IDX > WS-STU-COUNT
               MOVE 'RANK IN CLASS-SECTION: NOT RANKED' TO CARD-LINE
               WRITE CARD-LINE
           ELSE
               PERFORM RANK-IN-SECTION
               MOVE WS-RANK TO WS-CARD-RANK
               MOVE WS-SECTION-SIZE TO WS-CARD-SECTION-SIZE
               WRITE CARD-LINE FROM WS-CARD-RANK-LINE
           END-IF.
           PERFORM GET-ATTENDANCE.
           IF WS-ATT-FOUND = 'Y'
               MOVE WS-ATT-PCT TO WS-CARD-ATT-PCT
               WRITE CARD-LINE FROM WS-CARD-ATT-LINE
           ELSE
               MOVE 'ATTENDANCE: NOT RECORDED' TO CARD-LINE
               WRITE CARD-LINE
           END-IF.
           PERFORM WRITE-TERM-CHANGE.
           MOVE 'YOURS FAITHFULLY, THE PRINCIPAL' TO CARD-LINE.
           WRITE CARD-LINE.

       WRITE-SUBJECT-LINE.
           MOVE WS-SUBJ-NAME (WS-SUBJ-IDX) TO WS-CARD-SUBJ-NAME.
           MOVE RES-MARK (WS-SUBJ-IDX) TO WS-CARD-MARK.
           IF WS-SUBJ-MAX (WS-SUBJ-IDX) > ZERO
               COMPUTE WS-AVERAGE = (RES-MARK (WS-SUBJ-IDX) * 100)
                   / WS-SUBJ-MAX (WS-SUBJ-IDX)
           ELSE
               MOVE RES-MARK (WS-SUBJ-IDX) TO WS-AVERAGE
           END-IF.
           PERFORM GRADE-LOOKUP-PARA.
           MOVE WS-GRADE TO WS-CARD-SUBJ-GRADE.
           PERFORM FIND-SUBJECT-TEACHER.
           MOVE WS-TEACHER-NAME TO WS-CARD-TEACHER.
           WRITE CARD-LINE FROM WS-CARD-MARK-LINE.

       WRITE-TERM-CHANGE.
           IF WS-CARD-IDX > WS-STU-COUNT
               MOVE 'LAST TERM: NOT ON TERM HISTORY' TO CARD-LINE
               WRITE CARD-LINE
           ELSE
               IF WS-STU-LAST-TERM (WS-CARD-IDX) = SPACES
                   MOVE 'LAST TERM: NOT ON TERM HISTORY' TO CARD-LINE
                   WRITE CARD-LINE
               ELSE
                   COMPUTE WS-AVG-CHANGE = RES-AVERAGE
                       - WS-STU-LAST-AVG (WS-CARD-IDX)
                   IF WS-AVG-CHANGE > ZERO
                       MOVE 'IMPROVED' TO WS-TREND
                   ELSE
                       IF WS-AVG-CHANGE < ZERO
                           MOVE 'DECLINED' TO WS-TREND
                       ELSE
                           MOVE 'STEADY' TO WS-TREND
                       END-IF
                   END-IF
                   MOVE WS-STU-LAST-TERM (WS-CARD-IDX)
                       TO WS-CARD-LAST-TERM
                   MOVE WS-STU-LAST-AVG (WS-CARD-IDX)
                       TO WS-CARD-LAST-AVG
                   MOVE WS-AVG-CHANGE TO WS-CARD-CHANGE
                   MOVE WS-TREND TO WS-CARD-TREND
                   WRITE CARD-LINE FROM WS-CARD-TERM-LINE
               END-IF
           END-IF.

      ***************************************************
      * CONTROL COUNT - EVERY STUDENT ON THE ROSTER     *
      * MUST HAVE A CARD OR AN EXCEPTION LINE. THE      *
      * ROSTER FIGURE IS TAKEN FROM THE FIRST PASS IN   *
      * LOAD-STUDENT-TABLE, NOT FROM THE CARD PASS.     *
      ***************************************************
       WRITE-CARD-CONTROL.
           COMPUTE WS-ACCOUNTED = WS-CARD-COUNT + WS-EXCP-COUNT.
           COMPUTE WS-ROSTER-COUNT = WS-STU-COUNT + WS-UNRANKED-COUNT.
           WRITE CARD-LINE FROM WS-CARD-RULE-LINE.
           MOVE 'REPORT CARD CONTROL COUNT' TO CARD-LINE.
           WRITE CARD-LINE.
           WRITE CARD-LINE FROM WS-CARD-DASH-LINE.
           MOVE SPACES TO WS-CC-RESULT.
           MOVE 'STUDENTS ON ROSTER' TO WS-CC-LABEL.
           MOVE WS-ROSTER-COUNT TO WS-CC-COUNT.
           WRITE CARD-LINE FROM WS-CARD-COUNT-LINE.
           MOVE 'REPORT CARDS PRINTED' TO WS-CC-LABEL.
           MOVE WS-CARD-COUNT TO WS-CC-COUNT.
           WRITE CARD-LINE FROM WS-CARD-COUNT-LINE.
           MOVE 'NO GUARDIAN - ON RPTCEXCP.DAT' TO WS-CC-LABEL.
           MOVE WS-EXCP-COUNT TO WS-CC-COUNT.
           WRITE CARD-LINE FROM WS-CARD-COUNT-LINE.
           MOVE 'CARDS PLUS EXCEPTIONS' TO WS-CC-LABEL.
           MOVE WS-ACCOUNTED TO WS-CC-COUNT.
           IF WS-ACCOUNTED = WS-ROSTER-COUNT
               MOVE 'AGREES' TO WS-CC-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-CC-RESULT
           END-IF.
           WRITE CARD-LINE FROM WS-CARD-COUNT-LINE.
           DISPLAY 'CARDS PLUS EXCEPTIONS:    ' WS-ACCOUNTED
               ' ' WS-CC-RESULT.

       READ-RESULT.
           READ RESULTS-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.
