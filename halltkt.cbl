      ***************************************************
      * COBOL PROGRAM TO PRINT EXAM HALL TICKETS ON     *
      * HALLTKT.RPT FOR THE TERMCAL.DAT TERM OPEN ON    *
      * THE RUN DATE. EACH STUDENT ON THE MASTER GETS   *
      * ONE TICKET LISTING THE DATE, SESSION AND        *
      * SUBJECT OF EVERY PAPER SCHEDULED FOR THEIR      *
      * CLASS YEAR ON EXAMSCHD.DAT. A TICKET IS HELD    *
      * BACK WHEN ATTSUMM.DAT ATTENDANCE IS BELOW THE   *
      * ATTPCT RUN PARAMETER OR FEEBAL.DAT STILL SHOWS  *
      * A BALANCE OWING; HELD STUDENTS ARE LISTED WITH  *
      * THE REASONS ON HALLHOLD.RPT FOR THE OFFICE TO   *
      * CLEAR BEFORE THE TICKET IS ISSUED. NO OPEN TERM *
      * ENDS THE RUN WITH RC 8, A TERM WITH NO PAPERS   *
      * SCHEDULED WITH RC 4.                            *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HALLTKT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLNO
               FILE STATUS IS WS-STUDMAST-STATUS.
           SELECT EXAM-SCHEDULE ASSIGN TO 'EXAMSCHD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXS-KEY
               FILE STATUS IS WS-EXAMSCHD-STATUS.
           SELECT SUBJECT-MASTER ASSIGN TO 'SUBJMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBJMAST-STATUS.
           SELECT ATT-SUMMARY ASSIGN TO 'ATTSUMM.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-ROLLNO
               FILE STATUS IS WS-ATTSUMM-STATUS.
           SELECT FEE-BALANCE ASSIGN TO 'FEEBAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-ROLLNO
               FILE STATUS IS WS-FEEBAL-STATUS.
           SELECT RUN-PARM ASSIGN TO 'RUNPARM.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT TICKET-FILE ASSIGN TO 'HALLTKT.RPT'
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO 'HALLHOLD.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  EXAM-SCHEDULE
           LABEL RECORDS ARE STANDARD.
       COPY "exmsched.cpy".

       FD  SUBJECT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "subjrec.cpy".

       FD  ATT-SUMMARY
           LABEL RECORDS ARE STANDARD.
       COPY "attsumm.cpy".

       FD  FEE-BALANCE
           LABEL RECORDS ARE STANDARD.
       COPY "feebal.cpy".

       FD  RUN-PARM
           LABEL RECORDS ARE STANDARD.
       COPY "parmrec.cpy".

       FD  TICKET-FILE
           LABEL RECORDS ARE STANDARD.
       01 TICKET-LINE PIC X(60).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 HOLD-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-EXAMSCHD-STATUS PIC XX VALUE '00'.
       77 WS-SUBJMAST-STATUS PIC XX VALUE '00'.
       77 WS-ATTSUMM-STATUS PIC XX VALUE '00'.
       77 WS-FEEBAL-STATUS PIC XX VALUE '00'.
       77 WS-RUNPARM-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-SUBJ-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-EOF-FLAG PIC X VALUE 'N'.
       77 WS-PARM-ERROR PIC X VALUE 'N'.
       77 WS-ATTSUMM-AVAIL PIC X VALUE 'N'.
       77 WS-FEEBAL-AVAIL PIC X VALUE 'N'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-TERM-ID PIC X(6) VALUE SPACES.
       77 WS-REQUIRED-ATT-PCT PIC 9(3) VALUE 75.
       77 WS-ATTPCT-EFF PIC 9(8) VALUE ZERO.
       77 WS-ATT-PCT PIC 9(3) VALUE ZERO.
       77 WS-BALANCE PIC S9(7)V99 VALUE ZERO.
       77 WS-ATT-HOLD PIC X VALUE 'N'.
       77 WS-FEE-HOLD PIC X VALUE 'N'.
       77 WS-CLASS-PAPERS PIC 9(3) VALUE ZERO.
       77 WS-SUBJ-IDX PIC 9 VALUE ZERO.
       77 WS-SUBJ-POS PIC 9 VALUE ZERO.
       77 WS-SCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-SCH-IDX2 PIC 9(3) VALUE ZERO.
       77 WS-STUDENTS-READ PIC 9(5) VALUE ZERO.
       77 WS-TICKETS-ISSUED PIC 9(5) VALUE ZERO.
       77 WS-TICKETS-HELD PIC 9(5) VALUE ZERO.
       77 WS-NO-PAPERS PIC 9(5) VALUE ZERO.

       COPY "subjtabl.cpy".

       COPY "termparm.cpy".

       COPY "splparm.cpy".

      ***************************************************
      * THE TERM'S PAPERS IN DATE AND SESSION ORDER.    *
      ***************************************************
       01 WS-SCHEDULE-TABLE.
            02 WS-SCH-COUNT PIC 9(3) VALUE ZERO.
            02 WS-SCH-ENTRY OCCURS 500 TIMES.
                 03 WS-SCH-DATE PIC 9(8).
                 03 WS-SCH-SESSION-SEQ PIC 9.
                 03 WS-SCH-SESSION PIC X.
                 03 WS-SCH-CLASS PIC 9(2).
                 03 WS-SCH-SUBJ PIC 9(2).
       01 WS-SCH-HOLD PIC X(14).

       01 WS-FORMAT-DATE.
            02 WS-FMT-YYYY PIC 9(4).
            02 WS-FMT-MM PIC 9(2).
            02 WS-FMT-DD PIC 9(2).
       01 WS-FORMAT-DATE-NUM REDEFINES WS-FORMAT-DATE PIC 9(8).

       01 WS-DISPLAY-DATE.
            02 WS-DSP-DD PIC 9(2).
            02 FILLER PIC X VALUE '/'.
            02 WS-DSP-MM PIC 9(2).
            02 FILLER PIC X VALUE '/'.
            02 WS-DSP-YYYY PIC 9(4).

       01 WS-TKT-TITLE.
            02 FILLER PIC X(29) VALUE
               'EXAMINATION HALL TICKET TERM '.
            02 WS-TT-TERM PIC X(6).

       01 WS-TKT-STUDENT.
            02 FILLER PIC X(5) VALUE 'ROLL '.
            02 WS-TS-ROLLNO PIC 9(6).
            02 FILLER PIC X(7) VALUE '  NAME '.
            02 WS-TS-NAME PIC X(8).
            02 FILLER PIC X(8) VALUE '  CLASS '.
            02 WS-TS-CLASS PIC 9(2).
            02 FILLER PIC X VALUE '-'.
            02 WS-TS-SECTION PIC X.

       01 WS-TKT-PAPER.
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-TP-DATE PIC X(10).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-TP-SESSION PIC X(9).
            02 FILLER PIC X(2) VALUE SPACES.
            02 WS-TP-SUBJECT PIC X(8).

       01 WS-HOLD-HEADER.
            02 FILLER PIC X(30) VALUE
               'HALL TICKETS HELD BACK - TERM '.
            02 WS-HH-TERM PIC X(6).
            02 FILLER PIC X(6) VALUE ' RUN '.
            02 WS-HH-RUN-DATE PIC 9(8).

       01 WS-HOLD-LIMIT.
            02 FILLER PIC X(27) VALUE
               'ATTENDANCE REQUIRED (PCT): '.
            02 WS-HL-ATT PIC ZZ9.

       01 WS-HOLD-DETAIL.
            02 WS-HD-ROLLNO PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-HD-NAME PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 WS-HD-CLASS PIC 9(2).
            02 FILLER PIC X VALUE '-'.
            02 WS-HD-SECTION PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 WS-HD-REASON PIC X(15).
            02 FILLER PIC X VALUE SPACE.
            02 WS-HD-ATT-PCT PIC ZZ9.
            02 FILLER PIC X VALUE '%'.
            02 FILLER PIC X VALUE SPACE.
            02 WS-HD-BALANCE PIC Z(6)9.99.

       01 WS-TOTAL-LINE.
            02 WS-TL-LABEL PIC X(30).
            02 WS-TL-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'C' TO TRM-FUNC.
           MOVE WS-RUN-DATE TO TRM-RUN-DATE.
           CALL 'TERMLOOK' USING TRM-REQUEST TRM-RESULT.
           IF TRM-FOUND-FLAG NOT = 'Y'
               DISPLAY 'NO OPEN TERM ON ' WS-RUN-DATE ' - '
                   TRM-REASON ' - NO HALL TICKETS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE TRM-TERM-ID TO WS-TERM-ID.
           PERFORM LOAD-RUN-PARMS.
           IF WS-PARM-ERROR = 'Y'
               GOBACK
           END-IF.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM LOAD-SCHEDULE-TABLE.
           IF WS-SCH-COUNT = ZERO
               DISPLAY 'NO PAPERS ON EXAMSCHD.DAT FOR TERM '
                   WS-TERM-ID ' - NO HALL TICKETS'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SORT-SCHEDULE-TABLE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS NOT = '00'
               DISPLAY 'STUDMAST.DAT NOT FOUND - NO HALL TICKETS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ATT-SUMMARY.
           IF WS-ATTSUMM-STATUS = '00'
               MOVE 'Y' TO WS-ATTSUMM-AVAIL
           ELSE
               DISPLAY 'ATTSUMM.DAT NOT FOUND - ATTENDANCE NOT '
                   'CHECKED'
           END-IF.
           OPEN INPUT FEE-BALANCE.
           IF WS-FEEBAL-STATUS = '00'
               MOVE 'Y' TO WS-FEEBAL-AVAIL
           ELSE
               DISPLAY 'FEEBAL.DAT NOT FOUND - FEES NOT CHECKED'
           END-IF.
           OPEN OUTPUT TICKET-FILE.
           OPEN OUTPUT HOLD-FILE.
           PERFORM WRITE-HOLD-HEADER.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-STUDENT.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               ADD 1 TO WS-STUDENTS-READ
               PERFORM PROCESS-ONE-STUDENT
               PERFORM READ-STUDENT
           END-PERFORM.
           PERFORM WRITE-HOLD-TOTALS.
           CLOSE STUDENT-MASTER.
           IF WS-ATTSUMM-AVAIL = 'Y'
               CLOSE ATT-SUMMARY
           END-IF.
           IF WS-FEEBAL-AVAIL = 'Y'
               CLOSE FEE-BALANCE
           END-IF.
           CLOSE TICKET-FILE.
           CLOSE HOLD-FILE.
           DISPLAY 'TERM:                    ' WS-TERM-ID.
           DISPLAY 'PAPERS SCHEDULED:        ' WS-SCH-COUNT.
           DISPLAY 'STUDENTS READ:           ' WS-STUDENTS-READ.
           DISPLAY 'HALL TICKETS ISSUED:     ' WS-TICKETS-ISSUED.
           DISPLAY 'HALL TICKETS HELD BACK:  ' WS-TICKETS-HELD.
           DISPLAY 'NO PAPERS FOR CLASS:     ' WS-NO-PAPERS.
           MOVE 'HALLTKT.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           MOVE 'HALLHOLD.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPORT-BAD-PARM.
           DISPLAY 'RUN PARAMETER ' PARM-ID ' VALUE ' PARM-VALUE
               ' OUT OF RANGE - RUN ABORTED'.
           MOVE 'Y' TO WS-PARM-ERROR.
           MOVE 8 TO RETURN-CODE.

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

       LOAD-SCHEDULE-TABLE.
           MOVE ZERO TO WS-SCH-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-EXAMSCHD-STATUS = '00'
               PERFORM READ-SCHEDULE-NEXT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF EXS-TERM-ID = WS-TERM-ID
                       PERFORM ADD-SCHEDULE-ENTRY
                   END-IF
                   PERFORM READ-SCHEDULE-NEXT
               END-PERFORM
               CLOSE EXAM-SCHEDULE
           END-IF.

       READ-SCHEDULE-NEXT.
           READ EXAM-SCHEDULE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       ADD-SCHEDULE-ENTRY.
           IF WS-SCH-COUNT < 500
               ADD 1 TO WS-SCH-COUNT
               MOVE EXS-DATE TO WS-SCH-DATE (WS-SCH-COUNT)
               MOVE EXS-SESSION TO WS-SCH-SESSION (WS-SCH-COUNT)
               IF EXS-SESSION = 'M'
                   MOVE 1 TO WS-SCH-SESSION-SEQ (WS-SCH-COUNT)
               ELSE
                   MOVE 2 TO WS-SCH-SESSION-SEQ (WS-SCH-COUNT)
               END-IF
               MOVE EXS-CLASS TO WS-SCH-CLASS (WS-SCH-COUNT)
               MOVE EXS-SUBJ-CODE TO WS-SCH-SUBJ (WS-SCH-COUNT)
           ELSE
               DISPLAY 'MORE THAN 500 PAPERS IN TERM - CLASS '
                   EXS-CLASS ' SUBJECT ' EXS-SUBJ-CODE ' NOT PRINTED'
           END-IF.

       SORT-SCHEDULE-TABLE.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
               PERFORM VARYING WS-SCH-IDX2 FROM 1 BY 1
                       UNTIL WS-SCH-IDX2 >= WS-SCH-COUNT
                   IF WS-SCH-ENTRY (WS-SCH-IDX2)
                           > WS-SCH-ENTRY (WS-SCH-IDX2 + 1)
                       MOVE WS-SCH-ENTRY (WS-SCH-IDX2) TO WS-SCH-HOLD
                       MOVE WS-SCH-ENTRY (WS-SCH-IDX2 + 1)
                           TO WS-SCH-ENTRY (WS-SCH-IDX2)
                       MOVE WS-SCH-HOLD
                           TO WS-SCH-ENTRY (WS-SCH-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * A STUDENT WHOSE CLASS YEAR SITS NO PAPER THIS   *
      * TERM IS ONLY COUNTED. OTHERWISE THE TICKET IS   *
      * PRINTED UNLESS ATTENDANCE OR FEES HOLD IT BACK. *
      ***************************************************
       PROCESS-ONE-STUDENT.
           MOVE ZERO TO WS-CLASS-PAPERS.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-CLASS (WS-SCH-IDX) = STUD-CLASS
                   ADD 1 TO WS-CLASS-PAPERS
               END-IF
           END-PERFORM.
           IF WS-CLASS-PAPERS = ZERO
               ADD 1 TO WS-NO-PAPERS
           ELSE
               PERFORM CHECK-HOLD-CONDITIONS
               IF WS-ATT-HOLD = 'Y' OR WS-FEE-HOLD = 'Y'
                   PERFORM WRITE-HOLD-DETAIL
               ELSE
                   PERFORM WRITE-HALL-TICKET
               END-IF
           END-IF.

       CHECK-HOLD-CONDITIONS.
           MOVE 'N' TO WS-ATT-HOLD WS-FEE-HOLD.
           MOVE ZERO TO WS-ATT-PCT WS-BALANCE.
           IF WS-ATTSUMM-AVAIL = 'Y'
               MOVE ROLLNO TO ATT-ROLLNO
               READ ATT-SUMMARY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ATT-TOTAL-DAYS > ZERO
                           COMPUTE WS-ATT-PCT =
                               (ATT-PRESENT-DAYS * 100)
                               / ATT-TOTAL-DAYS
                           IF WS-ATT-PCT < WS-REQUIRED-ATT-PCT
                               MOVE 'Y' TO WS-ATT-HOLD
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-FEEBAL-AVAIL = 'Y'
               MOVE ROLLNO TO FB-ROLLNO
               READ FEE-BALANCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-BALANCE = FB-CHARGES - FB-PAYMENTS
                       IF WS-BALANCE > ZERO
                           MOVE 'Y' TO WS-FEE-HOLD
                       END-IF
               END-READ
           END-IF.

       WRITE-HALL-TICKET.
           MOVE WS-TERM-ID TO WS-TT-TERM.
           MOVE WS-TKT-TITLE TO TICKET-LINE.
           WRITE TICKET-LINE.
           MOVE ROLLNO TO WS-TS-ROLLNO.
           MOVE STUDNAME TO WS-TS-NAME.
           MOVE STUD-CLASS TO WS-TS-CLASS.
           MOVE STUD-SECTION TO WS-TS-SECTION.
           MOVE WS-TKT-STUDENT TO TICKET-LINE.
           WRITE TICKET-LINE.
           MOVE '  DATE        SESSION    SUBJECT' TO TICKET-LINE.
           WRITE TICKET-LINE.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-CLASS (WS-SCH-IDX) = STUD-CLASS
                   PERFORM WRITE-TICKET-PAPER
               END-IF
           END-PERFORM.
           MOVE ALL '-' TO TICKET-LINE.
           WRITE TICKET-LINE.
           ADD 1 TO WS-TICKETS-ISSUED.

       WRITE-TICKET-PAPER.
           MOVE WS-SCH-DATE (WS-SCH-IDX) TO WS-FORMAT-DATE-NUM.
           PERFORM FORMAT-DISPLAY-DATE.
           MOVE WS-DISPLAY-DATE TO WS-TP-DATE.
           IF WS-SCH-SESSION (WS-SCH-IDX) = 'M'
               MOVE 'MORNING' TO WS-TP-SESSION
           ELSE
               MOVE 'AFTERNOON' TO WS-TP-SESSION
           END-IF.
           MOVE ZERO TO WS-SUBJ-POS.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               IF WS-SUBJ-CODE (WS-SUBJ-IDX) = WS-SCH-SUBJ (WS-SCH-IDX)
                   MOVE WS-SUBJ-IDX TO WS-SUBJ-POS
               END-IF
           END-PERFORM.
           IF WS-SUBJ-POS = ZERO
               MOVE SPACES TO WS-TP-SUBJECT
               STRING 'SUBJ ' WS-SCH-SUBJ (WS-SCH-IDX)
                   DELIMITED BY SIZE INTO WS-TP-SUBJECT
           ELSE
               MOVE WS-SUBJ-NAME (WS-SUBJ-POS) TO WS-TP-SUBJECT
           END-IF.
           MOVE WS-TKT-PAPER TO TICKET-LINE.
           WRITE TICKET-LINE.

       FORMAT-DISPLAY-DATE.
           MOVE WS-FMT-DD TO WS-DSP-DD.
           MOVE WS-FMT-MM TO WS-DSP-MM.
           MOVE WS-FMT-YYYY TO WS-DSP-YYYY.

       WRITE-HOLD-HEADER.
           MOVE WS-TERM-ID TO WS-HH-TERM.
           MOVE WS-RUN-DATE TO WS-HH-RUN-DATE.
           MOVE WS-HOLD-HEADER TO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE WS-REQUIRED-ATT-PCT TO WS-HL-ATT.
           MOVE WS-HOLD-LIMIT TO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE 'ROLL   NAME     CLS  REASON          ATT  BALANCE'
               TO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE ALL '-' TO HOLD-LINE.
           WRITE HOLD-LINE.

       WRITE-HOLD-DETAIL.
           MOVE ROLLNO TO WS-HD-ROLLNO.
           MOVE STUDNAME TO WS-HD-NAME.
           MOVE STUD-CLASS TO WS-HD-CLASS.
           MOVE STUD-SECTION TO WS-HD-SECTION.
           IF WS-ATT-HOLD = 'Y' AND WS-FEE-HOLD = 'Y'
               MOVE 'ATTENDANCE+FEES' TO WS-HD-REASON
           ELSE
               IF WS-ATT-HOLD = 'Y'
                   MOVE 'ATTENDANCE' TO WS-HD-REASON
               ELSE
                   MOVE 'FEES' TO WS-HD-REASON
               END-IF
           END-IF.
           MOVE WS-ATT-PCT TO WS-HD-ATT-PCT.
           IF WS-BALANCE > ZERO
               MOVE WS-BALANCE TO WS-HD-BALANCE
           ELSE
               MOVE ZERO TO WS-HD-BALANCE
           END-IF.
           MOVE WS-HOLD-DETAIL TO HOLD-LINE.
           WRITE HOLD-LINE.
           ADD 1 TO WS-TICKETS-HELD.

       WRITE-HOLD-TOTALS.
           MOVE ALL '-' TO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE 'HALL TICKETS ISSUED' TO WS-TL-LABEL.
           MOVE WS-TICKETS-ISSUED TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO HOLD-LINE.
           WRITE HOLD-LINE.
           MOVE 'HALL TICKETS HELD BACK' TO WS-TL-LABEL.
           MOVE WS-TICKETS-HELD TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO HOLD-LINE.
           WRITE HOLD-LINE.
