      ***************************************************
      * COBOL PROGRAM TO SET WHAT EACH CLASS SECTION    *
      * COSTS TO TEACH AGAINST THE FEES IT BRINGS IN,   *
      * ON SECTCOST.RPT. THE RUN IS FOR A YEAR (COST    *
      * FROM PAYYTD.DAT YTD-GROSS) OR A PAY MONTH (COST *
      * FROM THE PAYHIST.DAT RUN JOURNAL, LESS ANY RUN  *
      * PAYREVS BACKED OUT, PLUS THE MONTH'S FINAL      *
      * SETTLEMENTS). EACH TEACHER'S COST IS SPLIT      *
      * EQUALLY OVER THE SUBJECT SLOTS THEY HOLD ON     *
      * TCHASSGN.DAT AND CHARGED TO THE CLASS YEAR AND  *
      * SECTION OF EACH SLOT; STAFF WITH NO SLOT ARE    *
      * SHOWN AS UNALLOCATED. REVENUE IS FEECHG.DAT     *
      * BILLED FOR THE PERIOD LESS SCHOLARSHIP AND      *
      * SIBLING CREDITS, COLLECTED IS CASH AND CHEQUE   *
      * RECEIPTS ON FEEPAY.DAT LESS DISHONOURED, VOIDED *
      * AND REFUNDED AMOUNTS, BOTH TAKEN TO THE SECTION *
      * THE PUPIL IS IN ON STUDMAST.DAT. PUPILS NO      *
      * LONGER ON THE MASTER ARE SHOWN SEPARATELY. PER  *
      * SECTION THE REPORT GIVES COST AND REVENUE PER   *
      * PUPIL, THE COLLECTION RATE AND THE MARGIN. THE  *
      * WHOLE-SCHOOL COST IS PROVED AGAINST THE PERIOD  *
      * SALARY-EXP ON GLPOST.DAT AND THE FEE TOTALS     *
      * AGAINST THE FEE LEDGERS; A DIFFERENCE ENDS THE  *
      * RUN WITH RC 4.                                  *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTCOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROLLNO
               FILE STATUS IS WS-STUDMAST-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO 'TCHASSGN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TCHASSGN-STATUS.
           SELECT YTD-FILE ASSIGN TO 'PAYYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPID
               FILE STATUS IS WS-PAYYTD-STATUS.
           SELECT PAY-HISTORY ASSIGN TO 'PAYHIST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT GL-EXTRACT ASSIGN TO 'GLPOST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT FEE-CHARGES ASSIGN TO 'FEECHG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEECHG-STATUS.
           SELECT FEE-PAYMENTS ASSIGN TO 'FEEPAY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEPAY-STATUS.
           SELECT COST-FILE ASSIGN TO 'SECTCOST.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "recmod.cpy".

       FD  ASSIGNMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "tchasgn.cpy".

       FD  YTD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "payytd.cpy".

       FD  PAY-HISTORY
           LABEL RECORDS ARE STANDARD.
       COPY "payhist.cpy".

       FD  GL-EXTRACT
           LABEL RECORDS ARE STANDARD.
       01 GL-RECORD.
            02 GL-REC-TYPE PIC X.
            02 GL-DEPT PIC X(10).
            02 GL-ACCOUNT PIC X(12).
            02 GL-DRCR PIC X(2).
            02 GL-AMOUNT PIC 9(9)V99.
            02 GL-DATE.
                 03 GL-DATE-YYYYMM PIC 9(6).
                 03 GL-DATE-DD PIC 9(2).

       FD  FEE-CHARGES
           LABEL RECORDS ARE STANDARD.
       COPY "feechg.cpy".

       FD  FEE-PAYMENTS
           LABEL RECORDS ARE STANDARD.
       COPY "feepay.cpy".

       FD  COST-FILE
           LABEL RECORDS ARE STANDARD.
       01 COST-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-STUDMAST-STATUS PIC XX VALUE '00'.
       77 WS-TCHASSGN-STATUS PIC XX VALUE '00'.
       77 WS-PAYYTD-STATUS PIC XX VALUE '00'.
       77 WS-PAYHIST-STATUS PIC XX VALUE '00'.
       77 WS-GLPOST-STATUS PIC XX VALUE '00'.
       77 WS-FEECHG-STATUS PIC XX VALUE '00'.
       77 WS-FEEPAY-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-BASIS PIC X VALUE SPACE.
       77 WS-TARGET-YEAR PIC 9(4) VALUE ZERO.
       77 WS-TARGET-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-REC-YEAR PIC 9(4) VALUE ZERO.
       77 WS-REC-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-IN-PERIOD PIC X VALUE 'N'.
       77 WS-FIND-CLASS PIC 9(2) VALUE ZERO.
       77 WS-FIND-SECTION PIC X VALUE SPACE.
       77 WS-SEC-IDX PIC 9(3) VALUE ZERO.
       77 WS-SEC-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-SEC-OVERFLOW PIC X VALUE 'N'.
       77 WS-SORT-IDX PIC 9(3) VALUE ZERO.
       77 WS-SORT-LIMIT PIC 9(3) VALUE ZERO.
       77 WS-SWAPPED PIC X VALUE 'N'.
       77 WS-ASG-IDX PIC 9(3) VALUE ZERO.
       77 WS-SLOT-COUNT PIC 9(3) VALUE ZERO.
       77 WS-SLOT-SEEN PIC 9(3) VALUE ZERO.
       77 WS-ASG-OVERFLOW PIC X VALUE 'N'.
       77 WS-COST-EMPID PIC 9(5) VALUE ZERO.
       77 WS-COST-AMOUNT PIC 9(9)V99 VALUE ZERO.
       77 WS-SHARE PIC 9(9)V99 VALUE ZERO.
       77 WS-SHARED-SO-FAR PIC 9(9)V99 VALUE ZERO.
       77 WS-STAFF-COUNT PIC 9(5) VALUE ZERO.
       77 WS-UNALLOC-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PUPIL-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PCT PIC 999V9 VALUE ZERO.
       77 WS-CONTROL-ERRORS PIC 9 VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 WS-CHECK-DATE.
            02 WS-CHECK-PERIOD PIC 9(6).
            02 WS-CHECK-DD PIC 9(2).
       01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE PIC 9(8).

      ***************************************************
      * CURRENT TEACHING SLOTS - ONE ENTRY PER          *
      * TCHASSGN.DAT RECORD WITH NO END TERM.           *
      ***************************************************
       01 WS-ASSIGN-TABLE.
            02 WS-ASG-COUNT PIC 9(3) VALUE ZERO.
            02 WS-ASG-ENTRY OCCURS 500 TIMES.
                 03 WS-ASG-EMPID PIC 9(5).
                 03 WS-ASG-CLASS PIC 9(2).
                 03 WS-ASG-SECTION PIC X.

      ***************************************************
      * ONE ENTRY PER CLASS YEAR AND SECTION THAT HAS   *
      * PUPILS OR A TEACHER - TWELVE YEARS OF UP TO     *
      * TWENTY-SIX SECTIONS FIT.                        *
      ***************************************************
       01 WS-SECTION-TABLE.
            02 WS-SEC-COUNT PIC 9(3) VALUE ZERO.
            02 WS-SEC-ENTRY OCCURS 320 TIMES.
                 03 WS-SEC-KEY.
                      04 WS-SEC-CLASS PIC 9(2).
                      04 WS-SEC-SECTION PIC X.
                 03 WS-SEC-PUPILS PIC 9(4).
                 03 WS-SEC-COST PIC 9(9)V99.
                 03 WS-SEC-BILLED PIC 9(9)V99.
                 03 WS-SEC-CREDITS PIC 9(9)V99.
                 03 WS-SEC-COLLECTED PIC S9(9)V99.

       01 WS-SEC-HOLD PIC X(51).

      ***************************************************
      * WHOLE-SCHOOL FIGURES. THE LEDGER TOTALS TAKE    *
      * EVERY RECORD OF THE PERIOD WHATEVER SECTION IT  *
      * LANDS IN, SO THEY PROVE THE SECTION SPLIT.      *
      ***************************************************
       01 WS-SCHOOL-TOTALS.
            02 WS-TOT-COST PIC 9(11)V99 VALUE ZERO.
            02 WS-TOT-BILLED PIC 9(11)V99 VALUE ZERO.
            02 WS-TOT-CREDITS PIC 9(11)V99 VALUE ZERO.
            02 WS-TOT-COLLECTED PIC S9(11)V99 VALUE ZERO.
            02 WS-UNALLOC-COST PIC 9(11)V99 VALUE ZERO.
            02 WS-LEFT-BILLED PIC 9(11)V99 VALUE ZERO.
            02 WS-LEFT-CREDITS PIC 9(11)V99 VALUE ZERO.
            02 WS-LEFT-COLLECTED PIC S9(11)V99 VALUE ZERO.
            02 WS-PAYROLL-TOTAL PIC 9(11)V99 VALUE ZERO.
            02 WS-GL-SALARY-TOTAL PIC S9(11)V99 VALUE ZERO.
            02 WS-LEDGER-BILLED PIC 9(11)V99 VALUE ZERO.
            02 WS-LEDGER-CREDITS PIC 9(11)V99 VALUE ZERO.
            02 WS-LEDGER-COLLECTED PIC S9(11)V99 VALUE ZERO.

       01 WS-LINE-FIGURES.
            02 WS-LF-PUPILS PIC 9(5).
            02 WS-LF-COST PIC 9(11)V99.
            02 WS-LF-REVENUE PIC S9(11)V99.
            02 WS-LF-COLLECTED PIC S9(11)V99.
            02 WS-LF-MARGIN PIC S9(11)V99.

       01 WS-COST-HEADER.
            02 FILLER PIC X(26) VALUE 'SECTION COST AND REVENUE  '.
            02 WS-CH-BASIS PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-CH-PERIOD PIC X(6).
            02 FILLER PIC X(7) VALUE '  RUN: '.
            02 WS-CH-RUN-DATE PIC 9(8).

       01 WS-COST-COLUMNS-1.
            02 FILLER PIC X(30)
                VALUE 'CL S PUPL        COST      REV'.
            02 FILLER PIC X(30)
                VALUE 'ENUE    COLLECTED       MARGIN'.

       01 WS-COST-COLUMNS-2.
            02 FILLER PIC X(30)
                VALUE '           COST/PUPIL    REV/P'.
            02 FILLER PIC X(30)
                VALUE 'UPIL  COLLECTED%  MARGIN/PUPIL'.

       01 WS-COST-DETAIL.
            02 WS-CD-CLASS PIC 9(2).
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-SECTION PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-PUPILS PIC ZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-COST PIC 9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-REVENUE PIC -9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-COLLECTED PIC -9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-MARGIN PIC -9(9)V99.

       01 WS-COST-PER-PUPIL.
            02 FILLER PIC X(10) VALUE ' PER PUPIL'.
            02 WS-CP-COST PIC 9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CP-REVENUE PIC -9(9)V99.
            02 FILLER PIC X(6) VALUE SPACES.
            02 WS-CP-RATE PIC ZZ9.9.
            02 FILLER PIC X(3) VALUE '%  '.
            02 WS-CP-MARGIN PIC -9(9)V99.

       01 WS-COST-TOTAL.
            02 WS-CT-LABEL PIC X(8).
            02 WS-CT-COST PIC 9(11)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CT-REVENUE PIC -9(11)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CT-COLLECTED PIC -9(11)V99.

       01 WS-CONTROL-LINE.
            02 WS-CL-LABEL PIC X(30).
            02 WS-CL-AMOUNT PIC -9(11)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CL-RESULT PIC X(8).

       COPY "valparm.cpy".

       COPY "splparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'COST BASIS - Y = YEAR TO DATE, M = ONE MONTH: '.
           ACCEPT WS-BASIS.
           IF WS-BASIS = 'M'
               DISPLAY 'ENTER PAY MONTH YYYYMM: '
               ACCEPT WS-TARGET-PERIOD
               COMPUTE WS-TARGET-YEAR = WS-TARGET-PERIOD / 100
           ELSE
               MOVE 'Y' TO WS-BASIS
               DISPLAY 'ENTER YEAR YYYY: '
               ACCEPT WS-TARGET-YEAR
               COMPUTE WS-TARGET-PERIOD = WS-TARGET-YEAR * 100 + 1
           END-IF.
           MOVE WS-TARGET-PERIOD TO WS-CHECK-PERIOD.
           MOVE 1 TO WS-CHECK-DD.
           MOVE 'D' TO VAL-RULE-TYPE.
           MOVE WS-CHECK-DATE-NUM TO VAL-NUM-VALUE.
           CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT.
           IF VAL-PASS-FLAG = 'N'
               DISPLAY 'PERIOD ' VAL-REASON ' - NO REPORT'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-SECTION-PUPILS.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM LOAD-ASSIGN-TABLE.
           IF WS-BASIS = 'Y'
               PERFORM SPREAD-YEAR-COST
           ELSE
               PERFORM SPREAD-MONTH-COST
           END-IF.
           PERFORM SUM-GL-SALARY.
           OPEN INPUT STUDENT-MASTER.
           PERFORM SUM-FEE-CHARGES.
           PERFORM SUM-FEE-PAYMENTS.
           CLOSE STUDENT-MASTER.
           IF WS-SEC-OVERFLOW = 'Y' OR WS-ASG-OVERFLOW = 'Y'
               DISPLAY 'SECTION OR ASSIGNMENT TABLE OVERFLOW - '
                   'REPORT NOT WRITTEN'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SORT-SECTION-TABLE.
           OPEN OUTPUT COST-FILE.
           PERFORM WRITE-COST-HEADING.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               PERFORM WRITE-ONE-SECTION
           END-PERFORM.
           PERFORM WRITE-SCHOOL-TOTALS.
           PERFORM PROVE-CONTROL-TOTALS.
           CLOSE COST-FILE.
           DISPLAY 'SECTIONS REPORTED: ' WS-SEC-COUNT
               '  PUPILS: ' WS-PUPIL-COUNT
               '  STAFF COSTED: ' WS-STAFF-COUNT
               '  UNALLOCATED: ' WS-UNALLOC-COUNT.
           MOVE 'SECTCOST.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           IF WS-CONTROL-ERRORS > ZERO
               DISPLAY '*** ' WS-CONTROL-ERRORS ' CONTROL TOTAL(S) '
                   'DO NOT AGREE - SEE SECTCOST.RPT ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-SECTION-PUPILS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDMAST-STATUS NOT = '00'
               DISPLAY 'STUDENT MASTER NOT FOUND - NO REPORT'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-STUDENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   MOVE STUD-CLASS TO WS-FIND-CLASS
                   MOVE STUD-SECTION TO WS-FIND-SECTION
                   PERFORM FIND-SECTION-ENTRY
                   IF WS-SEC-MATCH-IDX > ZERO
                       ADD 1 TO WS-SEC-PUPILS (WS-SEC-MATCH-IDX)
                   END-IF
                   ADD 1 TO WS-PUPIL-COUNT
                   PERFORM READ-STUDENT
               END-PERFORM
               CLOSE STUDENT-MASTER
           END-IF.

       READ-STUDENT.
           READ STUDENT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       FIND-SECTION-ENTRY.
           MOVE ZERO TO WS-SEC-MATCH-IDX.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
                   OR WS-SEC-MATCH-IDX > ZERO
               IF WS-SEC-CLASS (WS-SEC-IDX) = WS-FIND-CLASS
                       AND WS-SEC-SECTION (WS-SEC-IDX)
                       = WS-FIND-SECTION
                   MOVE WS-SEC-IDX TO WS-SEC-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-SEC-MATCH-IDX = ZERO
               IF WS-SEC-COUNT = 320
                   MOVE 'Y' TO WS-SEC-OVERFLOW
               ELSE
                   ADD 1 TO WS-SEC-COUNT
                   MOVE WS-SEC-COUNT TO WS-SEC-MATCH-IDX
                   MOVE WS-FIND-CLASS
                       TO WS-SEC-CLASS (WS-SEC-MATCH-IDX)
                   MOVE WS-FIND-SECTION
                       TO WS-SEC-SECTION (WS-SEC-MATCH-IDX)
                   MOVE ZERO TO WS-SEC-PUPILS (WS-SEC-MATCH-IDX)
                   MOVE ZERO TO WS-SEC-COST (WS-SEC-MATCH-IDX)
                   MOVE ZERO TO WS-SEC-BILLED (WS-SEC-MATCH-IDX)
                   MOVE ZERO TO WS-SEC-CREDITS (WS-SEC-MATCH-IDX)
                   MOVE ZERO TO WS-SEC-COLLECTED (WS-SEC-MATCH-IDX)
               END-IF
           END-IF.

      ***************************************************
      * ONLY CURRENT ASSIGNMENTS ARE TAKEN - THE        *
      * SECTIONS EACH TEACHER IS TEACHING NOW.          *
      ***************************************************
       LOAD-ASSIGN-TABLE.
           MOVE ZERO TO WS-ASG-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ASSIGNMENT-FILE.
           IF WS-TCHASSGN-STATUS NOT = '00'
               DISPLAY 'TCHASSGN.DAT NOT FOUND - ALL STAFF COST '
                   'UNALLOCATED'
           ELSE
               PERFORM READ-ASSIGNMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF ASG-TO-TERM = SPACES
                       PERFORM TAKE-UP-ONE-SLOT
                   END-IF
                   PERFORM READ-ASSIGNMENT
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF.

       TAKE-UP-ONE-SLOT.
           IF WS-ASG-COUNT = 500
               MOVE 'Y' TO WS-ASG-OVERFLOW
           ELSE
               ADD 1 TO WS-ASG-COUNT
               MOVE ASG-EMPID TO WS-ASG-EMPID (WS-ASG-COUNT)
               MOVE ASG-CLASS TO WS-ASG-CLASS (WS-ASG-COUNT)
               MOVE ASG-SECTION TO WS-ASG-SECTION (WS-ASG-COUNT)
               MOVE ASG-CLASS TO WS-FIND-CLASS
               MOVE ASG-SECTION TO WS-FIND-SECTION
               PERFORM FIND-SECTION-ENTRY
           END-IF.

       READ-ASSIGNMENT.
           READ ASSIGNMENT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       SPREAD-YEAR-COST.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT YTD-FILE.
           IF WS-PAYYTD-STATUS NOT = '00'
               DISPLAY 'PAYYTD.DAT NOT FOUND - NO STAFF COST'
           ELSE
               PERFORM READ-YTD
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF YTD-YEAR = WS-TARGET-YEAR
                       MOVE YTD-EMPID TO WS-COST-EMPID
                       MOVE YTD-GROSS TO WS-COST-AMOUNT
                       PERFORM SPREAD-ONE-COST
                   END-IF
                   PERFORM READ-YTD
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.

       READ-YTD.
           READ YTD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * A MONTH'S COST IS EACH EMPLOYEE'S PAYHIST E ROW *
      * FOR THE PERIOD THAT PAYREVS HAS NOT REVERSED,   *
      * PLUS EVERY FINSETL SETTLEMENT (F) IN THE MONTH. *
      * A LEAVER NO LONGER HOLDING A SLOT FALLS TO      *
      * UNALLOCATED.                                    *
      ***************************************************
       SPREAD-MONTH-COST.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PAY-HISTORY.
           IF WS-PAYHIST-STATUS NOT = '00'
               DISPLAY 'PAYHIST.DAT NOT FOUND - NO STAFF COST'
           ELSE
               PERFORM READ-PAY-HISTORY
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF (PH-REC-TYPE = 'E' OR PH-REC-TYPE = 'F')
                           AND PH-PERIOD = WS-TARGET-PERIOD
                           AND PH-REVERSED NOT = 'Y'
                       MOVE PH-EMPID TO WS-COST-EMPID
                       MOVE PH-GROSS TO WS-COST-AMOUNT
                       PERFORM SPREAD-ONE-COST
                   END-IF
                   PERFORM READ-PAY-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY
           END-IF.

       READ-PAY-HISTORY.
           READ PAY-HISTORY
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * THE COST IS SHARED EQUALLY OVER THE EMPLOYEE'S  *
      * SLOTS, THE LAST SLOT TAKING THE ROUNDING SO THE *
      * SHARES ADD BACK TO THE COST EXACTLY.            *
      ***************************************************
       SPREAD-ONE-COST.
           ADD 1 TO WS-STAFF-COUNT.
           ADD WS-COST-AMOUNT TO WS-PAYROLL-TOTAL.
           MOVE ZERO TO WS-SLOT-COUNT.
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                   UNTIL WS-ASG-IDX > WS-ASG-COUNT
               IF WS-ASG-EMPID (WS-ASG-IDX) = WS-COST-EMPID
                   ADD 1 TO WS-SLOT-COUNT
               END-IF
           END-PERFORM.
           IF WS-SLOT-COUNT = ZERO
               ADD 1 TO WS-UNALLOC-COUNT
               ADD WS-COST-AMOUNT TO WS-UNALLOC-COST
           ELSE
               COMPUTE WS-SHARE ROUNDED =
                   WS-COST-AMOUNT / WS-SLOT-COUNT
               MOVE ZERO TO WS-SLOT-SEEN
               MOVE ZERO TO WS-SHARED-SO-FAR
               PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
                       UNTIL WS-ASG-IDX > WS-ASG-COUNT
                   IF WS-ASG-EMPID (WS-ASG-IDX) = WS-COST-EMPID
                       PERFORM CHARGE-ONE-SLOT
                   END-IF
               END-PERFORM
           END-IF.

       CHARGE-ONE-SLOT.
           ADD 1 TO WS-SLOT-SEEN.
           MOVE WS-ASG-CLASS (WS-ASG-IDX) TO WS-FIND-CLASS.
           MOVE WS-ASG-SECTION (WS-ASG-IDX) TO WS-FIND-SECTION.
           PERFORM FIND-SECTION-ENTRY.
           IF WS-SEC-MATCH-IDX > ZERO
               IF WS-SLOT-SEEN = WS-SLOT-COUNT
                   COMPUTE WS-SEC-COST (WS-SEC-MATCH-IDX) =
                       WS-SEC-COST (WS-SEC-MATCH-IDX)
                       + WS-COST-AMOUNT - WS-SHARED-SO-FAR
               ELSE
                   ADD WS-SHARE TO WS-SEC-COST (WS-SEC-MATCH-IDX)
                   ADD WS-SHARE TO WS-SHARED-SO-FAR
               END-IF
           END-IF.

       SUM-GL-SALARY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GL-EXTRACT.
           IF WS-GLPOST-STATUS = '00'
               PERFORM READ-GL-POSTING
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   COMPUTE WS-REC-YEAR = GL-DATE-YYYYMM / 100
                   MOVE GL-DATE-YYYYMM TO WS-REC-PERIOD
                   PERFORM CHECK-IN-PERIOD
                   IF GL-REC-TYPE = 'D'
                           AND GL-ACCOUNT = 'SALARY-EXP'
                           AND WS-IN-PERIOD = 'Y'
                       IF GL-DRCR = 'DR'
                           ADD GL-AMOUNT TO WS-GL-SALARY-TOTAL
                       ELSE
                           SUBTRACT GL-AMOUNT FROM WS-GL-SALARY-TOTAL
                       END-IF
                   END-IF
                   PERFORM READ-GL-POSTING
               END-PERFORM
               CLOSE GL-EXTRACT
           END-IF.

       READ-GL-POSTING.
           READ GL-EXTRACT
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       CHECK-IN-PERIOD.
           MOVE 'N' TO WS-IN-PERIOD.
           IF WS-BASIS = 'Y'
               IF WS-REC-YEAR = WS-TARGET-YEAR
                   MOVE 'Y' TO WS-IN-PERIOD
               END-IF
           ELSE
               IF WS-REC-PERIOD = WS-TARGET-PERIOD
                   MOVE 'Y' TO WS-IN-PERIOD
               END-IF
           END-IF.

      ***************************************************
      * A CHARGE OR PAYMENT GOES TO THE SECTION THE     *
      * PUPIL IS IN NOW; ONE FOR A ROLLNO NO LONGER ON  *
      * THE MASTER (A LEAVER) IS HELD APART SO THE      *
      * LEDGER STILL ADDS UP.                           *
      ***************************************************
       SUM-FEE-CHARGES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-CHARGES.
           IF WS-FEECHG-STATUS = '00'
               PERFORM READ-FEE-CHARGE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   MOVE FC-TERM-YYYY TO WS-REC-YEAR
                   MOVE FC-TERM TO WS-REC-PERIOD
                   PERFORM CHECK-IN-PERIOD
                   IF WS-IN-PERIOD = 'Y'
                       ADD FC-AMOUNT TO WS-LEDGER-BILLED
                       MOVE FC-ROLLNO TO ROLLNO
                       PERFORM FIND-PUPIL-SECTION
                       IF WS-SEC-MATCH-IDX > ZERO
                           ADD FC-AMOUNT
                               TO WS-SEC-BILLED (WS-SEC-MATCH-IDX)
                       ELSE
                           ADD FC-AMOUNT TO WS-LEFT-BILLED
                       END-IF
                   END-IF
                   PERFORM READ-FEE-CHARGE
               END-PERFORM
               CLOSE FEE-CHARGES
           END-IF.

       READ-FEE-CHARGE.
           READ FEE-CHARGES
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       FIND-PUPIL-SECTION.
           MOVE ZERO TO WS-SEC-MATCH-IDX.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STUD-CLASS TO WS-FIND-CLASS
                   MOVE STUD-SECTION TO WS-FIND-SECTION
                   PERFORM FIND-SECTION-ENTRY
           END-READ.

      ***************************************************
      * C AND Q ARE MONEY IN; R, V AND F TAKE IT BACK   *
      * OUT. S AND D ARE CREDITS AGAINST THE BILL, SO   *
      * THEY REDUCE REVENUE RATHER THAN COUNT AS        *
      * COLLECTED.                                      *
      ***************************************************
       SUM-FEE-PAYMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-PAYMENTS.
           IF WS-FEEPAY-STATUS = '00'
               PERFORM READ-FEE-PAYMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   COMPUTE WS-REC-YEAR = FP-DATE / 10000
                   COMPUTE WS-REC-PERIOD = FP-DATE / 100
                   PERFORM CHECK-IN-PERIOD
                   IF WS-IN-PERIOD = 'Y'
                       PERFORM TAKE-UP-ONE-PAYMENT
                   END-IF
                   PERFORM READ-FEE-PAYMENT
               END-PERFORM
               CLOSE FEE-PAYMENTS
           END-IF.

       READ-FEE-PAYMENT.
           READ FEE-PAYMENTS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       TAKE-UP-ONE-PAYMENT.
           MOVE FP-ROLLNO TO ROLLNO.
           PERFORM FIND-PUPIL-SECTION.
           EVALUATE FP-TYPE
               WHEN 'C'
               WHEN 'Q'
                   ADD FP-AMOUNT TO WS-LEDGER-COLLECTED
                   IF WS-SEC-MATCH-IDX > ZERO
                       ADD FP-AMOUNT
                           TO WS-SEC-COLLECTED (WS-SEC-MATCH-IDX)
                   ELSE
                       ADD FP-AMOUNT TO WS-LEFT-COLLECTED
                   END-IF
               WHEN 'R'
               WHEN 'V'
               WHEN 'F'
                   SUBTRACT FP-AMOUNT FROM WS-LEDGER-COLLECTED
                   IF WS-SEC-MATCH-IDX > ZERO
                       SUBTRACT FP-AMOUNT
                           FROM WS-SEC-COLLECTED (WS-SEC-MATCH-IDX)
                   ELSE
                       SUBTRACT FP-AMOUNT FROM WS-LEFT-COLLECTED
                   END-IF
               WHEN 'S'
               WHEN 'D'
                   ADD FP-AMOUNT TO WS-LEDGER-CREDITS
                   IF WS-SEC-MATCH-IDX > ZERO
                       ADD FP-AMOUNT
                           TO WS-SEC-CREDITS (WS-SEC-MATCH-IDX)
                   ELSE
                       ADD FP-AMOUNT TO WS-LEFT-CREDITS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SORT-SECTION-TABLE.
           MOVE WS-SEC-COUNT TO WS-SORT-LIMIT.
           MOVE 'Y' TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = 'N' OR WS-SORT-LIMIT < 2
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX NOT < WS-SORT-LIMIT
                   IF WS-SEC-KEY (WS-SORT-IDX)
                           > WS-SEC-KEY (WS-SORT-IDX + 1)
                       MOVE WS-SEC-ENTRY (WS-SORT-IDX)
                           TO WS-SEC-HOLD
                       MOVE WS-SEC-ENTRY (WS-SORT-IDX + 1)
                           TO WS-SEC-ENTRY (WS-SORT-IDX)
                       MOVE WS-SEC-HOLD
                           TO WS-SEC-ENTRY (WS-SORT-IDX + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM WS-SORT-LIMIT
           END-PERFORM.

       WRITE-COST-HEADING.
           IF WS-BASIS = 'Y'
               MOVE 'YEAR' TO WS-CH-BASIS
               MOVE WS-TARGET-YEAR TO WS-CH-PERIOD
           ELSE
               MOVE 'MONTH' TO WS-CH-BASIS
               MOVE WS-TARGET-PERIOD TO WS-CH-PERIOD
           END-IF.
           MOVE WS-RUN-DATE TO WS-CH-RUN-DATE.
           MOVE ALL '=' TO COST-LINE.
           WRITE COST-LINE.
           WRITE COST-LINE FROM WS-COST-HEADER.
           WRITE COST-LINE FROM WS-COST-COLUMNS-1.
           WRITE COST-LINE FROM WS-COST-COLUMNS-2.
           MOVE ALL '-' TO COST-LINE.
           WRITE COST-LINE.

      ***************************************************
      * REVENUE IS BILLED LESS CREDITS, MARGIN IS       *
      * REVENUE LESS TEACHING COST, AND THE COLLECTION  *
      * RATE IS COLLECTED AS A PERCENT OF REVENUE.      *
      ***************************************************
       WRITE-ONE-SECTION.
           MOVE WS-SEC-PUPILS (WS-SEC-IDX) TO WS-LF-PUPILS.
           MOVE WS-SEC-COST (WS-SEC-IDX) TO WS-LF-COST.
           COMPUTE WS-LF-REVENUE = WS-SEC-BILLED (WS-SEC-IDX)
               - WS-SEC-CREDITS (WS-SEC-IDX).
           MOVE WS-SEC-COLLECTED (WS-SEC-IDX) TO WS-LF-COLLECTED.
           COMPUTE WS-LF-MARGIN = WS-LF-REVENUE - WS-LF-COST.
           MOVE WS-SEC-CLASS (WS-SEC-IDX) TO WS-CD-CLASS.
           MOVE WS-SEC-SECTION (WS-SEC-IDX) TO WS-CD-SECTION.
           MOVE WS-LF-PUPILS TO WS-CD-PUPILS.
           MOVE WS-LF-COST TO WS-CD-COST.
           MOVE WS-LF-REVENUE TO WS-CD-REVENUE.
           MOVE WS-LF-COLLECTED TO WS-CD-COLLECTED.
           MOVE WS-LF-MARGIN TO WS-CD-MARGIN.
           WRITE COST-LINE FROM WS-COST-DETAIL.
           PERFORM WRITE-PER-PUPIL-LINE.
           ADD WS-LF-COST TO WS-TOT-COST.
           ADD WS-SEC-BILLED (WS-SEC-IDX) TO WS-TOT-BILLED.
           ADD WS-SEC-CREDITS (WS-SEC-IDX) TO WS-TOT-CREDITS.
           ADD WS-LF-COLLECTED TO WS-TOT-COLLECTED.

       WRITE-PER-PUPIL-LINE.
           MOVE ZERO TO WS-CP-COST WS-CP-REVENUE WS-CP-MARGIN.
           MOVE ZERO TO WS-PCT.
           IF WS-LF-PUPILS > ZERO
               COMPUTE WS-CP-COST ROUNDED =
                   WS-LF-COST / WS-LF-PUPILS
               COMPUTE WS-CP-REVENUE ROUNDED =
                   WS-LF-REVENUE / WS-LF-PUPILS
               COMPUTE WS-CP-MARGIN ROUNDED =
                   WS-LF-MARGIN / WS-LF-PUPILS
           END-IF.
           IF WS-LF-REVENUE > ZERO AND WS-LF-COLLECTED > ZERO
               IF WS-LF-COLLECTED > WS-LF-REVENUE * 9.99
                   MOVE 999.9 TO WS-PCT
               ELSE
                   COMPUTE WS-PCT ROUNDED =
                       (WS-LF-COLLECTED * 100) / WS-LF-REVENUE
               END-IF
           END-IF.
           MOVE WS-PCT TO WS-CP-RATE.
           WRITE COST-LINE FROM WS-COST-PER-PUPIL.

      ***************************************************
      * THE SECTIONS, THEN WHAT COULD NOT BE PUT IN A   *
      * SECTION, MAKE UP THE WHOLE SCHOOL.              *
      ***************************************************
       WRITE-SCHOOL-TOTALS.
           MOVE ALL '-' TO COST-LINE.
           WRITE COST-LINE.
           MOVE 'SECTIONS' TO WS-CT-LABEL.
           MOVE WS-TOT-COST TO WS-CT-COST.
           COMPUTE WS-LF-REVENUE = WS-TOT-BILLED - WS-TOT-CREDITS.
           MOVE WS-LF-REVENUE TO WS-CT-REVENUE.
           MOVE WS-TOT-COLLECTED TO WS-CT-COLLECTED.
           WRITE COST-LINE FROM WS-COST-TOTAL.
           MOVE 'UNALLOC' TO WS-CT-LABEL.
           MOVE WS-UNALLOC-COST TO WS-CT-COST.
           MOVE ZERO TO WS-CT-REVENUE WS-CT-COLLECTED.
           WRITE COST-LINE FROM WS-COST-TOTAL.
           MOVE 'LEAVERS' TO WS-CT-LABEL.
           MOVE ZERO TO WS-CT-COST.
           COMPUTE WS-LF-REVENUE = WS-LEFT-BILLED - WS-LEFT-CREDITS.
           MOVE WS-LF-REVENUE TO WS-CT-REVENUE.
           MOVE WS-LEFT-COLLECTED TO WS-CT-COLLECTED.
           WRITE COST-LINE FROM WS-COST-TOTAL.
           ADD WS-UNALLOC-COST TO WS-TOT-COST.
           ADD WS-LEFT-BILLED TO WS-TOT-BILLED.
           ADD WS-LEFT-CREDITS TO WS-TOT-CREDITS.
           ADD WS-LEFT-COLLECTED TO WS-TOT-COLLECTED.
           MOVE 'SCHOOL' TO WS-CT-LABEL.
           MOVE WS-TOT-COST TO WS-CT-COST.
           COMPUTE WS-LF-REVENUE = WS-TOT-BILLED - WS-TOT-CREDITS.
           MOVE WS-LF-REVENUE TO WS-CT-REVENUE.
           MOVE WS-TOT-COLLECTED TO WS-CT-COLLECTED.
           WRITE COST-LINE FROM WS-COST-TOTAL.
           MOVE SPACES TO COST-LINE.
           WRITE COST-LINE.
           MOVE 'WHOLE-SCHOOL MARGIN' TO WS-CL-LABEL.
           MOVE SPACES TO WS-CL-RESULT.
           COMPUTE WS-CL-AMOUNT = WS-LF-REVENUE - WS-TOT-COST.
           WRITE COST-LINE FROM WS-CONTROL-LINE.
           IF WS-PUPIL-COUNT > ZERO
               MOVE 'COST PER PUPIL' TO WS-CL-LABEL
               COMPUTE WS-CL-AMOUNT ROUNDED =
                   WS-TOT-COST / WS-PUPIL-COUNT
               WRITE COST-LINE FROM WS-CONTROL-LINE
               MOVE 'REVENUE PER PUPIL' TO WS-CL-LABEL
               COMPUTE WS-CL-AMOUNT ROUNDED =
                   WS-LF-REVENUE / WS-PUPIL-COUNT
               WRITE COST-LINE FROM WS-CONTROL-LINE
           END-IF.

      ***************************************************
      * THE PAYROLL SIDE MUST AGREE WITH THE PERIOD'S   *
      * NET SALARY-EXP ON THE LEDGER EXTRACT, AND THE   *
      * FEE SIDE WITH THE FEE LEDGERS READ IN FULL.     *
      ***************************************************
       PROVE-CONTROL-TOTALS.
           MOVE ALL '-' TO COST-LINE.
           WRITE COST-LINE.
           MOVE 'PAYROLL COST COSTED' TO WS-CL-LABEL.
           MOVE WS-PAYROLL-TOTAL TO WS-CL-AMOUNT.
           MOVE SPACES TO WS-CL-RESULT.
           WRITE COST-LINE FROM WS-CONTROL-LINE.
           MOVE 'GLPOST SALARY-EXP (NET)' TO WS-CL-LABEL.
           MOVE WS-GL-SALARY-TOTAL TO WS-CL-AMOUNT.
           IF WS-GL-SALARY-TOTAL = WS-TOT-COST
                   AND WS-PAYROLL-TOTAL = WS-TOT-COST
               MOVE 'AGREES' TO WS-CL-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-CL-RESULT
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           WRITE COST-LINE FROM WS-CONTROL-LINE.
           MOVE 'FEECHG BILLED' TO WS-CL-LABEL.
           MOVE WS-LEDGER-BILLED TO WS-CL-AMOUNT.
           IF WS-LEDGER-BILLED = WS-TOT-BILLED
               MOVE 'AGREES' TO WS-CL-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-CL-RESULT
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           WRITE COST-LINE FROM WS-CONTROL-LINE.
           MOVE 'FEEPAY CREDITS (S AND D)' TO WS-CL-LABEL.
           MOVE WS-LEDGER-CREDITS TO WS-CL-AMOUNT.
           IF WS-LEDGER-CREDITS = WS-TOT-CREDITS
               MOVE 'AGREES' TO WS-CL-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-CL-RESULT
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           WRITE COST-LINE FROM WS-CONTROL-LINE.
           MOVE 'FEEPAY COLLECTED (NET)' TO WS-CL-LABEL.
           MOVE WS-LEDGER-COLLECTED TO WS-CL-AMOUNT.
           IF WS-LEDGER-COLLECTED = WS-TOT-COLLECTED
               MOVE 'AGREES' TO WS-CL-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-CL-RESULT
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           WRITE COST-LINE FROM WS-CONTROL-LINE.
