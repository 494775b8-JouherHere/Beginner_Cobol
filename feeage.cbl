      * IS AGED AGAINST THE SCHEDULE INSTEAD - ONLY     *
      * INSTALLMENTS PAST THEIR DUE DATE COUNT AS LATE, *
      * SO A FAMILY PAYING MONTHLY BY AGREEMENT SHOWS   *
      * CURRENT. A DISHONOURED CHEQUE (FP-TYPE R), A    *
      * VOIDED RECEIPT (V) OR A REFUND PAID OUT (F) IS  *
      * TAKEN BACK OFF THE PAYMENTS. EVERY STUDENT IN   *
      * ARREARS IS ALSO WRITTEN TO THE ARREARS.DAT      *
      * EXTRACT, REPLACED EACH RUN, FOR THE ATRISK      *
      * EARLY-WARNING RUN.                              *
      ***************************************************

       IDENTIFICATION DIVISION.
           SELECT FEE-PLAN ASSIGN TO 'FEEPLAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEPLAN-STATUS.
           SELECT ARREARS-FILE ASSIGN TO 'ARREARS.DAT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-CHARGES
           LABEL RECORDS ARE STANDARD.
       COPY "feeplan.cpy".

       FD  ARREARS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "arrears.cpy".

       WORKING-STORAGE SECTION.
       77 WS-FEECHG-STATUS PIC XX VALUE '00'.
       77 WS-FEEPAY-STATUS PIC XX VALUE '00'.
                   MOVE FP-ROLLNO TO WS-WORK-ROLLNO
                   PERFORM FIND-BALANCE-ENTRY
                   IF WS-MATCH-IDX > ZERO
                       IF FP-TYPE = 'R' OR FP-TYPE = 'V'
                               OR FP-TYPE = 'F'
                           SUBTRACT FP-AMOUNT
                               FROM WS-BAL-PAYMENTS (WS-MATCH-IDX)
                       ELSE
                           ADD FP-AMOUNT
                               TO WS-BAL-PAYMENTS (WS-MATCH-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-PAYMENT
               END-PERFORM
           DISPLAY 'ROLL CHARGES    PAYMENTS   BALANCE    '
               'OLDEST AGE BUCKET'.
           DISPLAY '--------------------------------------------'.
           OPEN OUTPUT ARREARS-FILE.
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > WS-BAL-COUNT
               COMPUTE WS-BALANCE =
                       WS-BALANCE ' '
                       WS-BAL-OLD-TERM (WS-STUD-IDX) ' '
                       WS-AGE-MONTHS ' ' WS-AGE-BUCKET
                   PERFORM WRITE-ARREARS-RECORD
               END-IF
           END-PERFORM.
           CLOSE ARREARS-FILE.
           DISPLAY '--------------------------------------------'.
           DISPLAY 'STUDENTS IN ARREARS: ' WS-ARREARS-COUNT.
           DISPLAY 'TOTAL OUTSTANDING:   ' WS-TOTAL-OUTSTANDING.

       WRITE-ARREARS-RECORD.
           MOVE SPACES TO ARR-RECORD.
           MOVE WS-BAL-ROLLNO (WS-STUD-IDX) TO ARR-ROLLNO.
           MOVE WS-BALANCE TO ARR-BALANCE.
           MOVE WS-BAL-OLD-TERM (WS-STUD-IDX) TO ARR-OLD-TERM.
           MOVE WS-AGE-MONTHS TO ARR-AGE-MONTHS.
           MOVE WS-AGE-BUCKET TO ARR-BUCKET.
           MOVE WS-RUN-DATE-NUM TO ARR-RUN-DATE.
           WRITE ARR-RECORD.

       CHECK-FOR-PLAN.
           MOVE 'N' TO WS-HAS-PLAN.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
