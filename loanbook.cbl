      ***************************************************
      * COBOL PROGRAM TO PRINT THE MONTH-END STAFF LOAN *
      * BOOK ON LOANBOOK.RPT - EVERY LOAN AND ADVANCE   *
      * ON LOANMAST.DAT WITH ITS PRINCIPAL, THE MONTH'S *
      * RECOVERY FROM LOANTRAN.DAT AND THE BALANCE LEFT.*
      * TWO CONTROL TOTALS ARE PROVED: THE YEAR'S NET   *
      * RECOVERIES ON LOANTRAN.DAT (PAYROLL AND FINAL   *
      * SETTLEMENT LESS ANY REVERSED BY PAYREVS) MUST   *
      * EQUAL THE YEAR'S YTD-LOAN TOTAL ON PAYYTD.DAT,  *
      * AND ALL GRANTS LESS ALL NET RECOVERIES MUST     *
      * EQUAL THE OUTSTANDING BALANCE ON LOANMAST.DAT.  *
      * EITHER DISAGREEING ENDS THE RUN WITH RC 8.      *
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO 'LOANMAST.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANMAST-STATUS.
           SELECT LOAN-TRANS ASSIGN TO 'LOANTRAN.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOANTRAN-STATUS.
           SELECT YTD-FILE ASSIGN TO 'PAYYTD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPID
               FILE STATUS IS WS-PAYYTD-STATUS.
           SELECT BOOK-FILE ASSIGN TO 'LOANBOOK.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY "loanmast.cpy".

       FD  LOAN-TRANS
           LABEL RECORDS ARE STANDARD.
       COPY "loantran.cpy".

       FD  YTD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY "payytd.cpy".

       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
       01 BOOK-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-LOANMAST-STATUS PIC XX VALUE '00'.
       77 WS-LOANTRAN-STATUS PIC XX VALUE '00'.
       77 WS-PAYYTD-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-TARGET-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-TARGET-YYYY PIC 9(4) VALUE ZERO.
       77 WS-LT-YYYY PIC 9(4) VALUE ZERO.
       77 WS-IDX PIC 9(4) VALUE ZERO.
       77 WS-MATCH-IDX PIC 9(4) VALUE ZERO.
       77 WS-LOAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TOTAL-PRINCIPAL PIC 9(9)V99 VALUE ZERO.
       77 WS-TOTAL-BALANCE PIC 9(9)V99 VALUE ZERO.
       77 WS-TOTAL-MONTH PIC S9(9)V99 VALUE ZERO.
       77 WS-TOTAL-GRANTED PIC 9(9)V99 VALUE ZERO.
       77 WS-TOTAL-RECOVERED PIC S9(9)V99 VALUE ZERO.
       77 WS-YEAR-RECOVERED PIC S9(9)V99 VALUE ZERO.
       77 WS-YTD-LOAN-TOTAL PIC 9(9)V99 VALUE ZERO.
       77 WS-BOOK-BALANCE PIC S9(9)V99 VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      ***************************************************
      * THE MONTH'S NET RECOVERY PER LOAN IS GATHERED   *
      * FROM LOANTRAN.DAT BEFORE THE BOOK IS PRINTED.   *
      ***************************************************
       01 WS-MONTH-TABLE.
            02 WS-MON-COUNT PIC 9(4) VALUE ZERO.
            02 WS-MON-ENTRY OCCURS 1000 TIMES.
                 03 WS-MON-LOAN-NO PIC 9(6).
                 03 WS-MON-AMOUNT PIC S9(7)V99.

       01 WS-BOOK-HEADER.
            02 FILLER PIC X(22) VALUE 'STAFF LOAN BOOK MONTH '.
            02 WS-BH-PERIOD PIC 9(6).
            02 FILLER PIC X(7) VALUE '  RUN: '.
            02 WS-BH-RUN-DATE PIC 9(8).

       01 WS-BOOK-COLUMNS.
            02 FILLER PIC X(30)
                VALUE 'LOAN   EMPID T PRINCIPAL MONTH'.
            02 FILLER PIC X(30) VALUE '      BALANCE   S'.

       01 WS-BOOK-DETAIL.
            02 WS-BD-LOAN-NO PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-BD-EMPID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 WS-BD-TYPE PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 WS-BD-PRINCIPAL PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-BD-MONTH PIC -9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-BD-BALANCE PIC 9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-BD-STATUS PIC X.

       01 WS-BOOK-AMT-LINE.
            02 WS-BA-LABEL PIC X(30).
            02 WS-BA-AMOUNT PIC -9(9)V99.

       COPY "splparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY 'ENTER LOAN BOOK MONTH YYYYMM: '.
           ACCEPT WS-TARGET-PERIOD.
           COMPUTE WS-TARGET-YYYY = WS-TARGET-PERIOD / 100.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOANMAST-STATUS NOT = '00'
               DISPLAY 'LOANMAST.DAT NOT FOUND - NO LOAN BOOK'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE LOAN-MASTER.
           PERFORM SUM-LOAN-MOVEMENTS.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM SUM-YTD-LOAN.
           OPEN OUTPUT BOOK-FILE.
           MOVE WS-TARGET-PERIOD TO WS-BH-PERIOD.
           MOVE WS-RUN-DATE TO WS-BH-RUN-DATE.
           MOVE ALL '=' TO BOOK-LINE.
           WRITE BOOK-LINE.
           WRITE BOOK-LINE FROM WS-BOOK-HEADER.
           WRITE BOOK-LINE FROM WS-BOOK-COLUMNS.
           MOVE ALL '-' TO BOOK-LINE.
           WRITE BOOK-LINE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOAN-MASTER.
           PERFORM READ-LOAN-MASTER.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               PERFORM WRITE-ONE-LOAN
               PERFORM READ-LOAN-MASTER
           END-PERFORM.
           CLOSE LOAN-MASTER.
           PERFORM WRITE-BOOK-TOTALS.
           CLOSE BOOK-FILE.
           MOVE 'LOANBOOK.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           PERFORM PROVE-CONTROL-TOTALS.
           GOBACK.

       READ-LOAN-MASTER.
           READ LOAN-MASTER
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       READ-LOAN-TRANS.
           READ LOAN-TRANS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * R AND F MOVEMENTS ARE RECOVERIES, V BACKS ONE   *
      * OUT AGAIN. THE YEAR IS TAKEN FROM THE PAY MONTH *
      * THE MOVEMENT BELONGS TO, NOT THE DAY IT WAS     *
      * KEYED, SO A REVERSAL NETS IN THE RIGHT YEAR.    *
      ***************************************************
       SUM-LOAN-MOVEMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOAN-TRANS.
           IF WS-LOANTRAN-STATUS = '00'
               PERFORM READ-LOAN-TRANS
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   PERFORM TAKE-UP-ONE-MOVEMENT
                   PERFORM READ-LOAN-TRANS
               END-PERFORM
               CLOSE LOAN-TRANS
           END-IF.

       TAKE-UP-ONE-MOVEMENT.
           COMPUTE WS-LT-YYYY = LT-PERIOD / 100.
           EVALUATE LT-TYPE
               WHEN 'G'
                   ADD LT-AMOUNT TO WS-TOTAL-GRANTED
               WHEN 'R'
               WHEN 'F'
                   ADD LT-AMOUNT TO WS-TOTAL-RECOVERED
                   IF WS-LT-YYYY = WS-TARGET-YYYY
                       ADD LT-AMOUNT TO WS-YEAR-RECOVERED
                   END-IF
                   IF LT-PERIOD = WS-TARGET-PERIOD
                       PERFORM ADD-MONTH-RECOVERY
                   END-IF
               WHEN 'V'
                   SUBTRACT LT-AMOUNT FROM WS-TOTAL-RECOVERED
                   IF WS-LT-YYYY = WS-TARGET-YYYY
                       SUBTRACT LT-AMOUNT FROM WS-YEAR-RECOVERED
                   END-IF
                   IF LT-PERIOD = WS-TARGET-PERIOD
                       PERFORM ADD-MONTH-RECOVERY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-MONTH-RECOVERY.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MON-COUNT
                   OR WS-MATCH-IDX > ZERO
               IF WS-MON-LOAN-NO (WS-IDX) = LT-LOAN-NO
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = ZERO
               IF WS-MON-COUNT = 1000
                   DISPLAY 'MORE THAN 1000 LOANS RECOVERED IN THE '
                       'MONTH - LOAN BOOK NOT PRODUCED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   ADD 1 TO WS-MON-COUNT
                   MOVE WS-MON-COUNT TO WS-MATCH-IDX
                   MOVE LT-LOAN-NO TO WS-MON-LOAN-NO (WS-MATCH-IDX)
                   MOVE ZERO TO WS-MON-AMOUNT (WS-MATCH-IDX)
               END-IF
           END-IF.
           IF WS-MATCH-IDX > ZERO
               IF LT-TYPE = 'V'
                   SUBTRACT LT-AMOUNT FROM WS-MON-AMOUNT (WS-MATCH-IDX)
               ELSE
                   ADD LT-AMOUNT TO WS-MON-AMOUNT (WS-MATCH-IDX)
               END-IF
           END-IF.

       SUM-YTD-LOAN.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT YTD-FILE.
           IF WS-PAYYTD-STATUS NOT = '00'
               DISPLAY 'PAYYTD.DAT NOT FOUND - YTD-LOAN TAKEN AS ZERO'
           ELSE
               PERFORM READ-YTD
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF YTD-YEAR = WS-TARGET-YYYY
                       ADD YTD-LOAN TO WS-YTD-LOAN-TOTAL
                   END-IF
                   PERFORM READ-YTD
               END-PERFORM
               CLOSE YTD-FILE
           END-IF.

       READ-YTD.
           READ YTD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       WRITE-ONE-LOAN.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MON-COUNT
                   OR WS-MATCH-IDX > ZERO
               IF WS-MON-LOAN-NO (WS-IDX) = LN-LOAN-NO
                   MOVE WS-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           MOVE LN-LOAN-NO TO WS-BD-LOAN-NO.
           MOVE LN-EMPID TO WS-BD-EMPID.
           MOVE LN-TYPE TO WS-BD-TYPE.
           MOVE LN-PRINCIPAL TO WS-BD-PRINCIPAL.
           IF WS-MATCH-IDX > ZERO
               MOVE WS-MON-AMOUNT (WS-MATCH-IDX) TO WS-BD-MONTH
               ADD WS-MON-AMOUNT (WS-MATCH-IDX) TO WS-TOTAL-MONTH
           ELSE
               MOVE ZERO TO WS-BD-MONTH
           END-IF.
           MOVE LN-BALANCE TO WS-BD-BALANCE.
           MOVE LN-STATUS TO WS-BD-STATUS.
           WRITE BOOK-LINE FROM WS-BOOK-DETAIL.
           ADD 1 TO WS-LOAN-COUNT.
           ADD LN-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
           ADD LN-BALANCE TO WS-TOTAL-BALANCE.
           IF LN-STATUS = 'A'
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.

       WRITE-BOOK-TOTALS.
           MOVE ALL '-' TO BOOK-LINE.
           WRITE BOOK-LINE.
           MOVE SPACES TO BOOK-LINE.
           STRING 'LOANS ON FILE: ' WS-LOAN-COUNT '  ACTIVE: '
               WS-ACTIVE-COUNT DELIMITED BY SIZE INTO BOOK-LINE.
           WRITE BOOK-LINE.
           MOVE 'TOTAL PRINCIPAL' TO WS-BA-LABEL.
           MOVE WS-TOTAL-PRINCIPAL TO WS-BA-AMOUNT.
           WRITE BOOK-LINE FROM WS-BOOK-AMT-LINE.
           MOVE 'RECOVERED THIS MONTH' TO WS-BA-LABEL.
           MOVE WS-TOTAL-MONTH TO WS-BA-AMOUNT.
           WRITE BOOK-LINE FROM WS-BOOK-AMT-LINE.
           MOVE 'TOTAL OUTSTANDING' TO WS-BA-LABEL.
           MOVE WS-TOTAL-BALANCE TO WS-BA-AMOUNT.
           WRITE BOOK-LINE FROM WS-BOOK-AMT-LINE.
           MOVE 'RECOVERED IN YEAR (LOANTRAN)' TO WS-BA-LABEL.
           MOVE WS-YEAR-RECOVERED TO WS-BA-AMOUNT.
           WRITE BOOK-LINE FROM WS-BOOK-AMT-LINE.
           MOVE 'YTD-LOAN IN YEAR (PAYYTD)' TO WS-BA-LABEL.
           MOVE WS-YTD-LOAN-TOTAL TO WS-BA-AMOUNT.
           WRITE BOOK-LINE FROM WS-BOOK-AMT-LINE.
           COMPUTE WS-BOOK-BALANCE = WS-TOTAL-GRANTED
               - WS-TOTAL-RECOVERED.
           MOVE 'GRANTED LESS RECOVERED' TO WS-BA-LABEL.
           MOVE WS-BOOK-BALANCE TO WS-BA-AMOUNT.
           WRITE BOOK-LINE FROM WS-BOOK-AMT-LINE.

       PROVE-CONTROL-TOTALS.
           DISPLAY ' '.
           DISPLAY 'LOANS ON FILE:          ' WS-LOAN-COUNT.
           DISPLAY 'TOTAL OUTSTANDING:      ' WS-TOTAL-BALANCE.
           DISPLAY 'RECOVERED IN ' WS-TARGET-YYYY ':       '
               WS-YEAR-RECOVERED.
           DISPLAY 'PAYYTD YTD-LOAN ' WS-TARGET-YYYY ':    '
               WS-YTD-LOAN-TOTAL.
           IF WS-YEAR-RECOVERED = WS-YTD-LOAN-TOTAL
               DISPLAY 'LOAN RECOVERIES AGREE WITH PAYYTD.DAT'
           ELSE
               DISPLAY '*** LOAN RECOVERIES DO NOT AGREE WITH '
                   'PAYYTD.DAT - INVESTIGATE ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-BOOK-BALANCE = WS-TOTAL-BALANCE
               DISPLAY 'LOAN BALANCES AGREE WITH THE MOVEMENTS'
           ELSE
               DISPLAY '*** LOAN BALANCES DO NOT AGREE WITH '
                   'LOANTRAN.DAT - INVESTIGATE ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
