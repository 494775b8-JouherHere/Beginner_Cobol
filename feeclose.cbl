      ***************************************************
      * COBOL PROGRAM FOR THE MONTH-END FEE LEDGER      *
      * CLOSE. FOR THE MONTH ASKED FOR, EVERY ROLLNO'S  *
      * OPENING BALANCE (THE PREVIOUS MONTH'S CLOSING   *
      * ON FEECFWD.DAT, OR ON THE VERY FIRST CLOSE ALL  *
      * EARLIER LEDGER ACTIVITY), THE MONTH'S CHARGES   *
      * FROM FEECHG.DAT BY FC-TERM AND THE MONTH'S NET  *
      * PAYMENTS FROM FEEPAY.DAT BY FP-DATE (R, V AND F *
      * TAKEN OFF) ARE PRINTED AS A FEE TRIAL BALANCE   *
      * ON FEECLOSE.RPT - OPENING PLUS CHARGES LESS     *
      * PAYMENTS EQUALS CLOSING, PER ROLLNO AND IN      *
      * TOTAL. THE TOTALS ARE PROVED AGAINST THE        *
      * LEDGERS AND THE PREVIOUS MONTH'S CLOSING ON     *
      * FEEPERD.DAT; ONLY WHEN THEY AGREE ARE THE       *
      * CARRIED-FORWARD BALANCES WRITTEN TO FEECFWD.DAT *
      * AND THE MONTH ADDED TO FEEPERD.DAT AS CLOSED,   *
      * AFTER WHICH FEELOCK MAKES EVERY FEE-POSTING     *
      * PROGRAM REFUSE ENTRIES DATED IN IT. MONTHS      *
      * CLOSE IN ORDER, ONLY ONCE THE MONTH IS OVER,    *
      * AND A MONTH ALREADY CLOSED CANNOT BE CLOSED     *
      * AGAIN. A REFUSED OR FAILED CLOSE ENDS WITH RC 8.*
      ***************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEECLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-PERIOD ASSIGN TO 'FEEPERD.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEPERD-STATUS.
           SELECT CARRY-FORWARD ASSIGN TO 'FEECFWD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-KEY
               FILE STATUS IS WS-FEECFWD-STATUS.
           SELECT FEE-CHARGES ASSIGN TO 'FEECHG.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEECHG-STATUS.
           SELECT FEE-PAYMENTS ASSIGN TO 'FEEPAY.DAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEPAY-STATUS.
           SELECT CLOSE-FILE ASSIGN TO 'FEECLOSE.RPT'
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-PERIOD
           LABEL RECORDS ARE STANDARD.
       COPY "feeperd.cpy".

       FD  CARRY-FORWARD
           LABEL RECORDS ARE STANDARD.
       COPY "feecfwd.cpy".

       FD  FEE-CHARGES
           LABEL RECORDS ARE STANDARD.
       COPY "feechg.cpy".

       FD  FEE-PAYMENTS
           LABEL RECORDS ARE STANDARD.
       COPY "feepay.cpy".

       FD  CLOSE-FILE
           LABEL RECORDS ARE STANDARD.
       01 CLOSE-LINE PIC X(60).

       WORKING-STORAGE SECTION.
       77 WS-FEEPERD-STATUS PIC XX VALUE '00'.
       77 WS-FEECFWD-STATUS PIC XX VALUE '00'.
       77 WS-FEECHG-STATUS PIC XX VALUE '00'.
       77 WS-FEEPAY-STATUS PIC XX VALUE '00'.
       77 WS-EOF-FLAG PIC X VALUE 'N'.
       77 WS-TARGET-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-RUN-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-LAST-CLOSED PIC 9(6) VALUE ZERO.
       77 WS-NEXT-OPEN PIC 9(6) VALUE ZERO.
       77 WS-FIRST-CLOSE PIC X VALUE 'N'.
       77 WS-PREV-CLOSING PIC S9(9)V99 VALUE ZERO.
       77 WS-REC-PERIOD PIC 9(6) VALUE ZERO.
       77 WS-WORK-ROLLNO PIC 9(6) VALUE ZERO.
       77 WS-STUD-IDX PIC 9(3) VALUE ZERO.
       77 WS-MATCH-IDX PIC 9(3) VALUE ZERO.
       77 WS-STUD-OVERFLOW PIC X VALUE 'N'.
       77 WS-CLOSING PIC S9(7)V99 VALUE ZERO.
       77 WS-CARRIED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLEARED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LATER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CONTROL-ERRORS PIC 9 VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 WS-CHECK-DATE.
            02 WS-CHECK-PERIOD PIC 9(6).
            02 WS-CHECK-DD PIC 9(2).
       01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE PIC 9(8).

       01 WS-MONTH-PARTS.
            02 WS-MP-YYYY PIC 9(4).
            02 WS-MP-MM PIC 9(2).
       01 WS-MONTH-NUM REDEFINES WS-MONTH-PARTS PIC 9(6).

      ***************************************************
      * ONE ENTRY PER ROLLNO WITH A BALANCE BROUGHT     *
      * FORWARD OR ANY LEDGER ACTIVITY IN THE MONTH.    *
      ***************************************************
       01 WS-STUDENT-TABLE.
            02 WS-STUD-COUNT PIC 9(3) VALUE ZERO.
            02 WS-STUD-ENTRY OCCURS 999 TIMES.
                 03 WS-STUD-ROLLNO PIC 9(6).
                 03 WS-STUD-OPENING PIC S9(7)V99.
                 03 WS-STUD-CHARGES PIC 9(7)V99.
                 03 WS-STUD-PAYMENTS PIC S9(7)V99.

       01 WS-TRIAL-TOTALS.
            02 WS-TOT-OPENING PIC S9(9)V99 VALUE ZERO.
            02 WS-TOT-CHARGES PIC 9(9)V99 VALUE ZERO.
            02 WS-TOT-PAYMENTS PIC S9(9)V99 VALUE ZERO.
            02 WS-TOT-CLOSING PIC S9(9)V99 VALUE ZERO.
            02 WS-LEDGER-CHARGES PIC 9(9)V99 VALUE ZERO.
            02 WS-LEDGER-PAYMENTS PIC S9(9)V99 VALUE ZERO.
            02 WS-PROOF-CLOSING PIC S9(9)V99 VALUE ZERO.

       01 WS-CLOSE-HEADER.
            02 FILLER PIC X(26) VALUE 'FEE TRIAL BALANCE MONTH   '.
            02 WS-CH-PERIOD PIC 9(6).
            02 FILLER PIC X(7) VALUE '  RUN: '.
            02 WS-CH-RUN-DATE PIC 9(8).

       01 WS-CLOSE-COLUMNS.
            02 FILLER PIC X(30)
                VALUE 'ROLLNO    OPENING    CHARGES  '.
            02 FILLER PIC X(30)
                VALUE ' PAYMENTS    CLOSING'.

       01 WS-CLOSE-DETAIL.
            02 WS-CD-ROLLNO PIC 9(6).
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-OPENING PIC -9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-CHARGES PIC -9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-PAYMENTS PIC -9(7)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CD-CLOSING PIC -9(7)V99.

       01 WS-CONTROL-LINE.
            02 WS-CL-LABEL PIC X(30).
            02 WS-CL-AMOUNT PIC -9(9)V99.
            02 FILLER PIC X VALUE SPACE.
            02 WS-CL-RESULT PIC X(8).

       COPY "valparm.cpy".

       COPY "splparm.cpy".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-PERIOD = WS-RUN-DATE / 100.
           DISPLAY 'ENTER FEE LEDGER MONTH TO CLOSE YYYYMM: '.
           ACCEPT WS-TARGET-PERIOD.
           MOVE WS-TARGET-PERIOD TO WS-CHECK-PERIOD.
           MOVE 1 TO WS-CHECK-DD.
           MOVE 'D' TO VAL-RULE-TYPE.
           MOVE WS-CHECK-DATE-NUM TO VAL-NUM-VALUE.
           CALL 'VALEDIT' USING VAL-REQUEST VAL-RESULT.
           IF VAL-PASS-FLAG = 'N'
               DISPLAY 'MONTH ' VAL-REASON ' - NOT CLOSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-TARGET-PERIOD NOT < WS-RUN-PERIOD
               DISPLAY 'MONTH ' WS-TARGET-PERIOD ' IS NOT OVER YET '
                   '- NOT CLOSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-LAST-CLOSED.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF.
           PERFORM LOAD-OPENING-BALANCES.
           PERFORM SUM-MONTH-CHARGES.
           PERFORM SUM-MONTH-PAYMENTS.
           IF WS-STUD-OVERFLOW = 'Y'
               DISPLAY 'MORE THAN 999 ROLLNOS WITH FEE ACTIVITY - '
                   'MONTH NOT CLOSED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CLOSE-FILE.
           PERFORM WRITE-CLOSE-HEADING.
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > WS-STUD-COUNT
               PERFORM WRITE-ONE-BALANCE
           END-PERFORM.
           PERFORM PROVE-CONTROL-TOTALS.
           IF WS-CONTROL-ERRORS > ZERO
               MOVE '*** TOTALS DO NOT AGREE - MONTH NOT CLOSED ***'
                   TO CLOSE-LINE
               WRITE CLOSE-LINE
               DISPLAY '*** ' WS-CONTROL-ERRORS ' CONTROL TOTAL(S) '
                   'DO NOT AGREE - MONTH NOT CLOSED ***'
           ELSE
               PERFORM WRITE-CARRY-FORWARD
               PERFORM MARK-MONTH-CLOSED
               MOVE SPACES TO CLOSE-LINE
               STRING 'MONTH ' WS-TARGET-PERIOD ' CLOSED - '
                   WS-CARRIED-COUNT ' BALANCES CARRIED FORWARD'
                   DELIMITED BY SIZE INTO CLOSE-LINE
               WRITE CLOSE-LINE
               DISPLAY 'FEE LEDGER MONTH ' WS-TARGET-PERIOD
                   ' CLOSED - BALANCES CARRIED FORWARD: '
                   WS-CARRIED-COUNT
           END-IF.
           CLOSE CLOSE-FILE.
           IF WS-LATER-COUNT > ZERO
               DISPLAY 'ENTRIES DATED AFTER THE MONTH LEFT FOR '
                   'LATER CLOSES: ' WS-LATER-COUNT
           END-IF.
           MOVE 'FEECLOSE.RPT' TO SPL-REQ-REPORT.
           MOVE 60 TO SPL-REQ-RECLEN.
           CALL 'RPTSPOOL' USING SPL-REQUEST SPL-RESULT.
           IF WS-CONTROL-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      ***************************************************
      * THE MONTH TO CLOSE MUST BE THE ONE STRAIGHT     *
      * AFTER THE LATEST CLOSED MONTH. WITH NOTHING     *
      * CLOSED YET ANY FINISHED MONTH MAY BE THE FIRST. *
      ***************************************************
       FIND-LAST-CLOSED.
           MOVE ZERO TO WS-LAST-CLOSED.
           MOVE ZERO TO WS-PREV-CLOSING.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-PERIOD.
           IF WS-FEEPERD-STATUS = '00'
               PERFORM READ-FEE-PERIOD
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   IF FPD-STATUS = 'C'
                           AND FPD-PERIOD > WS-LAST-CLOSED
                       MOVE FPD-PERIOD TO WS-LAST-CLOSED
                       MOVE FPD-CLOSING TO WS-PREV-CLOSING
                   END-IF
                   PERFORM READ-FEE-PERIOD
               END-PERFORM
               CLOSE FEE-PERIOD
           END-IF.
           IF WS-LAST-CLOSED = ZERO
               MOVE 'Y' TO WS-FIRST-CLOSE
               DISPLAY 'NO FEE MONTH CLOSED YET - OPENING BALANCES '
                   'TAKEN FROM ALL EARLIER LEDGER ENTRIES'
           ELSE
               MOVE WS-LAST-CLOSED TO WS-MONTH-NUM
               IF WS-MP-MM = 12
                   ADD 1 TO WS-MP-YYYY
                   MOVE 1 TO WS-MP-MM
               ELSE
                   ADD 1 TO WS-MP-MM
               END-IF
               MOVE WS-MONTH-NUM TO WS-NEXT-OPEN
               IF WS-TARGET-PERIOD NOT > WS-LAST-CLOSED
                   DISPLAY 'MONTH ' WS-TARGET-PERIOD ' IS ALREADY '
                       'CLOSED - LATEST CLOSED IS ' WS-LAST-CLOSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-TARGET-PERIOD NOT = WS-NEXT-OPEN
                       DISPLAY 'MONTHS CLOSE IN ORDER - CLOSE '
                           WS-NEXT-OPEN ' FIRST'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       READ-FEE-PERIOD.
           READ FEE-PERIOD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

      ***************************************************
      * AFTER THE FIRST CLOSE THE OPENING BALANCE IS    *
      * THE CLOSING CARRIED FORWARD FROM THE MONTH      *
      * BEFORE, SO RECORDS ARCHIVED OFF THE LEDGERS BY  *
      * RETPURGE NO LONGER MATTER.                      *
      ***************************************************
       LOAD-OPENING-BALANCES.
           MOVE ZERO TO WS-STUD-COUNT.
           IF WS-FIRST-CLOSE = 'N'
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT CARRY-FORWARD
               IF WS-FEECFWD-STATUS = '00'
                   PERFORM READ-CARRY-FORWARD
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       IF CF-PERIOD = WS-LAST-CLOSED
                           MOVE CF-ROLLNO TO WS-WORK-ROLLNO
                           PERFORM FIND-STUDENT-ENTRY
                           IF WS-MATCH-IDX > ZERO
                               ADD CF-CLOSING
                                   TO WS-STUD-OPENING (WS-MATCH-IDX)
                           END-IF
                       END-IF
                       PERFORM READ-CARRY-FORWARD
                   END-PERFORM
                   CLOSE CARRY-FORWARD
               END-IF
           END-IF.

       READ-CARRY-FORWARD.
           READ CARRY-FORWARD NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       FIND-STUDENT-ENTRY.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > WS-STUD-COUNT
                   OR WS-MATCH-IDX > ZERO
               IF WS-STUD-ROLLNO (WS-STUD-IDX) = WS-WORK-ROLLNO
                   MOVE WS-STUD-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX = ZERO
               IF WS-STUD-COUNT = 999
                   MOVE 'Y' TO WS-STUD-OVERFLOW
               ELSE
                   ADD 1 TO WS-STUD-COUNT
                   MOVE WS-STUD-COUNT TO WS-MATCH-IDX
                   MOVE WS-WORK-ROLLNO
                       TO WS-STUD-ROLLNO (WS-MATCH-IDX)
                   MOVE ZERO TO WS-STUD-OPENING (WS-MATCH-IDX)
                   MOVE ZERO TO WS-STUD-CHARGES (WS-MATCH-IDX)
                   MOVE ZERO TO WS-STUD-PAYMENTS (WS-MATCH-IDX)
               END-IF
           END-IF.

      ***************************************************
      * A CHARGE BELONGS TO THE MONTH OF ITS FC-TERM.   *
      * ONE DATED BEFORE THE MONTH ONLY COUNTS ON THE   *
      * FIRST CLOSE, AS PART OF THE OPENING BALANCE;    *
      * ONE DATED AFTER IT WAITS FOR ITS OWN CLOSE.     *
      ***************************************************
       SUM-MONTH-CHARGES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-CHARGES.
           IF WS-FEECHG-STATUS = '00'
               PERFORM READ-FEE-CHARGE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   MOVE FC-TERM TO WS-REC-PERIOD
                   MOVE FC-ROLLNO TO WS-WORK-ROLLNO
                   IF WS-REC-PERIOD = WS-TARGET-PERIOD
                       ADD FC-AMOUNT TO WS-LEDGER-CHARGES
                       PERFORM FIND-STUDENT-ENTRY
                       IF WS-MATCH-IDX > ZERO
                           ADD FC-AMOUNT
                               TO WS-STUD-CHARGES (WS-MATCH-IDX)
                       END-IF
                   ELSE
                       IF WS-REC-PERIOD > WS-TARGET-PERIOD
                           ADD 1 TO WS-LATER-COUNT
                       ELSE
                           IF WS-FIRST-CLOSE = 'Y'
                               ADD FC-AMOUNT TO WS-PREV-CLOSING
                               PERFORM FIND-STUDENT-ENTRY
                               IF WS-MATCH-IDX > ZERO
                                   ADD FC-AMOUNT
                                       TO WS-STUD-OPENING (WS-MATCH-IDX)
                               END-IF
                           END-IF
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

      ***************************************************
      * A PAYMENT BELONGS TO THE MONTH OF ITS FP-DATE.  *
      * C, Q, S AND D REDUCE THE BALANCE; R, V AND F    *
      * PUT IT BACK.                                    *
      ***************************************************
       SUM-MONTH-PAYMENTS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FEE-PAYMENTS.
           IF WS-FEEPAY-STATUS = '00'
               PERFORM READ-FEE-PAYMENT
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   COMPUTE WS-REC-PERIOD = FP-DATE / 100
                   MOVE FP-ROLLNO TO WS-WORK-ROLLNO
                   IF WS-REC-PERIOD = WS-TARGET-PERIOD
                       PERFORM TAKE-UP-MONTH-PAYMENT
                   ELSE
                       IF WS-REC-PERIOD > WS-TARGET-PERIOD
                           ADD 1 TO WS-LATER-COUNT
                       ELSE
                           IF WS-FIRST-CLOSE = 'Y'
                               PERFORM TAKE-UP-EARLIER-PAYMENT
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-FEE-PAYMENT
               END-PERFORM
               CLOSE FEE-PAYMENTS
           END-IF.

       READ-FEE-PAYMENT.
           READ FEE-PAYMENTS
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ.

       TAKE-UP-MONTH-PAYMENT.
           PERFORM FIND-STUDENT-ENTRY.
           IF FP-TYPE = 'R' OR FP-TYPE = 'V' OR FP-TYPE = 'F'
               SUBTRACT FP-AMOUNT FROM WS-LEDGER-PAYMENTS
               IF WS-MATCH-IDX > ZERO
                   SUBTRACT FP-AMOUNT
                       FROM WS-STUD-PAYMENTS (WS-MATCH-IDX)
               END-IF
           ELSE
               ADD FP-AMOUNT TO WS-LEDGER-PAYMENTS
               IF WS-MATCH-IDX > ZERO
                   ADD FP-AMOUNT TO WS-STUD-PAYMENTS (WS-MATCH-IDX)
               END-IF
           END-IF.

       TAKE-UP-EARLIER-PAYMENT.
           PERFORM FIND-STUDENT-ENTRY.
           IF FP-TYPE = 'R' OR FP-TYPE = 'V' OR FP-TYPE = 'F'
               ADD FP-AMOUNT TO WS-PREV-CLOSING
               IF WS-MATCH-IDX > ZERO
                   ADD FP-AMOUNT TO WS-STUD-OPENING (WS-MATCH-IDX)
               END-IF
           ELSE
               SUBTRACT FP-AMOUNT FROM WS-PREV-CLOSING
               IF WS-MATCH-IDX > ZERO
                   SUBTRACT FP-AMOUNT
                       FROM WS-STUD-OPENING (WS-MATCH-IDX)
               END-IF
           END-IF.

       WRITE-CLOSE-HEADING.
           MOVE WS-TARGET-PERIOD TO WS-CH-PERIOD.
           MOVE WS-RUN-DATE TO WS-CH-RUN-DATE.
           MOVE ALL '=' TO CLOSE-LINE.
           WRITE CLOSE-LINE.
           WRITE CLOSE-LINE FROM WS-CLOSE-HEADER.
           WRITE CLOSE-LINE FROM WS-CLOSE-COLUMNS.
           MOVE ALL '-' TO CLOSE-LINE.
           WRITE CLOSE-LINE.

      ***************************************************
      * A ROLLNO WITH NOTHING BROUGHT FORWARD AND NO    *
      * ACTIVITY IS LEFT OFF THE TRIAL BALANCE.         *
      ***************************************************
       WRITE-ONE-BALANCE.
           COMPUTE WS-CLOSING = WS-STUD-OPENING (WS-STUD-IDX)
               + WS-STUD-CHARGES (WS-STUD-IDX)
               - WS-STUD-PAYMENTS (WS-STUD-IDX).
           IF WS-STUD-OPENING (WS-STUD-IDX) = ZERO
                   AND WS-STUD-CHARGES (WS-STUD-IDX) = ZERO
                   AND WS-STUD-PAYMENTS (WS-STUD-IDX) = ZERO
               CONTINUE
           ELSE
               MOVE WS-STUD-ROLLNO (WS-STUD-IDX) TO WS-CD-ROLLNO
               MOVE WS-STUD-OPENING (WS-STUD-IDX) TO WS-CD-OPENING
               MOVE WS-STUD-CHARGES (WS-STUD-IDX) TO WS-CD-CHARGES
               MOVE WS-STUD-PAYMENTS (WS-STUD-IDX)
                   TO WS-CD-PAYMENTS
               MOVE WS-CLOSING TO WS-CD-CLOSING
               WRITE CLOSE-LINE FROM WS-CLOSE-DETAIL
               ADD WS-STUD-OPENING (WS-STUD-IDX) TO WS-TOT-OPENING
               ADD WS-STUD-CHARGES (WS-STUD-IDX) TO WS-TOT-CHARGES
               ADD WS-STUD-PAYMENTS (WS-STUD-IDX) TO WS-TOT-PAYMENTS
               ADD WS-CLOSING TO WS-TOT-CLOSING
               IF WS-CLOSING = ZERO
                   ADD 1 TO WS-CLEARED-COUNT
               END-IF
           END-IF.

      ***************************************************
      * OPENING PLUS CHARGES LESS PAYMENTS MUST EQUAL   *
      * CLOSING IN TOTAL; THE OPENING MUST EQUAL THE    *
      * LAST MONTH'S CLOSING (OR THE EARLIER LEDGER ON  *
      * A FIRST CLOSE) AND THE MONTH'S CHARGES AND      *
      * PAYMENTS THE LEDGERS READ IN FULL.              *
      ***************************************************
       PROVE-CONTROL-TOTALS.
           MOVE ALL '-' TO CLOSE-LINE.
           WRITE CLOSE-LINE.
           MOVE 'OPENING BALANCE' TO WS-CL-LABEL.
           MOVE WS-TOT-OPENING TO WS-CL-AMOUNT.
           IF WS-TOT-OPENING = WS-PREV-CLOSING
               MOVE 'AGREES' TO WS-CL-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-CL-RESULT
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           WRITE CLOSE-LINE FROM WS-CONTROL-LINE.
           IF WS-FIRST-CLOSE = 'Y'
               MOVE 'LEDGER BEFORE THE MONTH' TO WS-CL-LABEL
           ELSE
               MOVE 'CLOSING BROUGHT FORWARD' TO WS-CL-LABEL
           END-IF.
           MOVE WS-PREV-CLOSING TO WS-CL-AMOUNT.
           MOVE SPACES TO WS-CL-RESULT.
           WRITE CLOSE-LINE FROM WS-CONTROL-LINE.
           MOVE 'PLUS CHARGES' TO WS-CL-LABEL.
           MOVE WS-TOT-CHARGES TO WS-CL-AMOUNT.
           IF WS-TOT-CHARGES = WS-LEDGER-CHARGES
               MOVE 'AGREES' TO WS-CL-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-CL-RESULT
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           WRITE CLOSE-LINE FROM WS-CONTROL-LINE.
           MOVE 'LESS PAYMENTS (NET)' TO WS-CL-LABEL.
           MOVE WS-TOT-PAYMENTS TO WS-CL-AMOUNT.
           IF WS-TOT-PAYMENTS = WS-LEDGER-PAYMENTS
               MOVE 'AGREES' TO WS-CL-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-CL-RESULT
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           WRITE CLOSE-LINE FROM WS-CONTROL-LINE.
           COMPUTE WS-PROOF-CLOSING = WS-TOT-OPENING
               + WS-TOT-CHARGES - WS-TOT-PAYMENTS.
           MOVE 'CLOSING BALANCE' TO WS-CL-LABEL.
           MOVE WS-TOT-CLOSING TO WS-CL-AMOUNT.
           IF WS-TOT-CLOSING = WS-PROOF-CLOSING
               MOVE 'AGREES' TO WS-CL-RESULT
           ELSE
               MOVE 'DIFFERS' TO WS-CL-RESULT
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.
           WRITE CLOSE-LINE FROM WS-CONTROL-LINE.
           MOVE SPACES TO CLOSE-LINE.
           STRING 'ROLLNOS CLEARED TO NIL: ' WS-CLEARED-COUNT
               DELIMITED BY SIZE INTO CLOSE-LINE.
           WRITE CLOSE-LINE.

      ***************************************************
      * RECORDS LEFT FOR THE MONTH BY A CLOSE THAT DID  *
      * NOT FINISH ARE REMOVED BEFORE THE BALANCES ARE  *
      * WRITTEN, SO A RERUN CARRIES FORWARD CLEANLY.    *
      ***************************************************
       WRITE-CARRY-FORWARD.
           OPEN I-O CARRY-FORWARD.
           IF WS-FEECFWD-STATUS = '35'
               OPEN OUTPUT CARRY-FORWARD
               CLOSE CARRY-FORWARD
               OPEN I-O CARRY-FORWARD
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM READ-CARRY-FORWARD.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               IF CF-PERIOD = WS-TARGET-PERIOD
                   DELETE CARRY-FORWARD RECORD
               END-IF
               PERFORM READ-CARRY-FORWARD
           END-PERFORM.
           PERFORM VARYING WS-STUD-IDX FROM 1 BY 1
                   UNTIL WS-STUD-IDX > WS-STUD-COUNT
               IF WS-STUD-OPENING (WS-STUD-IDX) NOT = ZERO
                       OR WS-STUD-CHARGES (WS-STUD-IDX) NOT = ZERO
                       OR WS-STUD-PAYMENTS (WS-STUD-IDX) NOT = ZERO
                   PERFORM WRITE-ONE-CARRY-FORWARD
               END-IF
           END-PERFORM.
           CLOSE CARRY-FORWARD.

       WRITE-ONE-CARRY-FORWARD.
           MOVE SPACES TO CF-RECORD.
           MOVE WS-STUD-ROLLNO (WS-STUD-IDX) TO CF-ROLLNO.
           MOVE WS-TARGET-PERIOD TO CF-PERIOD.
           MOVE WS-STUD-OPENING (WS-STUD-IDX) TO CF-OPENING.
           MOVE WS-STUD-CHARGES (WS-STUD-IDX) TO CF-CHARGES.
           MOVE WS-STUD-PAYMENTS (WS-STUD-IDX) TO CF-PAYMENTS.
           COMPUTE CF-CLOSING = CF-OPENING + CF-CHARGES
               - CF-PAYMENTS.
           MOVE WS-RUN-DATE TO CF-CLOSE-DATE.
           WRITE CF-RECORD
               INVALID KEY
                   DISPLAY 'CARRY-FORWARD FOR ROLLNO ' CF-ROLLNO
                       ' NOT WRITTEN'
               NOT INVALID KEY
                   ADD 1 TO WS-CARRIED-COUNT
           END-WRITE.

       MARK-MONTH-CLOSED.
           OPEN EXTEND FEE-PERIOD.
           IF WS-FEEPERD-STATUS = '35'
               OPEN OUTPUT FEE-PERIOD
               CLOSE FEE-PERIOD
               OPEN EXTEND FEE-PERIOD
           END-IF.
           MOVE SPACES TO FPD-RECORD.
           MOVE WS-TARGET-PERIOD TO FPD-PERIOD.
           MOVE 'C' TO FPD-STATUS.
           MOVE WS-RUN-DATE TO FPD-CLOSE-DATE.
           MOVE WS-CARRIED-COUNT TO FPD-STUD-COUNT.
           MOVE WS-TOT-OPENING TO FPD-OPENING.
           MOVE WS-TOT-CHARGES TO FPD-CHARGES.
           MOVE WS-TOT-PAYMENTS TO FPD-PAYMENTS.
           MOVE WS-TOT-CLOSING TO FPD-CLOSING.
           WRITE FPD-RECORD.
           CLOSE FEE-PERIOD.
